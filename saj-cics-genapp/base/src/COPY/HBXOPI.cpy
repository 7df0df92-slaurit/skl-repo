000100******************************************************************
000110* HBXOPI.CPY
000120*
000130* BEFORE/AFTER IMAGE LAYOUTS FOR THE OPERATOR ACTION JOURNAL
000140* (HBXOPJ.CPY).  HBXOPJ-BEFORE-IMAGE AND HBXOPJ-AFTER-IMAGE ARE
000150* PRINTED AND DISPLAYED AS THEY STAND, SO A RECORD WITH BINARY
000160* FIELDS IS SUMMARISED HERE IN LABELLED DISPLAY FORM FIRST.
000170* THE CALLER FILLS THE NAMED FIELDS FROM THE RECORD AS IT WAS
000180* READ FOR UPDATE, MOVES THE IMAGE TO HBXOPJP-BEFORE-IMAGE,
000190* APPLIES ITS CHANGE, FILLS THE FIELDS AGAIN AND MOVES THE
000200* IMAGE TO HBXOPJP-AFTER-IMAGE.  EACH IMAGE IS 150 BYTES - TWO
000210* 75-BYTE LINES ON THE HBXU DETAIL SCREEN AND THE REPORT.
000220*
000230*   HBXOPI-SUSP-IMAGE  - AN HBXSUSF SUSPENSE RECORD (HBXSUSQ).
000240*                        THE INPUT AND OUTPUT PARMS ARE LEFT
000250*                        OUT ON PURPOSE - THEY HOLD CUSTOMER
000260*                        DATA AND ARE ALREADY ON HBXDJRF.
000270*   HBXOPI-ALERT-IMAGE - AN HBXALHF ALERT-HISTORY RECORD
000280*                        (HBXALRQ).
000290*
000300* AN HBXTBLF ROW IS ALL DISPLAY AND IS JOURNALED AS IT STANDS.
000310*
000320* 2026-10-07 JLS  NEW COPYBOOK.
000330******************************************************************
000340 01  HBXOPI-SUSP-IMAGE.
000350     05  FILLER                      PIC X(07) VALUE 'STATUS='.
000360     05  HBXOPI-SU-STATUS            PIC X(01).
000370     05  FILLER                      PIC X(07) VALUE ' RETRY='.
000380     05  HBXOPI-SU-RETRY             PIC 9(04).
000390     05  FILLER                      PIC X(04) VALUE ' CC='.
000400     05  HBXOPI-SU-CC                PIC 9(04).
000410     05  FILLER                      PIC X(04) VALUE ' RC='.
000420     05  HBXOPI-SU-RC                PIC 9(09).
000430     05  FILLER                      PIC X(06) VALUE ' SSID='.
000440     05  HBXOPI-SU-SSID              PIC X(04).
000450     05  FILLER                      PIC X(06) VALUE ' TRAN='.
000460     05  HBXOPI-SU-TRANID            PIC X(04).
000470     05  FILLER                      PIC X(15) VALUE SPACES.
000480     05  FILLER                      PIC X(04) VALUE 'APP='.
000490     05  HBXOPI-SU-RULEAPP           PIC X(32).
000500     05  FILLER                      PIC X(05) VALUE ' RPL='.
000510     05  HBXOPI-SU-RPL-SW            PIC X(01).
000520     05  FILLER                      PIC X(04) VALUE ' CC='.
000530     05  HBXOPI-SU-RPL-CC            PIC 9(04).
000540     05  FILLER                      PIC X(04) VALUE ' RC='.
000550     05  HBXOPI-SU-RPL-RC            PIC 9(09).
000560     05  FILLER                      PIC X(04) VALUE ' BY='.
000570     05  HBXOPI-SU-RPL-BY            PIC X(08).
000580 01  HBXOPI-ALERT-IMAGE.
000590     05  FILLER                      PIC X(07) VALUE 'STATUS='.
000600     05  HBXOPI-AL-STATUS            PIC X(01).
000610     05  FILLER                      PIC X(05) VALUE ' SEV='.
000620     05  HBXOPI-AL-SEVERITY          PIC X(01).
000630     05  FILLER                      PIC X(05) VALUE ' ESC='.
000640     05  HBXOPI-AL-ESC-LEVEL         PIC 9(01).
000650     05  FILLER                      PIC X(04) VALUE ' RC='.
000660     05  HBXOPI-AL-RC                PIC 9(09).
000670     05  FILLER                      PIC X(08) VALUE ' ACK BY='.
000680     05  HBXOPI-AL-ACK-USERID        PIC X(08).
000690     05  FILLER                      PIC X(04) VALUE ' ON '.
000700     05  HBXOPI-AL-ACK-DATE          PIC 9(08).
000710     05  FILLER                      PIC X(04) VALUE ' AT '.
000720     05  HBXOPI-AL-ACK-TIME          PIC 9(06).
000730     05  FILLER                      PIC X(04) VALUE SPACES.
000740     05  FILLER                      PIC X(05) VALUE 'TEXT='.
000750     05  HBXOPI-AL-TEXT              PIC X(40).
000760     05  FILLER                      PIC X(30) VALUE SPACES.
