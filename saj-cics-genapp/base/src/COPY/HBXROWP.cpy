000100******************************************************************
000110* HBXROWP.CPY
000120*
000130* PARAMETER AREA PASSED ON THE CALL TO HBXROWR.
000140*
000150* HBXMON AND HBXSUSQ (LOCALLY) AND HBXRRST (OVER EXCI) BUILD ONE
000160* OF THESE FROM THE SUSPENSE RECORD AND THE HBXRULP AREA OF A
000170* SUCCESSFUL REPLAY AND ISSUE
000180*
000190*     EXEC CICS LINK PROGRAM('HBXROWR')
000200*               COMMAREA(HBXROWP-AREA)
000210*               LENGTH(LENGTH OF HBXROWP-AREA)
000220*     END-EXEC
000230*
000240* HBXROWR STAMPS THE REPLAY DATE AND TIME, WRITES THE HBXROFF
000250* FEED RECORD, AND HANDS THE STAMP BACK IN HBXROWP-RPL-DATE/
000260* HBXROWP-RPL-TIME SO THE CALLER CAN KEEP THE SAME VALUES ON THE
000270* SUSPENSE RECORD.  A BLANK HBXROWP-RPL-USERID IS FILLED FROM
000280* THE SIGNED-ON USER.
000290*
000300* 2026-09-23 JLS  NEW COPYBOOK.
000310******************************************************************
000320 01  HBXROWP-AREA.
000330     05  HBXROWP-SUSP-KEY            PIC X(26).
000340     05  HBXROWP-TRANID              PIC X(04).
000350     05  HBXROWP-ORIG-PROGRAM        PIC X(08).
000360     05  HBXROWP-SSID                PIC X(04).
000370     05  HBXROWP-RULEAPP             PIC X(32).
000380     05  HBXROWP-RPL-BY              PIC X(08).
000390     05  HBXROWP-RPL-USERID          PIC X(08).
000400     05  HBXROWP-CC                  PIC S9(9) BINARY.
000410     05  HBXROWP-RC                  PIC S9(9) BINARY.
000420     05  HBXROWP-OUTPUT-PARMS        PIC X(1000).
000430     05  HBXROWP-RPL-DATE            PIC 9(08).
000440     05  HBXROWP-RPL-TIME            PIC 9(06).
000450     05  HBXROWP-RESP                PIC S9(9) BINARY.
000460         88  HBXROWP-OK                    VALUE 0.
000470         88  HBXROWP-WRITE-FAILED          VALUE 1.
