000100******************************************************************
000110* HBXDJRP.CPY
000120*
000130* PARAMETER AREA PASSED ON THE CALL TO HBXDJWR.
000140*
000150* HBXRULE BUILDS ONE OF THESE AND ISSUES
000160*
000170*     EXEC CICS LINK PROGRAM('HBXDJWR')
000180*               COMMAREA(HBXDJRP-AREA)
000190*               LENGTH(LENGTH OF HBXDJRP-AREA)
000200*     END-EXEC
000210*
000220* AFTER EVERY COMPLETED CALL, RIGHT AFTER THE HBXAUDIT LINK, SO
000230* THE INPUT AND OUTPUT PARMS OF THE DECISION ARE JOURNALED UNDER
000240* THE SAME KEY AS THE AUDIT RECORD.  HBXDJRP-AUDIT-KEY IS THE KEY
000250* HBXAUDIT HANDED BACK; LOW-VALUES (THE AUDIT LINK ITSELF FAILED)
000260* MAKES HBXDJWR STAMP ITS OWN DATE/TIME/TERMINAL/USERID KEY.
000270*
000280* 2026-09-16 JLS  NEW COPYBOOK.
000283* 2026-09-30 JLS  ADD HBXDJRP-FALLBACK (SOURCE 'F') FOR A
000286*                 DEGRADED-MODE PROVISIONAL ANSWER.
000287* 2026-10-14 JLS  ADD HBXDJRP-QUOTA-REJECT (SOURCE 'Q') FOR A CALL
000288*                 REFUSED AT ITS DAILY CALL QUOTA.
000290******************************************************************
000300 01  HBXDJRP-AREA.
000310     05  HBXDJRP-AUDIT-KEY           PIC X(26).
000320     05  HBXDJRP-TRANID              PIC X(04).
000330     05  HBXDJRP-PROGRAM             PIC X(08).
000340     05  HBXDJRP-USERID              PIC X(08).
000350     05  HBXDJRP-SSID                PIC X(04).
000360     05  HBXDJRP-RULEAPP             PIC X(32).
000370     05  HBXDJRP-CC                  PIC S9(9) BINARY.
000380     05  HBXDJRP-RC                  PIC S9(9) BINARY.
000390     05  HBXDJRP-SOURCE              PIC X(01).
000400         88  HBXDJRP-FROM-SERVER           VALUE 'S'.
000410         88  HBXDJRP-FROM-CACHE            VALUE 'C'.
000420         88  HBXDJRP-VALIDATION-REJECT     VALUE 'V'.
000430         88  HBXDJRP-HEALTH-SKIP           VALUE 'H'.
000435         88  HBXDJRP-FALLBACK              VALUE 'F'.
000437         88  HBXDJRP-QUOTA-REJECT          VALUE 'Q'.
000440     05  HBXDJRP-REPLAY-IND          PIC X(01).
000450     05  HBXDJRP-INPUT-PARMS         PIC X(1000).
000460     05  HBXDJRP-OUTPUT-PARMS        PIC X(1000).
000470     05  HBXDJRP-RESP                PIC S9(9) BINARY.
000480         88  HBXDJRP-OK                    VALUE 0.
000490         88  HBXDJRP-WRITE-FAILED          VALUE 1.
