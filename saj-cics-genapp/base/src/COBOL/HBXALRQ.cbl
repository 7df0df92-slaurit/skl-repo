000300*                 OPEN+1 (CONSOLE REPEAT SENT) OR OPEN+2
000310*                 (ROUTED TO THE AUTOMATION DESTINATION) SO THE
000320*                 SHIFT CAN SEE WHAT HAS ALREADY BEEN CHASED.
000322* 2026-10-07 JLS  EVERY ACKNOWLEDGEMENT IS NOW JOURNALED TO
000324*                 HBXOPJF THROUGH HBXOPJWR WITH THE ALERT BEFORE
000326*                 AND AFTER, FOR THE WEEKLY AUDIT SIGN-OFF.  A
000328*                 FAILED JOURNAL WRITE GETS ITS OWN MESSAGE.
000330******************************************************************
000340******************************************************************
000350*                                                                *
000460*   DATE, AND TIME SO THE NEXT SHIFT CAN SEE IT WAS HANDLED.     *
000470*   PF7 RESTARTS THE BROWSE FROM THE TOP OF THE FILE; PF8 PAGES  *
000480*   FORWARD; PF3 ENDS THE TRANSACTION.                           *
000482*                                                                *
000484*   EACH ACKNOWLEDGEMENT IS JOURNALED TO HBXOPJF (HBXOPJWR);     *
000486*   BROWSE IT ON HBXU.                                           *
000490*                                                                *
000500******************************************************************
000510  ENVIRONMENT DIVISION.
000670  01  WS-ACK-COUNT                 PIC S9(4) COMP VALUE 0.
000680  01  WS-ACK-FAIL-SW               PIC X(01) VALUE 'N'.
000690      88  WS-ACK-FAIL                    VALUE 'Y'.
000693  01  WS-JOURNAL-FAIL-SW           PIC X(01) VALUE 'N'.
000696      88  WS-JOURNAL-FAIL                VALUE 'Y'.
000700  01  WS-DISP-RC                   PIC ZZZZ9.
000710  01  WS-DISP-CNT                  PIC ZZZ9.
000720  01  WS-STATUS-TEXT                PIC X(06).
000890      05  WS-ACK-TIME               PIC X(08).
000900  COPY HBXALH.
000910  COPY HBXALQM.
000913  COPY HBXOPJP.
000916  COPY HBXOPI.
000920  COPY HBXALQC REPLACING ==HBXALQC-AREA== BY ==WS-COMMAREA==.
000930  LINKAGE SECTION.
000940  01  DFHCOMMAREA                   PIC X(181).
002110      END-EXEC.
002120      IF WS-RESP = DFHRESP(NORMAL)
002130          IF HBXALH-OPEN
002132              PERFORM 2350-BUILD-ALERT-IMAGE
002134                 THRU 2350-EXIT
002136              MOVE HBXOPI-ALERT-IMAGE TO HBXOPJP-BEFORE-IMAGE
002140              SET HBXALH-ACKED      TO TRUE
002150              EXEC CICS ASSIGN
002160                        USERID(HBXALH-ACK-USERID)
002320              END-EXEC
002330              IF WS-RESP = DFHRESP(NORMAL)
002340                  ADD 1             TO WS-ACK-COUNT
002343                  PERFORM 2400-JOURNAL-ACK
002346                     THRU 2400-EXIT
002350              ELSE
002360                  SET WS-ACK-FAIL   TO TRUE
002370              END-IF

002440  2300-EXIT.
002450      EXIT.
002451******************************************************************
002452*  2350-BUILD-ALERT-IMAGE - SUMMARISE THE ALERT FOR THE JOURNAL  *
002453******************************************************************
002454  2350-BUILD-ALERT-IMAGE.
002455      MOVE HBXALH-STATUS            TO HBXOPI-AL-STATUS.
002456      MOVE HBXALH-SEVERITY          TO HBXOPI-AL-SEVERITY.
002457      MOVE HBXALH-ESC-LEVEL         TO HBXOPI-AL-ESC-LEVEL.
002458      MOVE HBXALH-RC                TO HBXOPI-AL-RC.
002459      MOVE HBXALH-TEXT              TO HBXOPI-AL-TEXT.
002460      IF HBXALH-ACKED
002461          MOVE HBXALH-ACK-USERID    TO HBXOPI-AL-ACK-USERID
002462          MOVE HBXALH-ACK-DATE      TO HBXOPI-AL-ACK-DATE
002463          MOVE HBXALH-ACK-TIME      TO HBXOPI-AL-ACK-TIME
002464      ELSE
002465          MOVE SPACES               TO HBXOPI-AL-ACK-USERID
002466          MOVE 0                    TO HBXOPI-AL-ACK-DATE
002467          MOVE 0                    TO HBXOPI-AL-ACK-TIME
002468      END-IF.

002469  2350-EXIT.
002470      EXIT.
002471******************************************************************
002472*  2400-JOURNAL-ACK - RECORD THE ACKNOWLEDGEMENT ON HBXOPJF      *
002473******************************************************************
002474  2400-JOURNAL-ACK.
002475      PERFORM 2350-BUILD-ALERT-IMAGE
002476         THRU 2350-EXIT.
002477      MOVE HBXOPI-ALERT-IMAGE       TO HBXOPJP-AFTER-IMAGE.
002478      MOVE 'HBXA'                   TO HBXOPJP-TRANID.
002479      MOVE 'HBXALRQ'                TO HBXOPJP-PROGRAM.
002480      MOVE 'ACK'                    TO HBXOPJP-ACTION.
002481      MOVE 'HBXALHF'                TO HBXOPJP-FILE.
002482      MOVE HBXALH-KEY               TO HBXOPJP-REC-KEY.
002483      MOVE 0                        TO HBXOPJP-RESP.
002484      EXEC CICS LINK
002485                PROGRAM('HBXOPJWR')
002486                COMMAREA(HBXOPJP-AREA)
002487                LENGTH(LENGTH OF HBXOPJP-AREA)
002488                RESP(WS-RESP)
002489                RESP2(WS-RESP2)
002490      END-EXEC.
002491      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXOPJP-WRITE-FAILED
002492          SET WS-JOURNAL-FAIL       TO TRUE
002493      END-IF.

002494  2400-EXIT.
002495      EXIT.
002496******************************************************************
002497*  3000-BUILD-PAGE - DRAIN THE QUEUE, BROWSE HBXALHF, FILL ROWS  *
002498******************************************************************
002499  3000-BUILD-PAGE.
002500      EXEC CICS LINK
002510                PROGRAM('HBXALDR')
002520                RESP(WS-RESP)
003010                                      TO AMSGLNO
003020          MOVE 'N'                  TO WS-ACK-FAIL-SW
003030      END-IF.
003031      IF WS-JOURNAL-FAIL
003032          MOVE 'ALERT ACKED - JOURNAL WRITE FAILED - CALL SUPPORT'
003033                                      TO AMSGLNO
003034          MOVE 'N'                  TO WS-JOURNAL-FAIL-SW
003035      END-IF.

003040  3000-EXIT.
003050      EXIT.
