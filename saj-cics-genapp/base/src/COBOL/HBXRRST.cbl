000340*                 OPERATIONS ACTION NOW.  THE VALUES BELOW
000350*                 REMAIN AS SHIPPED DEFAULTS WHEN THE FILE OR
000360*                 PARAMETER IS ABSENT.
000361* 2026-09-23 JLS  A SUCCESSFUL REPLAY NO LONGER THROWS ITS
000362*                 DECISION AWAY.  3300-FEED-DECISION LINKS TO
000363*                 HBXROWR OVER EXCI TO WRITE THE HBXROFF
000364*                 REPLAY-OUTCOME FEED RECORD FOR THE ORIGINATING
000365*                 FRONT END, AND THE OUTPUT PARMS AND FINAL CC/RC
000366*                 ARE KEPT ON THE SUSPENSE RECORD ITSELF.  A FEED
000367*                 RECORD THAT CANNOT BE WRITTEN IS COUNTED AND
000368*                 ENDS THE JOB WITH RETURN CODE 4.
000370*****************************************************************
000380*****************************************************************
000390*                                                                *
000480*   FOLLOW-UP.  LINKS TO THE APPLICATION CICS REGION NAMED IN    *
000490*   WS-CICS-SYSID - THE RRSTSYSID SITE PARAMETER OVERRIDES THE   *
000500*   SHIPPED DEFAULT AT RUN TIME.                                 *
000503*   EVERY SUCCESSFUL REPLAY'S DECISION IS KEPT ON THE RECORD AND *
000506*   FED BACK TO THE ORIGINATING FRONT END THROUGH HBXROFF.       *
000510*                                                                *
000520*****************************************************************
000530  ENVIRONMENT DIVISION.
000860      05  WS-SUCCESS-COUNT         PIC 9(07) VALUE 0.
000870      05  WS-RETRY-COUNT-TOTAL     PIC 9(07) VALUE 0.
000880      05  WS-EXHAUSTED-COUNT       PIC 9(07) VALUE 0.
000883      05  WS-FEED-FAIL-COUNT       PIC 9(07) VALUE 0.
000886  01  WS-NOW-TIME                  PIC 9(08).
000890  01  HBRC-CODES.
000900      COPY HBRC.
000910  COPY HBXRULP.
000915  COPY HBXROWP.
000920*****************************************************************
000930*  0000-MAINLINE                                                *
000940*****************************************************************
002150      MOVE HBXRULP-RC               TO HBXSUSP-FAIL-RC.
002160      IF HBXRULP-CC = HBR-CC-OK OR HBXRULP-CC = HBR-CC-WARNING
002170          SET HBXSUSP-COMPLETE      TO TRUE
002173          PERFORM 3300-FEED-DECISION
002176             THRU 3300-EXIT
002180          ADD 1 TO WS-SUCCESS-COUNT
002190      ELSE
002200          ADD 1 TO HBXSUSP-RETRY-COUNT

002270  3200-EXIT.
002280      EXIT.
002281*****************************************************************
002282*  3300-FEED-DECISION - KEEP THE DECISION ON THE SUSPENSE       *
002283*                       RECORD AND FEED IT BACK TO THE          *
002284*                       ORIGINATING FRONT END                   *
002285*****************************************************************
002286  3300-FEED-DECISION.
002287      MOVE HBXSUSP-KEY              TO HBXROWP-SUSP-KEY.
002288      MOVE HBXSUSP-TRANID           TO HBXROWP-TRANID.
002289      MOVE HBXSUSP-ORIG-PROGRAM     TO HBXROWP-ORIG-PROGRAM.
002290      MOVE HBXSUSP-SSID             TO HBXROWP-SSID.
002291      MOVE HBXSUSP-RULEAPP          TO HBXROWP-RULEAPP.
002292      MOVE 'HBXRRST'                TO HBXROWP-RPL-BY.
002293      MOVE SPACES                   TO HBXROWP-RPL-USERID.
002294      MOVE HBXRULP-CC               TO HBXROWP-CC.
002295      MOVE HBXRULP-RC               TO HBXROWP-RC.
002296      MOVE HBXRULP-OUTPUT-PARMS     TO HBXROWP-OUTPUT-PARMS.
002297      ACCEPT HBXROWP-RPL-DATE       FROM DATE YYYYMMDD.
002298      ACCEPT WS-NOW-TIME            FROM TIME.
002299      MOVE WS-NOW-TIME(1:6)         TO HBXROWP-RPL-TIME.
002300      MOVE 0                        TO HBXROWP-RESP.
002301      EXEC CICS LINK
002302                PROGRAM('HBXROWR')
002303                SYSID(WS-CICS-SYSID)
002304                COMMAREA(HBXROWP-AREA)
002305                LENGTH(LENGTH OF HBXROWP-AREA)
002306                RESP(WS-RESP)
002307                RESP2(WS-RESP2)
002308      END-EXEC.
002309      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXROWP-WRITE-FAILED
002310          ADD 1 TO WS-FEED-FAIL-COUNT
002311          DISPLAY 'HBXRRST - REPLAY OUTCOME FEED WRITE FAILED '
002312                  HBXSUSP-KEY
002313      END-IF.
002314      SET HBXSUSP-HAS-DECISION      TO TRUE.
002315      MOVE HBXROWP-RPL-DATE         TO HBXSUSP-RPL-DATE.
002316      MOVE HBXROWP-RPL-TIME         TO HBXSUSP-RPL-TIME.
002317      MOVE 'HBXRRST'                TO HBXSUSP-RPL-BY.
002318      MOVE HBXROWP-RPL-USERID       TO HBXSUSP-RPL-USERID.
002319      MOVE HBXRULP-CC               TO HBXSUSP-RPL-CC.
002320      MOVE HBXRULP-RC               TO HBXSUSP-RPL-RC.
002321      MOVE HBXRULP-OUTPUT-PARMS     TO HBXSUSP-RPL-OUTPUT-PARMS.

002322  3300-EXIT.
002323      EXIT.
002324*****************************************************************
002325*  9000-TERMINATE - CLOSE THE FILE AND PRINT A SUMMARY          *
002326*****************************************************************
002327  9000-TERMINATE.
002330      CLOSE HBXSUSF.
002340      DISPLAY 'HBXRRST - REPLAY ATTEMPTS : ' WS-ATTEMPT-COUNT.
002350      DISPLAY 'HBXRRST - SUCCEEDED       : ' WS-SUCCESS-COUNT.
002360      DISPLAY 'HBXRRST - FAILED AGAIN    : ' WS-RETRY-COUNT-TOTAL.
002370      DISPLAY 'HBXRRST - NOW EXHAUSTED   : ' WS-EXHAUSTED-COUNT.
002372      DISPLAY 'HBXRRST - FEED FAILURES   : ' WS-FEED-FAIL-COUNT.
002374      IF WS-FEED-FAIL-COUNT > 0
002376          MOVE 4                    TO RETURN-CODE
002378      END-IF.

002380  9000-EXIT.
002390      EXIT.
