000680*                 STATUS-FLIP AND WOLA-FLIP OPERATOR MESSAGES
000690*                 ARE SUPPRESSED (HBXSSIF IS STILL UPDATED), SO
000700*                 A PLANNED SUNDAY RECYCLE STOPS PAGING ANYONE.
000701* 2026-09-23 JLS  A SUCCESSFUL RECOVERY-DRAIN REPLAY NOW KEEPS
000702*                 ITS DECISION - 5300-FEED-DECISION LINKS TO
000703*                 HBXROWR TO WRITE THE HBXROFF REPLAY-OUTCOME
000704*                 FEED RECORD FOR THE ORIGINATING FRONT END AND
000705*                 STORES THE OUTPUT PARMS AND FINAL CC/RC ON THE
000706*                 SUSPENSE RECORD BEFORE IT IS REWRITTEN.
000707* 2026-09-30 JLS  TELL HBXSSUPD THE ATTEMPT IS THE MONITOR PROBE
000708*                 SO THE HBXOUTF OUTAGE HISTORY CAN SAY WHO SAW A
000709*                 FLIP FIRST.
000710******************************************************************
000720******************************************************************
000730*                                                                *
001960          ' REQUESTS REPLAYED'.
001970  COPY HBXSUSP.
001980  COPY HBXRULP.
001981  COPY HBXROWP.
001982  01  WS-FEED-FAIL-TEXT.
001983      05  FILLER                   PIC X(41) VALUE
001984          'HBXMON - REPLAY OUTCOME FEED WRITE FAILED'.
001985      05  FILLER                   PIC X(01) VALUE SPACE.
001986      05  WS-FEED-FAIL-KEY         PIC X(26).
001990  01  WS-SSID-TABLE.
002000      05  WS-SSID-ENTRY OCCURS 32 TIMES
002010                         INDEXED BY WS-SSID-TIX
004510      MOVE HBRA-CC                 TO HBXSSUP-CC.
004520      MOVE HBRA-RC                 TO HBXSSUP-RC.
004530      MOVE 0                       TO HBXSSUP-ELAPSED-MS.
004535      SET HBXSSUP-FROM-MONITOR     TO TRUE.
004540      EXEC CICS LINK
004550                PROGRAM('HBXSSUPD')
004560                COMMAREA(HBXSSUP-AREA)
008400      IF HBXRULP-CC = HBR-CC-OK OR HBXRULP-CC = HBR-CC-WARNING
008410          SET HBXSUSP-COMPLETE      TO TRUE
008420          ADD 1                     TO WS-RPL-REPLAYED
008423          PERFORM 5300-FEED-DECISION
008426             THRU 5300-EXIT
008430      ELSE
008440          ADD 1                     TO HBXSUSP-RETRY-COUNT
008450          IF HBXSUSP-RETRY-COUNT >= WS-MAX-RETRY

008560  5200-EXIT.
008570      EXIT.
008571******************************************************************
008572*  5300-FEED-DECISION - KEEP THE REPLAY'S DECISION ON THE       *
008573*                       SUSPENSE RECORD AND FEED IT BACK TO THE *
008574*                       ORIGINATING FRONT END THROUGH HBXROWR   *
008575******************************************************************
008576  5300-FEED-DECISION.
008577      MOVE HBXSUSP-KEY              TO HBXROWP-SUSP-KEY.
008578      MOVE HBXSUSP-TRANID           TO HBXROWP-TRANID.
008579      MOVE HBXSUSP-ORIG-PROGRAM     TO HBXROWP-ORIG-PROGRAM.
008580      MOVE HBXSUSP-SSID             TO HBXROWP-SSID.
008581      MOVE HBXSUSP-RULEAPP          TO HBXROWP-RULEAPP.
008582      MOVE 'HBXMON'                 TO HBXROWP-RPL-BY.
008583      MOVE SPACES                   TO HBXROWP-RPL-USERID.
008584      MOVE HBXRULP-CC               TO HBXROWP-CC.
008585      MOVE HBXRULP-RC               TO HBXROWP-RC.
008586      MOVE HBXRULP-OUTPUT-PARMS     TO HBXROWP-OUTPUT-PARMS.
008587      MOVE 0                        TO HBXROWP-RPL-DATE.
008588      MOVE 0                        TO HBXROWP-RPL-TIME.
008589      MOVE 0                        TO HBXROWP-RESP.
008590      EXEC CICS LINK
008591                PROGRAM('HBXROWR')
008592                COMMAREA(HBXROWP-AREA)
008593                LENGTH(LENGTH OF HBXROWP-AREA)
008594                RESP(WS-RESP)
008595                RESP2(WS-RESP2)
008596      END-EXEC.
008597      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXROWP-WRITE-FAILED
008598          MOVE HBXSUSP-KEY          TO WS-FEED-FAIL-KEY
008599          EXEC CICS WRITE OPERATOR
008600                    TEXT(WS-FEED-FAIL-TEXT)
008601          END-EXEC
008602      END-IF.
008603      SET HBXSUSP-HAS-DECISION      TO TRUE.
008604      MOVE HBXROWP-RPL-DATE         TO HBXSUSP-RPL-DATE.
008605      MOVE HBXROWP-RPL-TIME         TO HBXSUSP-RPL-TIME.
008606      MOVE 'HBXMON'                 TO HBXSUSP-RPL-BY.
008607      MOVE HBXROWP-RPL-USERID       TO HBXSUSP-RPL-USERID.
008608      MOVE HBXRULP-CC               TO HBXSUSP-RPL-CC.
008609      MOVE HBXRULP-RC               TO HBXSUSP-RPL-RC.
008610      MOVE HBXRULP-OUTPUT-PARMS     TO HBXSUSP-RPL-OUTPUT-PARMS.

008611  5300-EXIT.
008612      EXIT.
008613******************************************************************
008614*  9000-RETURN - RETURN CONTROL TO CICS                          *
008615******************************************************************
008616  9000-RETURN.
008620      EXEC CICS RETURN
008630      END-EXEC.

