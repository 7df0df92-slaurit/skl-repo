000190* 2026-08-09 JLS  NEW PROGRAM.  COMMON SUSPENSE-LOG WRITER FOR
000200*                 RULE REQUESTS THAT COME BACK HBR-CC-SEVERE SO
000210*                 THEY CAN BE REPLAYED INSTEAD OF JUST LOST.
000212* 2026-09-23 JLS  CARRY THE CALLER'S TRANSACTION AND PROGRAM ON
000214*                 THE SUSPENSE RECORD AND START IT WITH NO REPLAY
000216*                 DECISION, FOR THE HBXROFF REPLAY-OUTCOME FEED.
000217* 2026-09-30 JLS  CARRY THE PROVISIONAL ANSWER HBXRULE GAVE FROM
000218*                 THE FALLBACK POLICY, WHEN IT GAVE ONE.
000220*****************************************************************
000230*****************************************************************
000240*                                                                *
000250*   H B X S U S W R                                              *
000260*                                                                *
000270*   LINKED TO BY HBXRULE WHENEVER AN ORIGINAL (NON-REPLAY) RULE  *
000280*   REQUEST COMPLETES HBR-CC-SEVERE, OR IS ANSWERED            *
000285*   PROVISIONALLY FROM THE FALLBACK POLICY.  THE CALLER PASSES A *
000290*   HBXSUSWP-AREA (COPY HBXSUSWP) DESCRIBING WHAT WAS CALLED AND *
000300*   WHY IT FAILED.  THIS PROGRAM STAMPS THE CURRENT DATE, TIME,  *
000310*   TERMINAL AND USERID ONTO THE FRONT OF THE KEY AND WRITES THE *
000910      MOVE HBXSUSWP-INPUT-PARMS   TO HBXSUSP-INPUT-PARMS.
000920      MOVE HBXSUSWP-FAIL-CC       TO HBXSUSP-FAIL-CC.
000930      MOVE HBXSUSWP-FAIL-RC       TO HBXSUSP-FAIL-RC.
000932      MOVE HBXSUSWP-TRANID        TO HBXSUSP-TRANID.
000934      MOVE HBXSUSWP-PROGRAM       TO HBXSUSP-ORIG-PROGRAM.
000936      MOVE 'N'                    TO HBXSUSP-RPL-SW.
000937      IF HBXSUSWP-PROVISIONAL
000938          MOVE HBXSUSWP-PROVISIONAL-DECISION
000939                                  TO HBXSUSP-PROVISIONAL-DECISION
000940      ELSE
000941          MOVE 'N'                TO HBXSUSP-PROV-SW
000942      END-IF.
000943      MOVE 0                      TO HBXSUSP-RETRY-COUNT.
000950      SET HBXSUSP-PENDING         TO TRUE.

000960  2000-EXIT.
