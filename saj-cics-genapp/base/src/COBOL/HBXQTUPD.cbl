000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXQTUPD.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-14.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-14 JLS  NEW PROGRAM.  BUMPS TODAY'S USAGE COUNT FOR ONE
000200*                 DAILY HBRRULE CALL QUOTA AND TELLS HBXRULE WHEN
000210*                 THE QUOTA FIRST NEARS OR PASSES ITS LIMIT.
000220******************************************************************
000230******************************************************************
000240*                                                                *
000250*   H B X Q T U P D                                              *
000260*                                                                *
000270*   LINKED TO BY HBXRULE JUST BEFORE IT DRIVES THE DECISION      *
000280*   SERVER FOR A REQUEST COVERED BY AN HBXQTAQ QUOTA.  READS     *
000290*   TODAY'S HBXQUSF RECORD FOR THE QUOTA FOR UPDATE AND BUMPS    *
000300*   THE COUNT, OR WRITES A NEW RECORD ON THE QUOTA'S FIRST CALL  *
000310*   OF THE DAY.  THE LIMIT, WARNING PERCENTAGE AND ACTION PASSED *
000320*   IN ARE STORED EVERY TIME, SO A TABLE RELOADED DURING THE DAY *
000330*   TAKES EFFECT ON THE NEXT CALL.  THE FIRST CALL TO REACH THE  *
000340*   WARNING LEVEL AND THE FIRST CALL PAST THE LIMIT ARE TIME-    *
000350*   STAMPED ON THE RECORD AND FLAGGED BACK TO HBXRULE, WHICH     *
000360*   RAISES THE ALERT; EVERY CALL PAST THE LIMIT IS COUNTED AS    *
000370*   REFUSED OR LET THROUGH ACCORDING TO THE ACTION.  THE RECORD  *
000380*   IS HELD FOR UPDATE WHILE THIS IS WORKED OUT, SO TWO TASKS    *
000390*   CANNOT BOTH BE THE FIRST PAST THE SAME LEVEL.                *
000400*                                                                *
000410******************************************************************
000420  ENVIRONMENT DIVISION.
000430  DATA DIVISION.
000440  WORKING-STORAGE SECTION.
000450  01  WS-RESP                     PIC S9(8) COMP.
000460  01  WS-RESP2                    PIC S9(8) COMP.
000470  01  WS-ABSTIME                  PIC S9(15) COMP-3.
000480  01  WS-TODAY                    PIC 9(08).
000490  01  WS-NOW-TIME                 PIC 9(06).
000500  01  WS-USED-X100                PIC S9(13) COMP-3.
000510  01  WS-WARN-LEVEL               PIC S9(13) COMP-3.
000520  01  WS-NEW-RECORD-SW            PIC X(01) VALUE 'N'.
000530      88  WS-NEW-RECORD                 VALUE 'Y'.
000540  COPY HBXQUS.
000550  LINKAGE SECTION.
000560  COPY HBXQTUP.
000570******************************************************************
000580*  0000-MAINLINE                                                *
000590******************************************************************
000600  PROCEDURE DIVISION USING HBXQTUP-AREA.
000610  0000-MAINLINE.
000620      MOVE 0                      TO HBXQTUP-RESP.
000630      MOVE 0                      TO HBXQTUP-CALL-COUNT.
000640      MOVE 'N'                    TO HBXQTUP-OVER-SW.
000650      MOVE 'N'                    TO HBXQTUP-WARN-NOW-SW.
000660      MOVE 'N'                    TO HBXQTUP-LIMIT-NOW-SW.
000670      EXEC CICS ASKTIME
000680                ABSTIME(WS-ABSTIME)
000690      END-EXEC.
000700      EXEC CICS FORMATTIME
000710                ABSTIME(WS-ABSTIME)
000720                YYYYMMDD(WS-TODAY)
000730                TIME(WS-NOW-TIME)
000740      END-EXEC.
000750      PERFORM 1000-READ-FOR-UPDATE
000760         THRU 1000-EXIT.
000770      PERFORM 1500-CHECK-LEVELS
000780         THRU 1500-EXIT.
000790      PERFORM 2000-REWRITE-RECORD
000800         THRU 2000-EXIT.
000810      PERFORM 9000-RETURN
000820         THRU 9000-EXIT.

000830  0000-EXIT.
000840      EXIT.
000850******************************************************************
000860*  1000-READ-FOR-UPDATE - GET TODAY'S COUNT, OR START A NEW ONE *
000870******************************************************************
000880  1000-READ-FOR-UPDATE.
000890      MOVE WS-TODAY                TO HBXQUS-KEY-DATE.
000900      MOVE HBXQTUP-TRANID          TO HBXQUS-KEY-TRANID.
000910      MOVE HBXQTUP-RULEAPP         TO HBXQUS-KEY-RULEAPP.
000920      EXEC CICS READ
000930                FILE('HBXQUSF')
000940                INTO(HBXQUS-RECORD)
000950                RIDFLD(HBXQUS-KEY)
000960                UPDATE
000970                RESP(WS-RESP)
000980                RESP2(WS-RESP2)
000990      END-EXEC.
001000      IF WS-RESP = DFHRESP(NORMAL)
001010          ADD 1                   TO HBXQUS-CALL-COUNT
001020      ELSE
001030          MOVE LOW-VALUES         TO HBXQUS-RECORD
001040          MOVE WS-TODAY            TO HBXQUS-KEY-DATE
001050          MOVE HBXQTUP-TRANID      TO HBXQUS-KEY-TRANID
001060          MOVE HBXQTUP-RULEAPP     TO HBXQUS-KEY-RULEAPP
001070          MOVE 1                   TO HBXQUS-CALL-COUNT
001080          MOVE 0                   TO HBXQUS-REJECT-COUNT
001090          MOVE 0                   TO HBXQUS-OVER-COUNT
001100          MOVE 0                   TO HBXQUS-WARN-TIME
001110          MOVE 0                   TO HBXQUS-LIMIT-TIME
001120          SET WS-NEW-RECORD        TO TRUE
001130      END-IF.
001140      MOVE HBXQTUP-DAILY-LIMIT     TO HBXQUS-DAILY-LIMIT.
001150      MOVE HBXQTUP-WARN-PCT        TO HBXQUS-WARN-PCT.
001160      MOVE HBXQTUP-ACTION          TO HBXQUS-ACTION.

001170  1000-EXIT.
001180      EXIT.
001190******************************************************************
001200*  1500-CHECK-LEVELS - HAS THIS CALL REACHED THE WARNING LEVEL   *
001210*                      OR GONE PAST THE LIMIT                    *
001220******************************************************************
001230  1500-CHECK-LEVELS.
001240      MOVE HBXQUS-CALL-COUNT       TO HBXQTUP-CALL-COUNT.
001250      IF HBXQUS-WARN-TIME = 0
001260      AND HBXQUS-WARN-PCT > 0
001270          COMPUTE WS-USED-X100 = HBXQUS-CALL-COUNT * 100
001280          COMPUTE WS-WARN-LEVEL =
001290                  HBXQUS-DAILY-LIMIT * HBXQUS-WARN-PCT
001300          IF WS-USED-X100 NOT < WS-WARN-LEVEL
001310              MOVE WS-NOW-TIME     TO HBXQUS-WARN-TIME
001320              SET HBXQTUP-WARN-NOW TO TRUE
001330          END-IF
001340      END-IF.
001350      IF HBXQUS-CALL-COUNT NOT > HBXQUS-DAILY-LIMIT
001360          GO TO 1500-EXIT
001370      END-IF.
001380      SET HBXQTUP-OVER-LIMIT       TO TRUE.
001390      IF HBXQUS-LIMIT-TIME = 0
001400          MOVE WS-NOW-TIME         TO HBXQUS-LIMIT-TIME
001410          SET HBXQTUP-LIMIT-NOW    TO TRUE
001420      END-IF.
001430      IF HBXQUS-REJECT
001440          ADD 1                    TO HBXQUS-REJECT-COUNT
001450      ELSE
001460          ADD 1                    TO HBXQUS-OVER-COUNT
001470      END-IF.

001480  1500-EXIT.
001490      EXIT.
001500******************************************************************
001510*  2000-REWRITE-RECORD - WRITE THE COUNT BACK TO HBXQUSF         *
001520******************************************************************
001530  2000-REWRITE-RECORD.
001540      IF WS-NEW-RECORD
001550          EXEC CICS WRITE
001560                    FILE('HBXQUSF')
001570                    FROM(HBXQUS-RECORD)
001580                    RIDFLD(HBXQUS-KEY)
001590                    KEYLENGTH(LENGTH OF HBXQUS-KEY)
001600                    RESP(WS-RESP)
001610                    RESP2(WS-RESP2)
001620          END-EXEC
001630      ELSE
001640          EXEC CICS REWRITE
001650                    FILE('HBXQUSF')
001660                    FROM(HBXQUS-RECORD)
001670                    RESP(WS-RESP)
001680                    RESP2(WS-RESP2)
001690          END-EXEC
001700      END-IF.
001710      IF WS-RESP NOT = DFHRESP(NORMAL)
001720          SET HBXQTUP-UPDATE-FAILED TO TRUE
001730          MOVE 'N'                 TO HBXQTUP-OVER-SW
001740          MOVE 'N'                 TO HBXQTUP-WARN-NOW-SW
001750          MOVE 'N'                 TO HBXQTUP-LIMIT-NOW-SW
001760      END-IF.

001770  2000-EXIT.
001780      EXIT.
001790******************************************************************
001800*  9000-RETURN - RETURN CONTROL TO THE CALLING PROGRAM           *
001810******************************************************************
001820  9000-RETURN.
001830      EXEC CICS RETURN
001840      END-EXEC.

001850  9000-EXIT.
001860      EXIT.
