000280*                 USES TO PREFER THE FASTER SERVERS.  THE HBXMON
000290*                 PROBE PASSES ZERO AND COUNTS AS NEITHER, SO
000300*                 THE TRAFFIC SHARE STAYS REAL TRAFFIC ONLY.
000301* 2026-09-30 JLS  KEEP AN OUTAGE HISTORY.  A FLIP TO DOWN WRITES
000302*                 AN OPEN HBXOUTF RECORD (SSID, DOWN DATE/TIME,
000303*                 TRIGGERING CC/RC, HBXMON OR LIVE TRAFFIC); THE
000304*                 NEXT FLIP TO CONNECTED CLOSES IT WITH THE UP
000305*                 DATE/TIME.  BOTH HAPPEN WHILE THE HBXSSIF
000306*                 RECORD IS HELD FOR UPDATE, SO TWO TASKS CANNOT
000307*                 OPEN OR CLOSE THE SAME OUTAGE TWICE.  A FAILED
000308*                 HISTORY WRITE RETURNS HBXSSUP-HISTORY-FAILED
000309*                 BUT NEVER HOLDS UP THE STATUS UPDATE.
000310*****************************************************************
000320*****************************************************************
000330*                                                                *
000380*   HBXSSIF RECORD FOR UPDATE, REWRITES IT WITH THE NEW STATUS,  *
000390*   OR WRITES A NEW RECORD IF THIS IS THE FIRST TIME THE SSID    *
000400*   HAS BEEN SEEN.                                               *
000402*   EVERY DOWN/CONNECTED FLIP IS ALSO LOGGED TO THE HBXOUTF      *
000404*   OUTAGE HISTORY (SEE HBXOUT.CPY) FOR THE MONTHLY HBXOURPT     *
000406*   AVAILABILITY REPORT.                                         *
000410*                                                                *
000420*****************************************************************
000430  ENVIRONMENT DIVISION.
000500      COPY HBRC.
000510  01  WS-NEW-RECORD-SW            PIC X(01) VALUE 'N'.
000520      88  WS-NEW-RECORD                 VALUE 'Y'.
000521  01  WS-OLD-STATUS               PIC X(01) VALUE 'U'.
000522  01  WS-OUT-FOUND-SW             PIC X(01) VALUE 'N'.
000523      88  WS-OUT-FOUND                  VALUE 'Y'.
000524  01  WS-OUT-EOF-SW               PIC X(01) VALUE 'N'.
000525      88  WS-OUT-EOF                    VALUE 'Y'.
000526  01  WS-OUT-BR-KEY               PIC X(18).
000527  01  WS-OUT-OPEN-KEY             PIC X(18).
000530  COPY HBXSSID REPLACING ==HBXSSID-RECORD== BY ==HBXSSID-AREA==.
000535  COPY HBXOUT.
000540  LINKAGE SECTION.
000550  COPY HBXSSUP.
000560*****************************************************************
000630         THRU 1000-EXIT.
000640      PERFORM 2000-SET-NEW-STATUS
000650         THRU 2000-EXIT.
000653      PERFORM 2500-RECORD-HISTORY
000656         THRU 2500-EXIT.
000660      PERFORM 3000-REWRITE-RECORD
000670         THRU 3000-EXIT.
000680      PERFORM 9000-RETURN
000820                RESP2(WS-RESP2)
000830      END-EXEC.
000840      IF WS-RESP = DFHRESP(NORMAL)
000850          MOVE HBXSSID-STATUS     TO WS-OLD-STATUS
000860      ELSE
000870          MOVE LOW-VALUES         TO HBXSSID-AREA
000880          MOVE HBXSSUP-SSID       TO HBXSSID-SSID

001290  2000-EXIT.
001300      EXIT.
001301*****************************************************************
001302*  2500-RECORD-HISTORY - OPEN OR CLOSE AN OUTAGE ON A FLIP       *
001303*****************************************************************
001304  2500-RECORD-HISTORY.
001305      IF HBXSSID-DOWN AND WS-OLD-STATUS NOT = 'D'
001306          PERFORM 2600-OPEN-OUTAGE
001307             THRU 2600-EXIT
001308      END-IF.
001309      IF HBXSSID-CONNECTED AND WS-OLD-STATUS = 'D'
001310          PERFORM 2700-CLOSE-OUTAGE
001311             THRU 2700-EXIT
001312      END-IF.

001313  2500-EXIT.
001314      EXIT.
001315*****************************************************************
001316*  2600-OPEN-OUTAGE - WRITE THE OPEN HBXOUTF RECORD              *
001317*****************************************************************
001318  2600-OPEN-OUTAGE.
001319      MOVE SPACES                 TO HBXOUT-RECORD.
001320      MOVE HBXSSID-SSID           TO HBXOUT-SSID.
001321      MOVE HBXSSID-LAST-ATTEMPT-DATE
001322                                  TO HBXOUT-DOWN-DATE.
001323      MOVE HBXSSID-LAST-ATTEMPT-TIME
001324                                  TO HBXOUT-DOWN-TIME.
001325      MOVE HBXSSUP-CC             TO HBXOUT-DOWN-CC.
001326      MOVE HBXSSUP-RC             TO HBXOUT-DOWN-RC.
001327      MOVE HBXSSUP-SOURCE         TO HBXOUT-DOWN-SOURCE.
001328      SET HBXOUT-OPEN             TO TRUE.
001329      MOVE 0                      TO HBXOUT-UP-DATE.
001330      MOVE 0                      TO HBXOUT-UP-TIME.
001331      EXEC CICS WRITE
001332                FILE('HBXOUTF')
001333                FROM(HBXOUT-RECORD)
001334                RIDFLD(HBXOUT-KEY)
001335                KEYLENGTH(LENGTH OF HBXOUT-KEY)
001336                RESP(WS-RESP)
001337                RESP2(WS-RESP2)
001338      END-EXEC.
001339      IF WS-RESP NOT = DFHRESP(NORMAL)
001340      AND WS-RESP NOT = DFHRESP(DUPREC)
001341          SET HBXSSUP-HISTORY-FAILED TO TRUE
001342      END-IF.

001343  2600-EXIT.
001344      EXIT.
001345*****************************************************************
001346*  2700-CLOSE-OUTAGE - FIND THE SSID'S LATEST OPEN OUTAGE AND    *
001347*                      STAMP THE RECOVERY ON IT.  NONE OPEN      *
001348*                      (THE HISTORY STARTED MID-OUTAGE) IS NOT   *
001349*                      AN ERROR                                  *
001350*****************************************************************
001351  2700-CLOSE-OUTAGE.
001352      MOVE 'N'                    TO WS-OUT-FOUND-SW.
001353      MOVE 'N'                    TO WS-OUT-EOF-SW.
001354      MOVE HBXSSID-SSID           TO HBXOUT-SSID.
001355      MOVE 0                      TO HBXOUT-DOWN-DATE.
001356      MOVE 0                      TO HBXOUT-DOWN-TIME.
001357      MOVE HBXOUT-KEY             TO WS-OUT-BR-KEY.
001358      EXEC CICS STARTBR
001359                FILE('HBXOUTF')
001360                RIDFLD(WS-OUT-BR-KEY)
001361                GTEQ
001362                RESP(WS-RESP)
001363                RESP2(WS-RESP2)
001364      END-EXEC.
001365      IF WS-RESP NOT = DFHRESP(NORMAL)
001366          GO TO 2700-EXIT
001367      END-IF.
001368      PERFORM 2710-READ-NEXT-OUTAGE
001369         THRU 2710-EXIT
001370         UNTIL WS-OUT-EOF.
001371      EXEC CICS ENDBR
001372                FILE('HBXOUTF')
001373                RESP(WS-RESP)
001374      END-EXEC.
001375      IF NOT WS-OUT-FOUND
001376          GO TO 2700-EXIT
001377      END-IF.
001378      EXEC CICS READ
001379                FILE('HBXOUTF')
001380                INTO(HBXOUT-RECORD)
001381                RIDFLD(WS-OUT-OPEN-KEY)
001382                UPDATE
001383                RESP(WS-RESP)
001384                RESP2(WS-RESP2)
001385      END-EXEC.
001386      IF WS-RESP NOT = DFHRESP(NORMAL)
001387          SET HBXSSUP-HISTORY-FAILED TO TRUE
001388          GO TO 2700-EXIT
001389      END-IF.
001390      SET HBXOUT-CLOSED           TO TRUE.
001391      MOVE HBXSSID-LAST-ATTEMPT-DATE
001392                                  TO HBXOUT-UP-DATE.
001393      MOVE HBXSSID-LAST-ATTEMPT-TIME
001394                                  TO HBXOUT-UP-TIME.
001395      MOVE HBXSSUP-SOURCE         TO HBXOUT-UP-SOURCE.
001396      EXEC CICS REWRITE
001397                FILE('HBXOUTF')
001398                FROM(HBXOUT-RECORD)
001399                RESP(WS-RESP)
001400                RESP2(WS-RESP2)
001401      END-EXEC.
001402      IF WS-RESP NOT = DFHRESP(NORMAL)
001403          SET HBXSSUP-HISTORY-FAILED TO TRUE
001404      END-IF.

001405  2700-EXIT.
001406      EXIT.
001407*****************************************************************
001408*  2710-READ-NEXT-OUTAGE - REMEMBER THE LAST OPEN RECORD FOR     *
001409*                          THIS SSID                             *
001410*****************************************************************
001411  2710-READ-NEXT-OUTAGE.
001412      EXEC CICS READNEXT
001413                FILE('HBXOUTF')
001414                INTO(HBXOUT-RECORD)
001415                RIDFLD(WS-OUT-BR-KEY)
001416                RESP(WS-RESP)
001417                RESP2(WS-RESP2)
001418      END-EXEC.
001419      IF WS-RESP NOT = DFHRESP(NORMAL)
001420      OR HBXOUT-SSID NOT = HBXSSID-SSID
001421          SET WS-OUT-EOF          TO TRUE
001422          GO TO 2710-EXIT
001423      END-IF.
001424      IF HBXOUT-OPEN
001425          SET WS-OUT-FOUND        TO TRUE
001426          MOVE HBXOUT-KEY         TO WS-OUT-OPEN-KEY
001427      END-IF.

001428  2710-EXIT.
001429      EXIT.
001430*****************************************************************
001431*  3000-REWRITE-RECORD - WRITE THE RECORD BACK TO HBXSSIF        *
001432*****************************************************************
001433  3000-REWRITE-RECORD.
001434      IF WS-NEW-RECORD
001435          EXEC CICS WRITE
001436                    FILE('HBXSSIF')
001437                    FROM(HBXSSID-AREA)
001438                    RIDFLD(HBXSSID-SSID)
001439                    KEYLENGTH(LENGTH OF HBXSSID-SSID)
001440                    RESP(WS-RESP)
001441                    RESP2(WS-RESP2)
001442          END-EXEC
001443      ELSE
001450          EXEC CICS REWRITE
001460                    FILE('HBXSSIF')
001470                    FROM(HBXSSID-AREA)
