000260*                 INSTEAD OF ONE REGION'S CLUSTER - THE HBXAUDF
000270*                 DD NOW POINTS AT HBX.AUDIT.MERGED - AND ADD
000280*                 SECTION 3, TIMINGS BY ORIGINATING REGION.
000282* 2026-10-15 JLS  EXCLUDE DEGRADED-MODE FALLBACK ANSWERS
000284*                 (HBXAUD-FROM-FALLBACK) FROM THE TIMINGS LIKE
000286*                 CACHE HITS - NO SERVER ANSWERED THEM - AND COUNT
000288*                 THEM ON THEIR OWN SKIP LINE.
000290******************************************************************
000300******************************************************************
000310*                                                                *
000480*   AUDIT RECORDS WRITTEN BEFORE HBXAUD-ELAPSED-MS EXISTED HOLD  *
000490*   LOW-VALUES IN THAT FIELD AND ARE COUNTED AS SKIPPED, NOT     *
000500*   TALLIED - THE FIELD IS TESTED FOR NUMERIC FIRST.             *
000502*   CACHE HITS AND FALLBACK-POLICY ANSWERS NEVER REACHED A       *
000504*   SERVER, SO THEY ARE COUNTED ON THEIR OWN SKIP LINES AND LEFT *
000506*   OUT OF THE TIMINGS.                                          *
000510*                                                                *
000520*   WS-SLOW-THRESHOLD-MS BELOW IS THE SHIPPED DEFAULT - THE     *
000530*   RTSLOWMS SITE PARAMETER (READ FROM THE HBXPRMF DD IN         *
001030  01  WS-TO-DATE                   PIC 9(08) VALUE 0.
001040  01  WS-SKIPPED-COUNT             PIC 9(07) COMP-3 VALUE 0.
001050  01  WS-CACHE-SKIP-COUNT          PIC 9(07) COMP-3 VALUE 0.
001055  01  WS-FALLBACK-SKIP-COUNT       PIC 9(07) COMP-3 VALUE 0.
001060  01  WS-SS-DROPPED-COUNT          PIC 9(07) COMP-3 VALUE 0.
001070  01  WS-RA-DROPPED-COUNT          PIC 9(07) COMP-3 VALUE 0.
001080  01  WS-HOUR-IX                   PIC S9(4) COMP.
001960      05  FILLER         PIC X(44) VALUE
001970          'CACHE-HIT RECORDS (EXCLUDED FROM TIMINGS):  '.
001980      05  WS-CHL-COUNT   PIC ZZZ,ZZ9.
001981  01  WS-FALLBACK-LINE.
001982      05  FILLER         PIC X(01) VALUE ' '.
001983      05  FILLER         PIC X(44) VALUE
001984          'FALLBACK ANSWERS (EXCLUDED FROM TIMINGS):   '.
001985      05  WS-FBL-COUNT   PIC ZZZ,ZZ9.
001990  01  WS-SKIP-LINE.
002000      05  FILLER         PIC X(01) VALUE ' '.
002010      05  FILLER         PIC X(44) VALUE
003730          ADD 1                    TO WS-CACHE-SKIP-COUNT
003740          GO TO 3000-READ-NEXT
003750      END-IF.
003752      IF HBXAUD-FROM-FALLBACK
003754          ADD 1                    TO WS-FALLBACK-SKIP-COUNT
003756          GO TO 3000-READ-NEXT
003758      END-IF.
003760      IF HBXAUD-ELAPSED-MS IS NUMERIC
003770          MOVE HBXAUD-KEY-TIME     TO WS-TIME-EDIT
003780          COMPUTE WS-HOUR-IX = WS-TIME-EDIT-HH + 1
005730      WRITE HBXRTRPO-LINE FROM WS-SKIP-LINE.
005740      MOVE WS-CACHE-SKIP-COUNT     TO WS-CHL-COUNT.
005750      WRITE HBXRTRPO-LINE FROM WS-CACHE-LINE.
005753      MOVE WS-FALLBACK-SKIP-COUNT  TO WS-FBL-COUNT.
005756      WRITE HBXRTRPO-LINE FROM WS-FALLBACK-LINE.
005760      IF WS-SS-DROPPED-COUNT > 0
005770          MOVE 'CALLS DROPPED - SSID TABLE FULL:          '
005780                                      TO WS-DRL-LABEL
