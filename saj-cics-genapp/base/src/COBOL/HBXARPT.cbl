000320*                 INSTEAD OF ONE REGION'S CLUSTER - THE HBXAUDF
000330*                 DD NOW POINTS AT HBX.AUDIT.MERGED - AND ADD A
000340*                 BY-REGION COMPLETION-CODE BREAKDOWN.
000341* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000342*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000343*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000344*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000345*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000346*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000347*                 END, RECORD COUNTS AND RETURN CODE.
000350*****************************************************************
000360*****************************************************************
000370*                                                                *
000590         RECORD KEY IS HBXSUM-KEY
000600         FILE STATUS IS WS-SUMF-STATUS.

000601     SELECT HBXRCTF ASSIGN TO HBXRCTF
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS RANDOM
000604         RECORD KEY IS HBXRCT-KEY
000605         FILE STATUS IS WS-RCTF-STATUS.

000606     SELECT HBXRCTC ASSIGN TO HBXRCTC
000607         ORGANIZATION IS SEQUENTIAL
000608         FILE STATUS IS WS-RCTC-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  HBXAUDF
000690 FD  HBXSUMF.
000700 COPY HBXSUM.

000701 FD  HBXRCTF
000702     RECORD CONTAINS 200 CHARACTERS.
000703 COPY HBXRCT.

000704 FD  HBXRCTC
000705     RECORD CONTAINS 80 CHARACTERS.
000706 01  HBXRCTC-CARD.
000707     05  HBXRCTC-DATE             PIC 9(08).
000708     05  HBXRCTC-FORCE            PIC X(01).
000709         88  HBXRCTC-FORCED             VALUE 'F'.
000710     05  FILLER                   PIC X(71).

000711 WORKING-STORAGE SECTION.
000720 01  WS-AUDIT-STATUS             PIC X(02).
000730     88  WS-AUDIT-OK                   VALUE '00'.
000740     88  WS-AUDIT-EOF                  VALUE '10'.
001480     05  WS-RGL-ERROR   PIC ZZZZZ9.
001490     05  WS-RGL-SEVERE  PIC ZZZZZ9.

001491 01  WS-RCTF-STATUS               PIC X(02).
001492 01  WS-RCTC-STATUS               PIC X(02).
001493 01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXARPT'.
001494 01  WS-RCT-DATE                  PIC 9(08).
001495 01  WS-RCT-TODAY                 PIC 9(08).
001496 01  WS-RCT-NOW.
001497     05  WS-RCT-NOW-TIME          PIC 9(06).
001498     05  FILLER                   PIC 9(02).
001499 01  WS-RCT-DX                    PIC S9(4) COMP.
001500 01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001501     88  WS-RCT-FORCED                  VALUE 'Y'.
001502 01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001503     88  WS-RCT-REFUSED                 VALUE 'Y'.
001504 COPY HBXRCTS.

001505 LINKAGE SECTION.
001510*****************************************************************
001520*  0000-MAINLINE                                                *
001530*****************************************************************
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001551     PERFORM 0500-CHECK-RUN-CONTROL
001552        THRU 0500-EXIT.
001553     IF WS-RCT-REFUSED
001554         STOP RUN
001555     END-IF.
001560     PERFORM 1000-INITIALIZE
001570        THRU 1000-EXIT.
001580     PERFORM 2000-READ-AUDIT
001660        THRU 5000-EXIT.
001670     PERFORM 9000-TERMINATE
001680        THRU 9000-EXIT.
001683     PERFORM 9500-RECORD-RUN-END
001686        THRU 9500-EXIT.
001690     STOP RUN.

001700 0000-EXIT.
001710     EXIT.
001711*****************************************************************
001712*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND   *
001713*                           NO SECOND RUN UNLESS FORCED         *
001714*****************************************************************
001715 0500-CHECK-RUN-CONTROL.
001716     ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001717     ACCEPT WS-RCT-NOW FROM TIME.
001718     MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001719     IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001720         COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001721             (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001722     END-IF.
001723     PERFORM 0510-READ-RUN-CARD
001724        THRU 0510-EXIT.
001725     OPEN I-O HBXRCTF.
001726     IF WS-RCTF-STATUS = '35'
001727         OPEN OUTPUT HBXRCTF
001728         CLOSE HBXRCTF
001729         OPEN I-O HBXRCTF
001730     END-IF.
001731     IF WS-RCTF-STATUS NOT = '00'
001732         DISPLAY 'HBXARPT - HBXRCTF OPEN FAILED, STATUS '
001733                 WS-RCTF-STATUS
001734         SET WS-RCT-REFUSED       TO TRUE
001735         MOVE 12                  TO RETURN-CODE
001736         GO TO 0500-EXIT
001737     END-IF.
001738     SET HBXRCTS-IX               TO 1.
001739     SEARCH HBXRCTS-ENTRY
001740         WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001741             PERFORM 0520-CHECK-PREREQUISITE
001742                THRU 0520-EXIT
001743                VARYING WS-RCT-DX FROM 1 BY 1
001744                UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001745     END-SEARCH.
001746     IF NOT WS-RCT-REFUSED
001747         PERFORM 0530-RECORD-RUN-START
001748            THRU 0530-EXIT
001749     END-IF.
001750     CLOSE HBXRCTF.
001751     IF WS-RCT-REFUSED
001752         MOVE 12                  TO RETURN-CODE
001753     END-IF.

001754 0500-EXIT.
001755     EXIT.
001756*****************************************************************
001757*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN *
001758*                       COLUMNS 1-8 (THE CURRENT ONE WHEN       *
001759*                       BLANK), F IN COLUMN 9 TO FORCE          *
001760*                       THE RUN                                 *
001761*****************************************************************
001762 0510-READ-RUN-CARD.
001763     OPEN INPUT HBXRCTC.
001764     IF WS-RCTC-STATUS NOT = '00'
001765         GO TO 0510-EXIT
001766     END-IF.
001767     READ HBXRCTC
001768         AT END
001769             CLOSE HBXRCTC
001770             GO TO 0510-EXIT
001771     END-READ.
001772     IF HBXRCTC-DATE IS NUMERIC
001773     AND HBXRCTC-DATE > 0
001774         MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001775     END-IF.
001776     IF HBXRCTC-FORCED
001777         SET WS-RCT-FORCED        TO TRUE
001778         DISPLAY 'HBXARPT - RUN FORCED BY HBXRCTC'
001779     END-IF.
001780     CLOSE HBXRCTC.

001781 0510-EXIT.
001782     EXIT.
001783*****************************************************************
001784*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST   *
001785*                            HAVE COMPLETED FOR THE SAME DATE   *
001786*****************************************************************
001787 0520-CHECK-PREREQUISITE.
001788     MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001789     MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001790                                  TO HBXRCT-KEY-STEP.
001791     READ HBXRCTF.
001792     IF WS-RCTF-STATUS = '00'
001793     AND HBXRCT-COMPLETED
001794         GO TO 0520-EXIT
001795     END-IF.
001796     DISPLAY 'HBXARPT - PREREQUISITE '
001797             HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001798             ' NOT COMPLETED FOR ' WS-RCT-DATE.
001799     IF WS-RCT-FORCED
001800         DISPLAY 'HBXARPT - FORCED - RUNNING WITHOUT IT'
001801     ELSE
001802         SET WS-RCT-REFUSED       TO TRUE
001803     END-IF.

001804 0520-EXIT.
001805     EXIT.
001806*****************************************************************
001807*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE     *
001808*                          UNLESS FORCED, ELSE MARK IT STARTED  *
001809*****************************************************************
001810 0530-RECORD-RUN-START.
001811     MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001812     MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001813     READ HBXRCTF.
001814     IF WS-RCTF-STATUS = '00'
001815         IF HBXRCT-COMPLETED
001816         AND NOT WS-RCT-FORCED
001817             DISPLAY 'HBXARPT - ALREADY COMPLETED FOR '
001818                     WS-RCT-DATE ' - NOT RUN AGAIN'
001819             SET WS-RCT-REFUSED   TO TRUE
001820             GO TO 0530-EXIT
001821         END-IF
001822         ADD 1                    TO HBXRCT-RUN-COUNT
001823     ELSE
001824         MOVE SPACES              TO HBXRCT-RECORD
001825         MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001826         MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001827         MOVE 1                   TO HBXRCT-RUN-COUNT
001828     END-IF.
001829     SET HBXRCT-STARTED           TO TRUE.
001830     MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001831     ACCEPT WS-RCT-NOW FROM TIME.
001832     MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001833     MOVE 0                       TO HBXRCT-END-DATE
001834                                     HBXRCT-END-TIME
001835                                     HBXRCT-RC.
001836     INITIALIZE HBXRCT-COUNTS.
001837     IF WS-RCT-FORCED
001838         SET HBXRCT-FORCED        TO TRUE
001839     ELSE
001840         MOVE 'N'                 TO HBXRCT-FORCED-SW
001841     END-IF.
001842     WRITE HBXRCT-RECORD.
001843     IF WS-RCTF-STATUS = '22'
001844         REWRITE HBXRCT-RECORD
001845     END-IF.

001846 0530-EXIT.
001847     EXIT.
001848*****************************************************************
001849*  1000-INITIALIZE                                              *
001850*****************************************************************
001851 1000-INITIALIZE.
001852     OPEN INPUT  HBXAUDF.
001853     OPEN OUTPUT HBXARPTO.
001854     OPEN I-O    HBXSUMF.
001855     IF WS-SUMF-STATUS = '35'
001856         OPEN OUTPUT HBXSUMF
001857         CLOSE HBXSUMF
001858         OPEN I-O HBXSUMF
001859     END-IF.
001860     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001861     PERFORM 1100-LOAD-RC-TABLE
001862        THRU 1100-EXIT
001870        VARYING WS-RC-IX FROM 1 BY 1
001880        UNTIL WS-RC-IX > WS-RC-TABLE-COUNT.


005870 9000-EXIT.
005880     EXIT.
005890*****************************************************************
005900*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO    *
005910*                        THE RUN-CONTROL RECORD                 *
005920*****************************************************************
005930 9500-RECORD-RUN-END.
005940     OPEN I-O HBXRCTF.
005950     IF WS-RCTF-STATUS NOT = '00'
005960         DISPLAY 'HBXARPT - HBXRCTF OPEN FAILED, STATUS '
005970                 WS-RCTF-STATUS ' - RUN END NOT RECORDED'
005980         GO TO 9500-EXIT
005990     END-IF.
006000     MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
006010     MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
006020     READ HBXRCTF.
006030     IF WS-RCTF-STATUS NOT = '00'
006040         DISPLAY 'HBXARPT - NO RUN-CONTROL RECORD, STATUS '
006050                 WS-RCTF-STATUS ' - RUN END NOT RECORDED'
006060         CLOSE HBXRCTF
006070         GO TO 9500-EXIT
006080     END-IF.
006090     ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
006100     ACCEPT WS-RCT-NOW FROM TIME.
006110     MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
006120     MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
006130     MOVE RETURN-CODE             TO HBXRCT-RC.
006140     IF RETURN-CODE > 4
006150         SET HBXRCT-FAILED        TO TRUE
006160     ELSE
006170         SET HBXRCT-COMPLETED     TO TRUE
006180     END-IF.
006190     MOVE 'AUDIT RECS TODAY'      TO HBXRCT-COUNT-LABEL(1).
006200     MOVE WS-TOTAL-RECORD-COUNT   TO HBXRCT-COUNT-VALUE(1).
006210     MOVE 'CC OK'                 TO HBXRCT-COUNT-LABEL(2).
006220     MOVE WS-CC-OK-COUNT          TO HBXRCT-COUNT-VALUE(2).
006230     MOVE 'CC ERROR'              TO HBXRCT-COUNT-LABEL(3).
006240     MOVE WS-CC-ERROR-COUNT       TO HBXRCT-COUNT-VALUE(3).
006250     MOVE 'CC SEVERE'             TO HBXRCT-COUNT-LABEL(4).
006260     MOVE WS-CC-SEVERE-COUNT      TO HBXRCT-COUNT-VALUE(4).
006270     REWRITE HBXRCT-RECORD.
006280     CLOSE HBXRCTF.

006290 9500-EXIT.
006300     EXIT.
