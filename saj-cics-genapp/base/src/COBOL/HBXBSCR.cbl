000260*                 DOWNSTREAM COLLECTIONS LOAD.  REPLACES THE
000270*                 MANUAL RE-KEYING OF THE PORTFOLIO THROUGH THE
000280*                 ONLINE SCREENS.
000281* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000282*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000283*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000284*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000285*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000286*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000287*                 END, RECORD COUNTS AND RETURN CODE.
000290*****************************************************************
000300*****************************************************************
000310*                                                                *
000750      SELECT HBXPRMF ASSIGN TO HBXPRMF
000760             ORGANIZATION IS SEQUENTIAL
000770             FILE STATUS IS WS-PRMF-STATUS.

000771      SELECT HBXRCTF ASSIGN TO HBXRCTF
000772             ORGANIZATION IS INDEXED
000773             ACCESS MODE IS RANDOM
000774             RECORD KEY IS HBXRCT-KEY
000775             FILE STATUS IS WS-RCTF-STATUS.

000776      SELECT HBXRCTC ASSIGN TO HBXRCTC
000777             ORGANIZATION IS SEQUENTIAL
000778             FILE STATUS IS WS-RCTC-STATUS.
000780  DATA DIVISION.
000790  FILE SECTION.
000800  FD  HBXBSCI
000970  FD  HBXPRMF
000980      RECORD CONTAINS 48 CHARACTERS.
000990  COPY HBXPRM.

000991  FD  HBXRCTF
000992      RECORD CONTAINS 200 CHARACTERS.
000993  COPY HBXRCT.

000994  FD  HBXRCTC
000995      RECORD CONTAINS 80 CHARACTERS.
000996  01  HBXRCTC-CARD.
000997      05  HBXRCTC-DATE             PIC 9(08).
000998      05  HBXRCTC-FORCE            PIC X(01).
000999          88  HBXRCTC-FORCED             VALUE 'F'.
001000      05  FILLER                   PIC X(71).
001001  WORKING-STORAGE SECTION.
001010  01  WS-BSCI-STATUS               PIC X(02).
001020  01  WS-BSCO-STATUS               PIC X(02).
001030  01  WS-BSCK-STATUS               PIC X(02).
001280  01  HBRC-CODES.
001290      COPY HBRC.
001300  COPY HBXRULP.
001301  01  WS-RCTF-STATUS               PIC X(02).
001302  01  WS-RCTC-STATUS               PIC X(02).
001303  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXBSCR'.
001304  01  WS-RCT-DATE                  PIC 9(08).
001305  01  WS-RCT-TODAY                 PIC 9(08).
001306  01  WS-RCT-NOW.
001307      05  WS-RCT-NOW-TIME          PIC 9(06).
001308      05  FILLER                   PIC 9(02).
001309  01  WS-RCT-DX                    PIC S9(4) COMP.
001310  01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001311      88  WS-RCT-FORCED                  VALUE 'Y'.
001312  01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001313      88  WS-RCT-REFUSED                 VALUE 'Y'.
001314  COPY HBXRCTS.
001315*****************************************************************
001320*  0000-MAINLINE                                                *
001330*****************************************************************
001340  PROCEDURE DIVISION.
001350  0000-MAINLINE.
001351      PERFORM 0500-CHECK-RUN-CONTROL
001352         THRU 0500-EXIT.
001353      IF WS-RCT-REFUSED
001354          STOP RUN
001355      END-IF.
001360      PERFORM 1000-INITIALIZE
001370         THRU 1000-EXIT.
001380      PERFORM 2000-READ-ACCOUNT
001420         UNTIL WS-EOF.
001430      PERFORM 9000-TERMINATE
001440         THRU 9000-EXIT.
001443      PERFORM 9500-RECORD-RUN-END
001446         THRU 9500-EXIT.
001450      STOP RUN.
001451*****************************************************************
001452*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND   *
001453*                           NO SECOND RUN UNLESS FORCED         *
001454*****************************************************************
001455  0500-CHECK-RUN-CONTROL.
001456      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001457      ACCEPT WS-RCT-NOW FROM TIME.
001458      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001459      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001460          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001461              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001462      END-IF.
001463      PERFORM 0510-READ-RUN-CARD
001464         THRU 0510-EXIT.
001465      OPEN I-O HBXRCTF.
001466      IF WS-RCTF-STATUS = '35'
001467          OPEN OUTPUT HBXRCTF
001468          CLOSE HBXRCTF
001469          OPEN I-O HBXRCTF
001470      END-IF.
001471      IF WS-RCTF-STATUS NOT = '00'
001472          DISPLAY 'HBXBSCR - HBXRCTF OPEN FAILED, STATUS '
001473                  WS-RCTF-STATUS
001474          SET WS-RCT-REFUSED       TO TRUE
001475          MOVE 12                  TO RETURN-CODE
001476          GO TO 0500-EXIT
001477      END-IF.
001478      SET HBXRCTS-IX               TO 1.
001479      SEARCH HBXRCTS-ENTRY
001480          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001481              PERFORM 0520-CHECK-PREREQUISITE
001482                 THRU 0520-EXIT
001483                 VARYING WS-RCT-DX FROM 1 BY 1
001484                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001485      END-SEARCH.
001486      IF NOT WS-RCT-REFUSED
001487          PERFORM 0530-RECORD-RUN-START
001488             THRU 0530-EXIT
001489      END-IF.
001490      CLOSE HBXRCTF.
001491      IF WS-RCT-REFUSED
001492          MOVE 12                  TO RETURN-CODE
001493      END-IF.

001494  0500-EXIT.
001495      EXIT.
001496*****************************************************************
001497*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN *
001498*                       COLUMNS 1-8 (THE CURRENT ONE WHEN       *
001499*                       BLANK), F IN COLUMN 9 TO FORCE          *
001500*                       THE RUN                                 *
001501*****************************************************************
001502  0510-READ-RUN-CARD.
001503      OPEN INPUT HBXRCTC.
001504      IF WS-RCTC-STATUS NOT = '00'
001505          GO TO 0510-EXIT
001506      END-IF.
001507      READ HBXRCTC
001508          AT END
001509              CLOSE HBXRCTC
001510              GO TO 0510-EXIT
001511      END-READ.
001512      IF HBXRCTC-DATE IS NUMERIC
001513      AND HBXRCTC-DATE > 0
001514          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001515      END-IF.
001516      IF HBXRCTC-FORCED
001517          SET WS-RCT-FORCED        TO TRUE
001518          DISPLAY 'HBXBSCR - RUN FORCED BY HBXRCTC'
001519      END-IF.
001520      CLOSE HBXRCTC.

001521  0510-EXIT.
001522      EXIT.
001523*****************************************************************
001524*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST   *
001525*                            HAVE COMPLETED FOR THE SAME DATE   *
001526*****************************************************************
001527  0520-CHECK-PREREQUISITE.
001528      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001529      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001530                                   TO HBXRCT-KEY-STEP.
001531      READ HBXRCTF.
001532      IF WS-RCTF-STATUS = '00'
001533      AND HBXRCT-COMPLETED
001534          GO TO 0520-EXIT
001535      END-IF.
001536      DISPLAY 'HBXBSCR - PREREQUISITE '
001537              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001538              ' NOT COMPLETED FOR ' WS-RCT-DATE.
001539      IF WS-RCT-FORCED
001540          DISPLAY 'HBXBSCR - FORCED - RUNNING WITHOUT IT'
001541      ELSE
001542          SET WS-RCT-REFUSED       TO TRUE
001543      END-IF.

001544  0520-EXIT.
001545      EXIT.
001546*****************************************************************
001547*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE     *
001548*                          UNLESS FORCED, ELSE MARK IT STARTED  *
001549*****************************************************************
001550  0530-RECORD-RUN-START.
001551      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001552      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001553      READ HBXRCTF.
001554      IF WS-RCTF-STATUS = '00'
001555          IF HBXRCT-COMPLETED
001556          AND NOT WS-RCT-FORCED
001557              DISPLAY 'HBXBSCR - ALREADY COMPLETED FOR '
001558                      WS-RCT-DATE ' - NOT RUN AGAIN'
001559              SET WS-RCT-REFUSED   TO TRUE
001560              GO TO 0530-EXIT
001561          END-IF
001562          ADD 1                    TO HBXRCT-RUN-COUNT
001563      ELSE
001564          MOVE SPACES              TO HBXRCT-RECORD
001565          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001566          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001567          MOVE 1                   TO HBXRCT-RUN-COUNT
001568      END-IF.
001569      SET HBXRCT-STARTED           TO TRUE.
001570      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001571      ACCEPT WS-RCT-NOW FROM TIME.
001572      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001573      MOVE 0                       TO HBXRCT-END-DATE
001574                                      HBXRCT-END-TIME
001575                                      HBXRCT-RC.
001576      INITIALIZE HBXRCT-COUNTS.
001577      IF WS-RCT-FORCED
001578          SET HBXRCT-FORCED        TO TRUE
001579      ELSE
001580          MOVE 'N'                 TO HBXRCT-FORCED-SW
001581      END-IF.
001582      WRITE HBXRCT-RECORD.
001583      IF WS-RCTF-STATUS = '22'
001584          REWRITE HBXRCT-RECORD
001585      END-IF.

001586  0530-EXIT.
001587      EXIT.
001588*****************************************************************
001589*  1000-INITIALIZE - SITE PARMS, RESTART POSITION, OPEN FILES   *
001590*****************************************************************
001591  1000-INITIALIZE.
001592      PERFORM 1100-READ-SITE-PARMS
001593         THRU 1100-EXIT.
001594      OPEN INPUT HBXBSCI.
001595      PERFORM 1200-READ-CHECKPOINT
001596         THRU 1200-EXIT.
001597      IF WS-RESTART-COUNT > 0
001598          OPEN EXTEND HBXBSCO
001599          PERFORM 1300-SKIP-ONE-RECORD
001600             THRU 1300-EXIT
001601             UNTIL WS-SKIP-COUNT >= WS-RESTART-COUNT
001602                OR WS-EOF
001610          MOVE WS-RESTART-COUNT    TO WS-PROCESSED-COUNT
001620          DISPLAY 'HBXBSCR - RESTART - SKIPPED PAST '
001630                  WS-SKIP-COUNT ' PROCESSED RECORDS'

003680  9000-EXIT.
003690      EXIT.
003700*****************************************************************
003710*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO    *
003720*                        THE RUN-CONTROL RECORD                 *
003730*****************************************************************
003740  9500-RECORD-RUN-END.
003750      OPEN I-O HBXRCTF.
003760      IF WS-RCTF-STATUS NOT = '00'
003770          DISPLAY 'HBXBSCR - HBXRCTF OPEN FAILED, STATUS '
003780                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
003790          GO TO 9500-EXIT
003800      END-IF.
003810      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
003820      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
003830      READ HBXRCTF.
003840      IF WS-RCTF-STATUS NOT = '00'
003850          DISPLAY 'HBXBSCR - NO RUN-CONTROL RECORD, STATUS '
003860                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
003870          CLOSE HBXRCTF
003880          GO TO 9500-EXIT
003890      END-IF.
003900      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
003910      ACCEPT WS-RCT-NOW FROM TIME.
003920      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
003930      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
003940      MOVE RETURN-CODE             TO HBXRCT-RC.
003950      IF RETURN-CODE > 4
003960          SET HBXRCT-FAILED        TO TRUE
003970      ELSE
003980          SET HBXRCT-COMPLETED     TO TRUE
003990      END-IF.
004000      MOVE 'ACCOUNTS READ'         TO HBXRCT-COUNT-LABEL(1).
004010      MOVE WS-READ-COUNT           TO HBXRCT-COUNT-VALUE(1).
004020      MOVE 'SCORED OK'             TO HBXRCT-COUNT-LABEL(2).
004030      MOVE WS-OK-COUNT             TO HBXRCT-COUNT-VALUE(2).
004040      MOVE 'SCORED SEVERE'         TO HBXRCT-COUNT-LABEL(3).
004050      MOVE WS-SEVERE-COUNT         TO HBXRCT-COUNT-VALUE(3).
004060      MOVE 'LINK FAILURES'         TO HBXRCT-COUNT-LABEL(4).
004070      MOVE WS-LINK-FAIL-COUNT      TO HBXRCT-COUNT-VALUE(4).
004080      REWRITE HBXRCT-RECORD.
004090      CLOSE HBXRCTF.

004100  9500-EXIT.
004110      EXIT.
