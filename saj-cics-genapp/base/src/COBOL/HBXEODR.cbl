000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXEODR.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-14.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-14 JLS  NEW PROGRAM.  ONE-PAGE END-OF-DAY STATUS
000200*                 REPORT OF THE NIGHTLY BATCH CHAIN FROM THE
000210*                 HBXRCTF RUN-CONTROL FILE, FOR THE MORNING
000220*                 SHIFT.
000230******************************************************************
000240******************************************************************
000250*                                                                *
000260*   H B X E O D R                                                *
000270*                                                                *
000280*   RUN EACH MORNING (JOB HBXEODRJ) AFTER THE NIGHTLY CHAIN.     *
000290*   EVERY STEP IN THE CHAIN (HBXRCTS.CPY, IN RUN ORDER) IS       *
000300*   LOOKED UP ON HBXRCTF FOR ONE BUSINESS DATE - YESTERDAY'S,    *
000310*   OR THE ONE IN COLUMNS 1-8 OF THE OPTIONAL HBXRCTC CARD -     *
000320*   AND PRINTED WITH ITS JOB, STATUS, START AND END, RETURN      *
000330*   CODE, NUMBER OF RUNS, WHETHER IT WAS FORCED, AND THE RECORD  *
000340*   COUNTS IT LEFT.  STATUSES:                                   *
000350*     COMPLETED   - ENDED WITH RC 0 OR 4,                        *
000360*     FAILED      - ENDED WITH RC 8 OR HIGHER,                   *
000370*     NO END      - STARTED BUT NEVER RECORDED ITS END - THE     *
000380*                   STEP ABENDED OR IS STILL RUNNING,            *
000390*     NOT RUN     - NO RECORD FOR THE DATE; THE FIRST            *
000400*                   PREREQUISITE NOT COMPLETED IS NAMED AS WHAT  *
000410*                   IS HOLDING IT.                               *
000420*                                                                *
000430*   RETURN CODE 0 WHEN EVERY STEP COMPLETED, 4 WHEN SOME HAVE    *
000440*   NOT RUN, 8 WHEN ANY FAILED OR HAS NO END, 12 WHEN HBXRCTF    *
000450*   CANNOT BE OPENED.                                            *
000460*                                                                *
000470******************************************************************
000480  ENVIRONMENT DIVISION.
000490  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000510      SELECT HBXRCTF ASSIGN TO HBXRCTF
000520          ORGANIZATION IS INDEXED
000530          ACCESS MODE IS RANDOM
000540          RECORD KEY IS HBXRCT-KEY
000550          FILE STATUS IS WS-RCTF-STATUS.

000560      SELECT HBXRCTC ASSIGN TO HBXRCTC
000570          ORGANIZATION IS SEQUENTIAL
000580          FILE STATUS IS WS-RCTC-STATUS.

000590      SELECT HBXEODRO ASSIGN TO HBXEODRO
000600          ORGANIZATION IS SEQUENTIAL
000610          FILE STATUS IS WS-RPT-STATUS.

000620  DATA DIVISION.
000630  FILE SECTION.
000640  FD  HBXRCTF
000650      RECORD CONTAINS 200 CHARACTERS.
000660      COPY HBXRCT.

000670  FD  HBXRCTC
000680      RECORD CONTAINS 80 CHARACTERS.
000690  01  HBXRCTC-CARD.
000700      05  HBXRCTC-DATE             PIC 9(08).
000710      05  FILLER                   PIC X(72).

000720  FD  HBXEODRO
000730      RECORD CONTAINS 133 CHARACTERS.
000740  01  HBXEODRO-LINE                PIC X(133).

000750  WORKING-STORAGE SECTION.
000760  01  WS-RCTF-STATUS                 PIC X(02).
000770      88  WS-RCTF-OK                      VALUE '00'.
000780      88  WS-RCTF-NOTFND                  VALUE '23'.
000790  01  WS-RCTC-STATUS                 PIC X(02).
000800  01  WS-RPT-STATUS                  PIC X(02).
000810  01  WS-RCTF-OPEN-SW                PIC X(01) VALUE 'N'.
000820      88  WS-RCTF-OPEN                        VALUE 'Y'.
000830  01  WS-TODAY                       PIC 9(08).
000840  01  WS-EOD-DATE                    PIC 9(08).
000850  01  WS-EOD-DX                      PIC S9(4) COMP VALUE 0.
000860  01  WS-EOD-CX                      PIC S9(4) COMP VALUE 0.
000870  01  WS-COUNTS.
000880      05  WS-COMPLETED-COUNT         PIC 9(07) COMP-3 VALUE 0.
000890      05  WS-FAILED-COUNT            PIC 9(07) COMP-3 VALUE 0.
000900      05  WS-NO-END-COUNT            PIC 9(07) COMP-3 VALUE 0.
000910      05  WS-NOT-RUN-COUNT           PIC 9(07) COMP-3 VALUE 0.
000920      05  WS-FORCED-COUNT            PIC 9(07) COMP-3 VALUE 0.
000930  01  WS-HEADING-1.
000940      05  FILLER     PIC X(01) VALUE '1'.
000950      05  FILLER     PIC X(58) VALUE
000960          'HBXEODR - END-OF-DAY BATCH CHAIN STATUS'.
000970  01  WS-HEADING-2.
000980      05  FILLER       PIC X(01) VALUE ' '.
000990      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
001000      05  WS-H2-DATE   PIC 9(08).
001010      05  FILLER       PIC X(19) VALUE '   BUSINESS DATE: '.
001020      05  WS-H2-EOD-DATE PIC 9(08).
001030  01  WS-BLANK-LINE.
001040      05  FILLER       PIC X(01) VALUE ' '.
001050  01  WS-STEP-HEADING.
001060      05  FILLER       PIC X(01) VALUE ' '.
001070      05  FILLER       PIC X(09) VALUE 'STEP'.
001080      05  FILLER       PIC X(09) VALUE 'JOB'.
001090      05  FILLER       PIC X(11) VALUE 'STATUS'.
001100      05  FILLER       PIC X(16) VALUE 'STARTED'.
001110      05  FILLER       PIC X(16) VALUE 'ENDED'.
001120      05  FILLER       PIC X(06) VALUE 'RC'.
001130      05  FILLER       PIC X(05) VALUE 'RUNS'.
001140      05  FILLER       PIC X(07) VALUE 'FORCED'.
001150      05  FILLER       PIC X(40) VALUE 'NOTE'.
001160  01  WS-STEP-LINE.
001170      05  FILLER       PIC X(01) VALUE ' '.
001180      05  WS-SL-STEP   PIC X(08).
001190      05  FILLER       PIC X(01) VALUE SPACE.
001200      05  WS-SL-JOB    PIC X(08).
001210      05  FILLER       PIC X(01) VALUE SPACE.
001220      05  WS-SL-STATUS PIC X(10).
001230      05  FILLER       PIC X(01) VALUE SPACE.
001240      05  WS-SL-START-DATE  PIC X(08).
001250      05  FILLER       PIC X(01) VALUE SPACE.
001260      05  WS-SL-START-TIME  PIC X(06).
001270      05  FILLER       PIC X(01) VALUE SPACE.
001280      05  WS-SL-END-DATE    PIC X(08).
001290      05  FILLER       PIC X(01) VALUE SPACE.
001300      05  WS-SL-END-TIME    PIC X(06).
001310      05  FILLER       PIC X(01) VALUE SPACE.
001320      05  WS-SL-RC     PIC X(04).
001330      05  FILLER       PIC X(02) VALUE SPACES.
001340      05  WS-SL-RUNS   PIC X(03).
001350      05  FILLER       PIC X(02) VALUE SPACES.
001360      05  WS-SL-FORCED PIC X(06).
001370      05  FILLER       PIC X(01) VALUE SPACE.
001380      05  WS-SL-NOTE   PIC X(40).
001390  01  WS-SL-NUMBERS.
001400      05  WS-SL-RC-EDIT     PIC ZZZ9.
001410      05  WS-SL-RUNS-EDIT   PIC ZZ9.
001420  01  WS-STEP-COUNT-LINE.
001430      05  FILLER       PIC X(01) VALUE ' '.
001440      05  FILLER       PIC X(09) VALUE SPACES.
001450      05  WS-SCL-ENTRY OCCURS 4 TIMES.
001460          10  WS-SCL-LABEL PIC X(16).
001470          10  FILLER       PIC X(01).
001480          10  WS-SCL-VALUE PIC ZZZ,ZZZ,ZZ9.
001490          10  FILLER       PIC X(02).
001500  01  WS-NO-FILE-LINE.
001510      05  FILLER       PIC X(01) VALUE ' '.
001520      05  FILLER       PIC X(46) VALUE
001530          '  RUN-CONTROL FILE HBXRCTF NOT OPENED, STATUS '.
001540      05  WS-NFL-STATUS PIC X(02).
001550  01  WS-OVERALL-LINE.
001560      05  FILLER       PIC X(01) VALUE ' '.
001570      05  FILLER       PIC X(09) VALUE 'OVERALL: '.
001580      05  WS-OL-TEXT   PIC X(60).
001590  01  WS-COUNT-LINE.
001600      05  FILLER       PIC X(01) VALUE ' '.
001610      05  WS-CTL-LABEL PIC X(44).
001620      05  WS-CTL-COUNT PIC ZZZ,ZZ9.
001630      COPY HBXRCTS.

001640  LINKAGE SECTION.
001650******************************************************************
001660*  0000-MAINLINE                                                 *
001670******************************************************************
001680  PROCEDURE DIVISION.
001690  0000-MAINLINE.
001700      PERFORM 1000-INITIALIZE
001710         THRU 1000-EXIT.
001720      IF WS-RCTF-OPEN
001730          PERFORM 2000-REPORT-STEP
001740             THRU 2000-EXIT
001750             VARYING HBXRCTS-IX FROM 1 BY 1
001760             UNTIL HBXRCTS-IX > HBXRCTS-STEP-COUNT
001770          PERFORM 4000-PRINT-TOTALS
001780             THRU 4000-EXIT
001790      END-IF.
001800      PERFORM 9000-TERMINATE
001810         THRU 9000-EXIT.
001820      STOP RUN.

001830  0000-EXIT.
001840      EXIT.
001850******************************************************************
001860*  1000-INITIALIZE - WORK OUT THE BUSINESS DATE, OPEN FILES AND  *
001870*                    PRINT THE PAGE HEADINGS                     *
001880******************************************************************
001890  1000-INITIALIZE.
001900      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001910      COMPUTE WS-EOD-DATE = FUNCTION DATE-OF-INTEGER
001920          (FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
001930      PERFORM 1100-READ-RUN-CARD
001940         THRU 1100-EXIT.
001950      OPEN OUTPUT HBXEODRO.
001960      WRITE HBXEODRO-LINE FROM WS-HEADING-1.
001970      MOVE WS-TODAY                TO WS-H2-DATE.
001980      MOVE WS-EOD-DATE             TO WS-H2-EOD-DATE.
001990      WRITE HBXEODRO-LINE FROM WS-HEADING-2.
002000      WRITE HBXEODRO-LINE FROM WS-BLANK-LINE.
002010      OPEN INPUT HBXRCTF.
002020      IF NOT WS-RCTF-OK
002030          DISPLAY 'HBXEODR - HBXRCTF OPEN FAILED, STATUS '
002040                  WS-RCTF-STATUS
002050          MOVE WS-RCTF-STATUS      TO WS-NFL-STATUS
002060          WRITE HBXEODRO-LINE FROM WS-NO-FILE-LINE
002070          MOVE 12                  TO RETURN-CODE
002080          GO TO 1000-EXIT
002090      END-IF.
002100      SET WS-RCTF-OPEN             TO TRUE.
002110      WRITE HBXEODRO-LINE FROM WS-STEP-HEADING.

002120  1000-EXIT.
002130      EXIT.
002140******************************************************************
002150*  1100-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN  *
002160*                       COLUMNS 1-8 (YESTERDAY WHEN BLANK)       *
002170******************************************************************
002180  1100-READ-RUN-CARD.
002190      OPEN INPUT HBXRCTC.
002200      IF WS-RCTC-STATUS NOT = '00'
002210          GO TO 1100-EXIT
002220      END-IF.
002230      READ HBXRCTC
002240          AT END
002250              CLOSE HBXRCTC
002260              GO TO 1100-EXIT
002270      END-READ.
002280      IF HBXRCTC-DATE IS NUMERIC
002290      AND HBXRCTC-DATE > 0
002300          MOVE HBXRCTC-DATE        TO WS-EOD-DATE
002310      END-IF.
002320      CLOSE HBXRCTC.

002330  1100-EXIT.
002340      EXIT.
002350******************************************************************
002360*  2000-REPORT-STEP - ONE STEP OF THE CHAIN FOR THE BUSINESS     *
002370*                     DATE, WITH ITS RECORD COUNTS               *
002380******************************************************************
002390  2000-REPORT-STEP.
002400      MOVE SPACES                  TO WS-SL-STATUS
002410                                      WS-SL-START-DATE
002420                                      WS-SL-START-TIME
002430                                      WS-SL-END-DATE
002440                                      WS-SL-END-TIME
002450                                      WS-SL-RC
002460                                      WS-SL-RUNS
002470                                      WS-SL-FORCED
002480                                      WS-SL-NOTE.
002490      MOVE HBXRCTS-STEP(HBXRCTS-IX) TO WS-SL-STEP.
002500      MOVE HBXRCTS-JOB(HBXRCTS-IX) TO WS-SL-JOB.
002510      MOVE WS-EOD-DATE             TO HBXRCT-KEY-DATE.
002520      MOVE HBXRCTS-STEP(HBXRCTS-IX) TO HBXRCT-KEY-STEP.
002530      READ HBXRCTF.
002540      IF NOT WS-RCTF-OK
002550          MOVE 'NOT RUN'           TO WS-SL-STATUS
002560          ADD 1                    TO WS-NOT-RUN-COUNT
002570          PERFORM 2100-FIND-HOLD
002580             THRU 2100-EXIT
002590          WRITE HBXEODRO-LINE FROM WS-STEP-LINE
002600          GO TO 2000-EXIT
002610      END-IF.
002620      MOVE HBXRCT-START-DATE       TO WS-SL-START-DATE.
002630      MOVE HBXRCT-START-TIME       TO WS-SL-START-TIME.
002640      MOVE HBXRCT-RUN-COUNT        TO WS-SL-RUNS-EDIT.
002650      MOVE WS-SL-RUNS-EDIT         TO WS-SL-RUNS.
002660      IF HBXRCT-FORCED
002670          MOVE 'YES'               TO WS-SL-FORCED
002680          ADD 1                    TO WS-FORCED-COUNT
002690      END-IF.
002700      EVALUATE TRUE
002710          WHEN HBXRCT-COMPLETED
002720              MOVE 'COMPLETED'     TO WS-SL-STATUS
002730              ADD 1                TO WS-COMPLETED-COUNT
002740          WHEN HBXRCT-FAILED
002750              MOVE 'FAILED'        TO WS-SL-STATUS
002760              MOVE 'SEE THE JOB LOG - RERUN FORCED WHEN FIXED'
002770                                   TO WS-SL-NOTE
002780              ADD 1                TO WS-FAILED-COUNT
002790          WHEN OTHER
002800              MOVE 'NO END'        TO WS-SL-STATUS
002810              MOVE 'ABENDED OR STILL RUNNING'
002820                                   TO WS-SL-NOTE
002830              ADD 1                TO WS-NO-END-COUNT
002840      END-EVALUATE.
002850      IF NOT HBXRCT-STARTED
002860          MOVE HBXRCT-END-DATE     TO WS-SL-END-DATE
002870          MOVE HBXRCT-END-TIME     TO WS-SL-END-TIME
002880          MOVE HBXRCT-RC           TO WS-SL-RC-EDIT
002890          MOVE WS-SL-RC-EDIT       TO WS-SL-RC
002900      END-IF.
002910      WRITE HBXEODRO-LINE FROM WS-STEP-LINE.
002920      IF HBXRCT-COUNT-LABEL(1) NOT = SPACES
002930          MOVE SPACES              TO WS-STEP-COUNT-LINE
002940          PERFORM 2200-FORMAT-COUNT
002950             THRU 2200-EXIT
002960             VARYING WS-EOD-CX FROM 1 BY 1
002970             UNTIL WS-EOD-CX > 4
002980          WRITE HBXEODRO-LINE FROM WS-STEP-COUNT-LINE
002990      END-IF.

003000  2000-EXIT.
003010      EXIT.
003020******************************************************************
003030*  2100-FIND-HOLD - NAME THE FIRST PREREQUISITE OF A STEP THAT   *
003040*                   HAS NOT RUN WHICH IS NOT COMPLETED           *
003050******************************************************************
003060  2100-FIND-HOLD.
003070      PERFORM 2110-CHECK-HOLD
003080         THRU 2110-EXIT
003090         VARYING WS-EOD-DX FROM 1 BY 1
003100         UNTIL WS-EOD-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
003110            OR WS-SL-NOTE NOT = SPACES.
003120      IF WS-SL-NOTE = SPACES
003130          MOVE 'NOT SUBMITTED'     TO WS-SL-NOTE
003140      END-IF.

003150  2100-EXIT.
003160      EXIT.
003170******************************************************************
003180*  2110-CHECK-HOLD                                               *
003190******************************************************************
003200  2110-CHECK-HOLD.
003210      MOVE WS-EOD-DATE             TO HBXRCT-KEY-DATE.
003220      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-EOD-DX)
003230                                   TO HBXRCT-KEY-STEP.
003240      READ HBXRCTF.
003250      IF WS-RCTF-OK
003260      AND HBXRCT-COMPLETED
003270          GO TO 2110-EXIT
003280      END-IF.
003290      STRING 'HELD - '             DELIMITED BY SIZE
003300             HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-EOD-DX)
003310                                   DELIMITED BY SPACE
003320             ' NOT COMPLETED'      DELIMITED BY SIZE
003330          INTO WS-SL-NOTE
003340      END-STRING.

003350  2110-EXIT.
003360      EXIT.
003370******************************************************************
003380*  2200-FORMAT-COUNT - ONE LABELLED RECORD COUNT                 *
003390******************************************************************
003400  2200-FORMAT-COUNT.
003410      IF HBXRCT-COUNT-LABEL(WS-EOD-CX) = SPACES
003420          GO TO 2200-EXIT
003430      END-IF.
003440      MOVE HBXRCT-COUNT-LABEL(WS-EOD-CX)
003450                                   TO WS-SCL-LABEL(WS-EOD-CX).
003460      MOVE HBXRCT-COUNT-VALUE(WS-EOD-CX)
003470                                   TO WS-SCL-VALUE(WS-EOD-CX).

003480  2200-EXIT.
003490      EXIT.
003500******************************************************************
003510*  4000-PRINT-TOTALS                                             *
003520******************************************************************
003530  4000-PRINT-TOTALS.
003540      WRITE HBXEODRO-LINE FROM WS-BLANK-LINE.
003550      MOVE 'STEPS IN THE CHAIN'    TO WS-CTL-LABEL.
003560      MOVE HBXRCTS-STEP-COUNT      TO WS-CTL-COUNT.
003570      WRITE HBXEODRO-LINE FROM WS-COUNT-LINE.
003580      MOVE 'COMPLETED'             TO WS-CTL-LABEL.
003590      MOVE WS-COMPLETED-COUNT      TO WS-CTL-COUNT.
003600      WRITE HBXEODRO-LINE FROM WS-COUNT-LINE.
003610      MOVE 'FAILED'                TO WS-CTL-LABEL.
003620      MOVE WS-FAILED-COUNT         TO WS-CTL-COUNT.
003630      WRITE HBXEODRO-LINE FROM WS-COUNT-LINE.
003640      MOVE 'STARTED WITH NO END (ABENDED OR RUNNING)'
003650                                   TO WS-CTL-LABEL.
003660      MOVE WS-NO-END-COUNT         TO WS-CTL-COUNT.
003670      WRITE HBXEODRO-LINE FROM WS-COUNT-LINE.
003680      MOVE 'NOT RUN'               TO WS-CTL-LABEL.
003690      MOVE WS-NOT-RUN-COUNT        TO WS-CTL-COUNT.
003700      WRITE HBXEODRO-LINE FROM WS-COUNT-LINE.
003710      MOVE 'FORCED PAST THE RUN-CONTROL CHECKS'
003720                                   TO WS-CTL-LABEL.
003730      MOVE WS-FORCED-COUNT         TO WS-CTL-COUNT.
003740      WRITE HBXEODRO-LINE FROM WS-COUNT-LINE.
003750      WRITE HBXEODRO-LINE FROM WS-BLANK-LINE.
003760      EVALUATE TRUE
003770          WHEN WS-FAILED-COUNT > 0
003780          OR   WS-NO-END-COUNT > 0
003790              MOVE 'ACTION NEEDED - FAILED OR UNFINISHED STEPS'
003800                                   TO WS-OL-TEXT
003810              MOVE 8               TO RETURN-CODE
003820          WHEN WS-NOT-RUN-COUNT > 0
003830              MOVE 'INCOMPLETE - STEPS NOT YET RUN'
003840                                   TO WS-OL-TEXT
003850              MOVE 4               TO RETURN-CODE
003860          WHEN OTHER
003870              MOVE 'CHAIN COMPLETE'
003880                                   TO WS-OL-TEXT
003890      END-EVALUATE.
003900      WRITE HBXEODRO-LINE FROM WS-OVERALL-LINE.

003910  4000-EXIT.
003920      EXIT.
003930******************************************************************
003940*  9000-TERMINATE                                                *
003950******************************************************************
003960  9000-TERMINATE.
003970      IF WS-RCTF-OPEN
003980          CLOSE HBXRCTF
003990      END-IF.
004000      CLOSE HBXEODRO.
004010      DISPLAY 'HBXEODR - ' WS-EOD-DATE
004020              ' COMPLETED/FAILED/NO END/NOT RUN: '
004030              WS-COMPLETED-COUNT ' ' WS-FAILED-COUNT ' '
004040              WS-NO-END-COUNT ' ' WS-NOT-RUN-COUNT.

004050  9000-EXIT.
004060      EXIT.
