000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXOPRPT.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-07.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-07 JLS  NEW PROGRAM.  WEEKLY OPERATOR ACTION REPORT -
000200*                 EVERY CHANGE MADE FROM THE HBXT, HBXS AND HBXA
000210*                 WORKBENCHES IN THE WEEK, WITH ITS BEFORE AND
000220*                 AFTER IMAGES, FOR AUDIT TO REVIEW AND SIGN.
000230******************************************************************
000240******************************************************************
000250*                                                                *
000260*   H B X O P R P T                                              *
000270*                                                                *
000280*   RUN WEEKLY (JOB HBXOPRPJ), NORMALLY ON MONDAY.  REPORTS THE  *
000290*   SEVEN DAYS ENDING YESTERDAY FROM THE HBXOPJF OPERATOR ACTION *
000300*   JOURNAL WRITTEN BY HBXOPJWR.  EACH ENTRY IS LISTED IN KEY    *
000310*   ORDER (DATE, TIME, TERMINAL, USERID) WITH THE TRANSACTION,   *
000320*   PROGRAM, ACTION, FILE AND RECORD KEY, FOLLOWED BY ITS BEFORE *
000330*   AND AFTER IMAGES WHERE THERE ARE ANY.  THE COUNTS BY ACTION  *
000340*   AND A SIGN-OFF BLOCK FOR THE AUDIT REVIEWER CLOSE THE        *
000350*   REPORT.                                                      *
000360*                                                                *
000370*   A WEEK WITH NO CHANGES STILL PRINTS, SO THERE IS ALWAYS A    *
000380*   PAGE TO SIGN.  HBXOPJF CANNOT BE OPENED - RETURN CODE 8.     *
000390*                                                                *
000400******************************************************************
000410  ENVIRONMENT DIVISION.
000420  INPUT-OUTPUT SECTION.
000430  FILE-CONTROL.
000440      SELECT HBXOPJF ASSIGN TO HBXOPJF
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS SEQUENTIAL
000470             RECORD KEY IS HBXOPJ-KEY
000480             FILE STATUS IS WS-OPJF-STATUS.

000490      SELECT HBXOPRPO ASSIGN TO HBXOPRPO
000500             ORGANIZATION IS SEQUENTIAL
000510             FILE STATUS IS WS-RPT-STATUS.
000520  DATA DIVISION.
000530  FILE SECTION.
000540  FD  HBXOPJF
000550      RECORD CONTAINS 400 CHARACTERS.
000560  COPY HBXOPJ.

000570  FD  HBXOPRPO
000580      RECORD CONTAINS 133 CHARACTERS.
000590  01  HBXOPRPO-LINE                PIC X(133).

000600  WORKING-STORAGE SECTION.
000610  01  WS-OPJF-STATUS                 PIC X(02).
000620      88  WS-OPJF-OK                      VALUE '00'.
000630  01  WS-RPT-STATUS                  PIC X(02).
000640  01  WS-OPJF-EOF-SW                 PIC X(01) VALUE 'N'.
000650      88  WS-OPJF-DONE                        VALUE 'Y'.
000660  01  WS-OPJF-OPEN-SW                PIC X(01) VALUE 'N'.
000670      88  WS-OPJF-OPEN                        VALUE 'Y'.
000680  01  WS-TODAY                       PIC 9(08).
000690  01  WS-FROM-DATE                   PIC 9(08).
000700  01  WS-TO-DATE                     PIC 9(08).
000710  01  WS-DAY-NUMBER                  PIC S9(9) COMP.
000720  01  WS-IMAGE-AREA                  PIC X(150).
000730  01  WS-IMAGE-LINES REDEFINES WS-IMAGE-AREA.
000740      05  WS-IMAGE-LINE1             PIC X(75).
000750      05  WS-IMAGE-LINE2             PIC X(75).
000760  01  WS-COUNTS.
000770      05  WS-TOTAL-COUNT             PIC 9(07) COMP-3 VALUE 0.
000780      05  WS-ADD-COUNT               PIC 9(07) COMP-3 VALUE 0.
000790      05  WS-UPDATE-COUNT            PIC 9(07) COMP-3 VALUE 0.
000800      05  WS-REBUILD-COUNT           PIC 9(07) COMP-3 VALUE 0.
000810      05  WS-CANCEL-COUNT            PIC 9(07) COMP-3 VALUE 0.
000820      05  WS-FLAG-COUNT              PIC 9(07) COMP-3 VALUE 0.
000830      05  WS-REPLAY-COUNT            PIC 9(07) COMP-3 VALUE 0.
000840      05  WS-ACK-COUNT               PIC 9(07) COMP-3 VALUE 0.
000850      05  WS-OTHER-COUNT             PIC 9(07) COMP-3 VALUE 0.
000860  01  WS-HEADING-1.
000870      05  FILLER     PIC X(01) VALUE '1'.
000880      05  FILLER     PIC X(58) VALUE
000890          'HBXOPRPT - WEEKLY OPERATOR ACTION REPORT'.
000900  01  WS-HEADING-2.
000910      05  FILLER       PIC X(01) VALUE ' '.
000920      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
000930      05  WS-H2-DATE   PIC 9(08).
000940      05  FILLER       PIC X(12) VALUE '   PERIOD: '.
000950      05  WS-H2-FROM   PIC 9(08).
000960      05  FILLER       PIC X(04) VALUE ' TO '.
000970      05  WS-H2-TO     PIC 9(08).
000980  01  WS-BLANK-LINE.
000990      05  FILLER       PIC X(01) VALUE ' '.
001000  01  WS-ACTION-HEADING.
001010      05  FILLER       PIC X(01) VALUE ' '.
001020      05  FILLER       PIC X(09) VALUE 'DATE'.
001030      05  FILLER       PIC X(07) VALUE 'TIME'.
001040      05  FILLER       PIC X(09) VALUE 'USERID'.
001050      05  FILLER       PIC X(05) VALUE 'TERM'.
001060      05  FILLER       PIC X(05) VALUE 'TRAN'.
001070      05  FILLER       PIC X(09) VALUE 'PROGRAM'.
001080      05  FILLER       PIC X(09) VALUE 'ACTION'.
001090      05  FILLER       PIC X(09) VALUE 'FILE'.
001100      05  FILLER       PIC X(31) VALUE 'RECORD KEY'.
001110      05  FILLER       PIC X(08) VALUE 'REGION'.
001120  01  WS-ACTION-LINE.
001130      05  FILLER       PIC X(01) VALUE ' '.
001140      05  WS-AL-DATE   PIC 9(08).
001150      05  FILLER       PIC X(01) VALUE SPACE.
001160      05  WS-AL-TIME   PIC 9(06).
001170      05  FILLER       PIC X(01) VALUE SPACE.
001180      05  WS-AL-USERID PIC X(08).
001190      05  FILLER       PIC X(01) VALUE SPACE.
001200      05  WS-AL-TERMID PIC X(04).
001210      05  FILLER       PIC X(01) VALUE SPACE.
001220      05  WS-AL-TRANID PIC X(04).
001230      05  FILLER       PIC X(01) VALUE SPACE.
001240      05  WS-AL-PROGRAM     PIC X(08).
001250      05  FILLER       PIC X(01) VALUE SPACE.
001260      05  WS-AL-ACTION      PIC X(08).
001270      05  FILLER       PIC X(01) VALUE SPACE.
001280      05  WS-AL-FILE        PIC X(08).
001290      05  FILLER       PIC X(01) VALUE SPACE.
001300      05  WS-AL-REC-KEY     PIC X(30).
001310      05  FILLER       PIC X(01) VALUE SPACE.
001320      05  WS-AL-REGION      PIC X(08).
001330  01  WS-IMAGE-PRINT.
001340      05  FILLER       PIC X(01) VALUE ' '.
001350      05  FILLER       PIC X(10) VALUE SPACES.
001360      05  WS-IP-LABEL  PIC X(08).
001370      05  WS-IP-TEXT   PIC X(75).
001380  01  WS-NO-ACTIONS-LINE.
001390      05  FILLER       PIC X(01) VALUE ' '.
001400      05  FILLER       PIC X(46) VALUE
001410          '  NO OPERATOR ACTIONS JOURNALED IN THE PERIOD'.
001420  01  WS-COUNT-LINE.
001430      05  FILLER       PIC X(01) VALUE ' '.
001440      05  WS-CTL-LABEL PIC X(44).
001450      05  WS-CTL-COUNT PIC ZZZ,ZZ9.
001460  01  WS-SIGN-LINE.
001470      05  FILLER       PIC X(01) VALUE ' '.
001480      05  WS-SL-LABEL  PIC X(22).
001490      05  FILLER       PIC X(40) VALUE ALL '_'.

001500  LINKAGE SECTION.
001510******************************************************************
001520*  0000-MAINLINE                                                *
001530******************************************************************
001540  PROCEDURE DIVISION.
001550  0000-MAINLINE.
001560      PERFORM 1000-INITIALIZE
001570         THRU 1000-EXIT.
001580      IF NOT WS-OPJF-DONE
001590          PERFORM 2100-READ-OPJF
001600             THRU 2100-EXIT
001610      END-IF.
001620      PERFORM 2200-PROCESS-OPJF
001630         THRU 2200-EXIT
001640         UNTIL WS-OPJF-DONE.
001650      IF WS-TOTAL-COUNT = 0
001660          WRITE HBXOPRPO-LINE FROM WS-NO-ACTIONS-LINE
001670      END-IF.
001680      PERFORM 4000-PRINT-TOTALS
001690         THRU 4000-EXIT.
001700      PERFORM 5000-PRINT-SIGN-OFF
001710         THRU 5000-EXIT.
001720      PERFORM 9000-TERMINATE
001730         THRU 9000-EXIT.
001740      STOP RUN.

001750  0000-EXIT.
001760      EXIT.
001770******************************************************************
001780*  1000-INITIALIZE - WORK OUT THE WEEK, OPEN FILES, PRINT THE    *
001790*                    HEADINGS AND POSITION ON THE FIRST DAY      *
001800******************************************************************
001810  1000-INITIALIZE.
001820      OPEN OUTPUT HBXOPRPO.
001830      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001840      COMPUTE WS-DAY-NUMBER =
001850              FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.
001860      COMPUTE WS-TO-DATE =
001870              FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
001880      SUBTRACT 6                   FROM WS-DAY-NUMBER.
001890      COMPUTE WS-FROM-DATE =
001900              FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
001910      WRITE HBXOPRPO-LINE FROM WS-HEADING-1.
001920      MOVE WS-TODAY                TO WS-H2-DATE.
001930      MOVE WS-FROM-DATE            TO WS-H2-FROM.
001940      MOVE WS-TO-DATE              TO WS-H2-TO.
001950      WRITE HBXOPRPO-LINE FROM WS-HEADING-2.
001960      WRITE HBXOPRPO-LINE FROM WS-BLANK-LINE.
001970      WRITE HBXOPRPO-LINE FROM WS-ACTION-HEADING.
001980      OPEN INPUT HBXOPJF.
001990      IF NOT WS-OPJF-OK
002000          DISPLAY 'HBXOPRPT - HBXOPJF OPEN FAILED, STATUS '
002010                  WS-OPJF-STATUS
002020          MOVE 8                   TO RETURN-CODE
002030          SET WS-OPJF-DONE         TO TRUE
002040          GO TO 1000-EXIT
002050      END-IF.
002060      SET WS-OPJF-OPEN             TO TRUE.
002070      MOVE LOW-VALUES              TO HBXOPJ-KEY.
002080      MOVE WS-FROM-DATE            TO HBXOPJ-KEY-DATE.
002090      START HBXOPJF KEY NOT < HBXOPJ-KEY
002100          INVALID KEY
002110              SET WS-OPJF-DONE     TO TRUE
002120      END-START.

002130  1000-EXIT.
002140      EXIT.
002150******************************************************************
002160*  2100-READ-OPJF - PAST THE LAST DAY OF THE WEEK IS END OF FILE *
002170******************************************************************
002180  2100-READ-OPJF.
002190      READ HBXOPJF NEXT RECORD
002200          AT END
002210              SET WS-OPJF-DONE TO TRUE
002220              GO TO 2100-EXIT
002230      END-READ.
002240      IF HBXOPJ-KEY-DATE > WS-TO-DATE
002250          SET WS-OPJF-DONE         TO TRUE
002260      END-IF.

002270  2100-EXIT.
002280      EXIT.
002290******************************************************************
002300*  2200-PROCESS-OPJF - LIST ONE CHANGE WITH ITS IMAGES AND COUNT *
002310*                      IT                                        *
002320******************************************************************
002330  2200-PROCESS-OPJF.
002340      ADD 1                        TO WS-TOTAL-COUNT.
002350      EVALUATE TRUE
002360          WHEN HBXOPJ-ADD
002370              ADD 1                TO WS-ADD-COUNT
002380          WHEN HBXOPJ-UPDATE
002390              ADD 1                TO WS-UPDATE-COUNT
002400          WHEN HBXOPJ-REBUILD
002410              ADD 1                TO WS-REBUILD-COUNT
002420          WHEN HBXOPJ-CANCEL
002430              ADD 1                TO WS-CANCEL-COUNT
002440          WHEN HBXOPJ-FLAG
002450              ADD 1                TO WS-FLAG-COUNT
002460          WHEN HBXOPJ-REPLAY
002470              ADD 1                TO WS-REPLAY-COUNT
002480          WHEN HBXOPJ-ACK
002490              ADD 1                TO WS-ACK-COUNT
002500          WHEN OTHER
002510              ADD 1                TO WS-OTHER-COUNT
002520      END-EVALUATE.
002530      MOVE HBXOPJ-KEY-DATE         TO WS-AL-DATE.
002540      MOVE HBXOPJ-KEY-TIME         TO WS-AL-TIME.
002550      MOVE HBXOPJ-KEY-USERID       TO WS-AL-USERID.
002560      MOVE HBXOPJ-KEY-TERMID       TO WS-AL-TERMID.
002570      MOVE HBXOPJ-TRANID           TO WS-AL-TRANID.
002580      MOVE HBXOPJ-PROGRAM          TO WS-AL-PROGRAM.
002590      MOVE HBXOPJ-ACTION           TO WS-AL-ACTION.
002600      MOVE HBXOPJ-FILE             TO WS-AL-FILE.
002610      MOVE HBXOPJ-REC-KEY          TO WS-AL-REC-KEY.
002620      MOVE HBXOPJ-REGION           TO WS-AL-REGION.
002630      WRITE HBXOPRPO-LINE FROM WS-ACTION-LINE.
002640      IF HBXOPJ-BEFORE-IMAGE NOT = SPACES
002650          MOVE 'BEFORE: '          TO WS-IP-LABEL
002660          MOVE HBXOPJ-BEFORE-IMAGE TO WS-IMAGE-AREA
002670          PERFORM 2300-PRINT-IMAGE
002680             THRU 2300-EXIT
002690      END-IF.
002700      IF HBXOPJ-AFTER-IMAGE NOT = SPACES
002710          MOVE 'AFTER:  '          TO WS-IP-LABEL
002720          MOVE HBXOPJ-AFTER-IMAGE  TO WS-IMAGE-AREA
002730          PERFORM 2300-PRINT-IMAGE
002740             THRU 2300-EXIT
002750      END-IF.
002760      PERFORM 2100-READ-OPJF
002770         THRU 2100-EXIT.

002780  2200-EXIT.
002790      EXIT.
002800******************************************************************
002810*  2300-PRINT-IMAGE - ONE IMAGE ON ONE OR TWO 75-BYTE LINES      *
002820******************************************************************
002830  2300-PRINT-IMAGE.
002840      MOVE WS-IMAGE-LINE1          TO WS-IP-TEXT.
002850      WRITE HBXOPRPO-LINE FROM WS-IMAGE-PRINT.
002860      IF WS-IMAGE-LINE2 NOT = SPACES
002870          MOVE SPACES              TO WS-IP-LABEL
002880          MOVE WS-IMAGE-LINE2      TO WS-IP-TEXT
002890          WRITE HBXOPRPO-LINE FROM WS-IMAGE-PRINT
002900      END-IF.

002910  2300-EXIT.
002920      EXIT.
002930******************************************************************
002940*  4000-PRINT-TOTALS                                            *
002950******************************************************************
002960  4000-PRINT-TOTALS.
002970      WRITE HBXOPRPO-LINE FROM WS-BLANK-LINE.
002980      MOVE 'OPERATOR ACTIONS LISTED'
002990                                   TO WS-CTL-LABEL.
003000      MOVE WS-TOTAL-COUNT          TO WS-CTL-COUNT.
003010      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003020      MOVE 'REFERENCE TABLE ROWS ADDED (HBXT)'
003030                                   TO WS-CTL-LABEL.
003040      MOVE WS-ADD-COUNT            TO WS-CTL-COUNT.
003050      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003060      MOVE 'REFERENCE TABLE ROWS UPDATED (HBXT)'
003070                                   TO WS-CTL-LABEL.
003080      MOVE WS-UPDATE-COUNT         TO WS-CTL-COUNT.
003090      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003100      MOVE 'LIVE QUEUE REBUILDS (HBXT)'
003110                                   TO WS-CTL-LABEL.
003120      MOVE WS-REBUILD-COUNT        TO WS-CTL-COUNT.
003130      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003140      MOVE 'SUSPENSE RECORDS CANCELLED (HBXS)'
003150                                   TO WS-CTL-LABEL.
003160      MOVE WS-CANCEL-COUNT         TO WS-CTL-COUNT.
003170      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003180      MOVE 'SUSPENSE RECORDS FLAGGED (HBXS)'
003190                                   TO WS-CTL-LABEL.
003200      MOVE WS-FLAG-COUNT           TO WS-CTL-COUNT.
003210      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003220      MOVE 'SUSPENSE RECORDS REPLAYED (HBXS)'
003230                                   TO WS-CTL-LABEL.
003240      MOVE WS-REPLAY-COUNT         TO WS-CTL-COUNT.
003250      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003260      MOVE 'ALERTS ACKNOWLEDGED (HBXA)'
003270                                   TO WS-CTL-LABEL.
003280      MOVE WS-ACK-COUNT            TO WS-CTL-COUNT.
003290      WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE.
003300      IF WS-OTHER-COUNT > 0
003310          MOVE 'OTHER ACTIONS'     TO WS-CTL-LABEL
003320          MOVE WS-OTHER-COUNT      TO WS-CTL-COUNT
003330          WRITE HBXOPRPO-LINE FROM WS-COUNT-LINE
003340      END-IF.

003350  4000-EXIT.
003360      EXIT.
003370******************************************************************
003380*  5000-PRINT-SIGN-OFF - AUDIT REVIEWER'S SIGNATURE BLOCK        *
003390******************************************************************
003400  5000-PRINT-SIGN-OFF.
003410      WRITE HBXOPRPO-LINE FROM WS-BLANK-LINE.
003420      WRITE HBXOPRPO-LINE FROM WS-BLANK-LINE.
003430      MOVE 'REVIEWED BY (NAME):'   TO WS-SL-LABEL.
003440      WRITE HBXOPRPO-LINE FROM WS-SIGN-LINE.
003450      WRITE HBXOPRPO-LINE FROM WS-BLANK-LINE.
003460      MOVE 'SIGNATURE:'            TO WS-SL-LABEL.
003470      WRITE HBXOPRPO-LINE FROM WS-SIGN-LINE.
003480      WRITE HBXOPRPO-LINE FROM WS-BLANK-LINE.
003490      MOVE 'DATE REVIEWED:'        TO WS-SL-LABEL.
003500      WRITE HBXOPRPO-LINE FROM WS-SIGN-LINE.

003510  5000-EXIT.
003520      EXIT.
003530******************************************************************
003540*  9000-TERMINATE                                                *
003550******************************************************************
003560  9000-TERMINATE.
003570      IF WS-OPJF-OPEN
003580          CLOSE HBXOPJF
003590      END-IF.
003600      CLOSE HBXOPRPO.
003610      DISPLAY 'HBXOPRPT - PERIOD ' WS-FROM-DATE ' TO '
003620              WS-TO-DATE ' ACTIONS: ' WS-TOTAL-COUNT.

003630  9000-EXIT.
003640      EXIT.
