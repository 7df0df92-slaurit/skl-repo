000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXBSMR.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-14.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-14 JLS  NEW PROGRAM.  NIGHTLY SCORE-MIGRATION REPORT -
000200*                 TONIGHT'S HBXBSCR RESULTS GENERATION MATCHED TO
000210*                 THE PRIOR ONE BY ACCOUNT: DECISION MIGRATION
000220*                 MATRIX, SCORE MOVEMENT, AND THE CHANGED, NEW,
000230*                 DROPPED AND NEWLY FAILING ACCOUNTS.  FLAGS THE
000240*                 RUN WHEN THE SHARE OF CHANGED DECISIONS PASSES
000250*                 THE BSMRCHGPCT SITE PARAMETER.  CHECKS AND
000260*                 RECORDS ITS RUN ON HBXRCTF AFTER HBXBSCR.
000270******************************************************************
000280******************************************************************
000290*                                                                *
000300*   H B X B S M R                                                *
000310*                                                                *
000320*   RUN NIGHTLY (JOB HBXBSMRJ) AFTER HBXBSCRJ HAS CATALOGUED     *
000330*   TONIGHT'S GENERATION OF HBX.COLLECT.SCORE.RESULTS.  THE JOB  *
000340*   SORTS GENERATIONS (0) AND (-1) BY ACCOUNT INTO HBXBSCN       *
000350*   (TONIGHT) AND HBXBSCP (PRIOR), AND THIS PROGRAM MATCHES      *
000360*   THEM:                                                        *
000370*     NEW         - ACCOUNT SCORED TONIGHT ONLY,                 *
000380*     DROPPED     - ACCOUNT SCORED ON THE PRIOR NIGHT ONLY,      *
000390*     NEW FAIL    - CC OK ON THE PRIOR NIGHT, NOT OK TONIGHT,    *
000400*     CHANGED     - CC OK BOTH NIGHTS, DIFFERENT DECISION.       *
000410*   EVERY SUCH ACCOUNT IS LISTED IN ACCOUNT ORDER (UP TO         *
000420*   BSMRMAXLIST LINES - THE COUNTS ARE ALWAYS COMPLETE).         *
000430*   ACCOUNTS SCORED OK BOTH NIGHTS ARE COUNTED INTO A DECISION   *
000440*   MIGRATION MATRIX (PRIOR DECISION DOWN, TONIGHT'S ACROSS;     *
000450*   THE FIRST EIGHT DECISION VALUES SEEN HAVE THEIR OWN ROW AND  *
000460*   COLUMN, ANY OTHERS SHARE *OTHER*) AND A SCORE HIGHER /       *
000470*   LOWER / SAME TALLY.                                          *
000480*                                                                *
000490*   THE DECISION AND THE SCORE ARE TAKEN FROM THE OUTPUT PARMS   *
000500*   AT THE BSMRDECPOS/BSMRDECLEN AND BSMRSCOREPOS/BSMRSCORELEN   *
000510*   SITE PARAMETERS (1-BASED, 8 BYTES AT MOST); THE SHIPPED      *
000520*   DEFAULTS BELOW MATCH THE COLLECT.SCORING RULEAPP.  A SECOND  *
000530*   RECORD FOR AN ACCOUNT IN EITHER FILE (A RESTARTED HBXBSCR    *
000540*   RUN RE-SCORES UP TO BSCRCHKPT - 1 RECORDS) IS COUNTED AND    *
000550*   SKIPPED.                                                     *
000560*                                                                *
000570*   RETURN CODES:                                                *
000580*     0  - NOTHING UNUSUAL,                                      *
000590*     4  - SOME ACCOUNTS ARE NEWLY FAILING, OR DUPLICATES WERE   *
000600*          SKIPPED,                                              *
000610*     8  - FLAGGED: THE SHARE OF CHANGED DECISIONS IS OVER THE   *
000620*          BSMRCHGPCT PERCENTAGE, OR NO ACCOUNT COULD BE         *
000630*          COMPARED THOUGH THE PRIOR NIGHT HAD SOME - USUALLY A  *
000640*          BAD INPUT EXTRACT OR AN UNINTENDED RULESET CHANGE.    *
000650*          HOLD THE COLLECTIONS LOAD UNTIL IT IS EXPLAINED,      *
000660*     12 - NOT RUN (RUN-CONTROL REFUSAL OR AN INPUT MISSING).    *
000670*                                                                *
000680******************************************************************
000690  ENVIRONMENT DIVISION.
000700  INPUT-OUTPUT SECTION.
000710  FILE-CONTROL.
000720      SELECT HBXBSCN ASSIGN TO HBXBSCN
000730          ORGANIZATION IS SEQUENTIAL
000740          FILE STATUS IS WS-BSCN-STATUS.

000750      SELECT HBXBSCP ASSIGN TO HBXBSCP
000760          ORGANIZATION IS SEQUENTIAL
000770          FILE STATUS IS WS-BSCP-STATUS.

000780      SELECT HBXPRMF ASSIGN TO HBXPRMF
000790          ORGANIZATION IS SEQUENTIAL
000800          FILE STATUS IS WS-PRMF-STATUS.

000810      SELECT HBXBSMRO ASSIGN TO HBXBSMRO
000820          ORGANIZATION IS SEQUENTIAL
000830          FILE STATUS IS WS-RPT-STATUS.

000840      SELECT HBXRCTF ASSIGN TO HBXRCTF
000850          ORGANIZATION IS INDEXED
000860          ACCESS MODE IS RANDOM
000870          RECORD KEY IS HBXRCT-KEY
000880          FILE STATUS IS WS-RCTF-STATUS.

000890      SELECT HBXRCTC ASSIGN TO HBXRCTC
000900          ORGANIZATION IS SEQUENTIAL
000910          FILE STATUS IS WS-RCTC-STATUS.

000920  DATA DIVISION.
000930  FILE SECTION.
000940  FD  HBXBSCN
000950      RECORD CONTAINS 1027 CHARACTERS.
000960  01  HBXBSCN-RECORD.
000970      05  HBXBSCN-ACCOUNT          PIC X(16).
000980      05  HBXBSCN-CC               PIC 9(02).
000990      05  HBXBSCN-RC               PIC 9(09).
001000      05  HBXBSCN-OUTPUT-PARMS     PIC X(1000).

001010  FD  HBXBSCP
001020      RECORD CONTAINS 1027 CHARACTERS.
001030  01  HBXBSCP-RECORD.
001040      05  HBXBSCP-ACCOUNT          PIC X(16).
001050      05  HBXBSCP-CC               PIC 9(02).
001060      05  HBXBSCP-RC               PIC 9(09).
001070      05  HBXBSCP-OUTPUT-PARMS     PIC X(1000).

001080  FD  HBXPRMF
001090      RECORD CONTAINS 48 CHARACTERS.
001100      COPY HBXPRM.

001110  FD  HBXBSMRO
001120      RECORD CONTAINS 133 CHARACTERS.
001130  01  HBXBSMRO-LINE                PIC X(133).

001140  FD  HBXRCTF
001150      RECORD CONTAINS 200 CHARACTERS.
001160      COPY HBXRCT.

001170  FD  HBXRCTC
001180      RECORD CONTAINS 80 CHARACTERS.
001190  01  HBXRCTC-CARD.
001200      05  HBXRCTC-DATE             PIC 9(08).
001210      05  HBXRCTC-FORCE            PIC X(01).
001220          88  HBXRCTC-FORCED             VALUE 'F'.
001230      05  FILLER                   PIC X(71).

001240  WORKING-STORAGE SECTION.
001250  01  WS-BSCN-STATUS                 PIC X(02).
001260  01  WS-BSCP-STATUS                 PIC X(02).
001270  01  WS-PRMF-STATUS                 PIC X(02).
001280  01  WS-RPT-STATUS                  PIC X(02).
001290  01  WS-PRMF-EOF-SW                 PIC X(01) VALUE 'N'.
001300      88  WS-PRMF-EOF                         VALUE 'Y'.
001310  01  WS-INPUT-SW                    PIC X(01) VALUE 'Y'.
001320      88  WS-INPUT-OK                         VALUE 'Y'.
001330      88  WS-INPUT-MISSING                    VALUE 'N'.
001340  01  WS-TODAY                       PIC 9(08).
001350  01  WS-N-KEY                       PIC X(16) VALUE LOW-VALUES.
001360  01  WS-P-KEY                       PIC X(16) VALUE LOW-VALUES.
001370  01  WS-DEC-POS                     PIC S9(4) COMP VALUE 1.
001380  01  WS-DEC-LEN                     PIC S9(4) COMP VALUE 8.
001390  01  WS-SCORE-POS                   PIC S9(4) COMP VALUE 9.
001400  01  WS-SCORE-LEN                   PIC S9(4) COMP VALUE 5.
001410  01  WS-CHG-PCT-LIMIT               PIC 9(03) VALUE 10.
001420  01  WS-MAX-LIST                    PIC 9(07) VALUE 500.
001430  01  WS-N-DEC                       PIC X(08).
001440  01  WS-P-DEC                       PIC X(08).
001450  01  WS-N-SCORE-X                   PIC X(08).
001460  01  WS-P-SCORE-X                   PIC X(08).
001470  01  WS-N-SCORE                     PIC 9(08).
001480  01  WS-P-SCORE                     PIC 9(08).
001490  01  WS-N-SCORE-SW                  PIC X(01).
001500      88  WS-N-SCORE-NUMERIC                  VALUE 'Y'.
001510  01  WS-P-SCORE-SW                  PIC X(01).
001520      88  WS-P-SCORE-NUMERIC                  VALUE 'Y'.
001530  01  WS-CHG-PCT                     PIC 9(03)V99 VALUE 0.
001540  01  WS-FLAG-SW                     PIC X(01) VALUE 'N'.
001550      88  WS-RUN-FLAGGED                      VALUE 'Y'.
001560  01  WS-COUNTS.
001570      05  WS-N-READ-COUNT            PIC 9(09) COMP-3 VALUE 0.
001580      05  WS-P-READ-COUNT            PIC 9(09) COMP-3 VALUE 0.
001590      05  WS-N-DUP-COUNT             PIC 9(09) COMP-3 VALUE 0.
001600      05  WS-P-DUP-COUNT             PIC 9(09) COMP-3 VALUE 0.
001610      05  WS-MATCHED-COUNT           PIC 9(09) COMP-3 VALUE 0.
001620      05  WS-COMPARED-COUNT          PIC 9(09) COMP-3 VALUE 0.
001630      05  WS-CHANGED-COUNT           PIC 9(09) COMP-3 VALUE 0.
001640      05  WS-NEW-COUNT               PIC 9(09) COMP-3 VALUE 0.
001650      05  WS-DROPPED-COUNT           PIC 9(09) COMP-3 VALUE 0.
001660      05  WS-NEW-FAIL-COUNT          PIC 9(09) COMP-3 VALUE 0.
001670      05  WS-STILL-FAIL-COUNT        PIC 9(09) COMP-3 VALUE 0.
001680      05  WS-RECOVERED-COUNT         PIC 9(09) COMP-3 VALUE 0.
001690      05  WS-SCORE-UP-COUNT          PIC 9(09) COMP-3 VALUE 0.
001700      05  WS-SCORE-DOWN-COUNT        PIC 9(09) COMP-3 VALUE 0.
001710      05  WS-SCORE-SAME-COUNT        PIC 9(09) COMP-3 VALUE 0.
001720      05  WS-SCORE-BAD-COUNT         PIC 9(09) COMP-3 VALUE 0.
001730      05  WS-LISTED-COUNT            PIC 9(09) COMP-3 VALUE 0.
001740      05  WS-UNLISTED-COUNT          PIC 9(09) COMP-3 VALUE 0.
001750******************************************************************
001760*  DECISION MIGRATION MATRIX.  WS-AXIS-DEC HOLDS THE DECISION    *
001770*  VALUES IN THE ORDER FIRST SEEN; ENTRY 9 IS THE *OTHER* BUCKET *
001780*  FOR ANY VALUE BEYOND THE EIGHTH.  WS-MX-CELL(ROW, COL) IS THE *
001790*  COUNT OF ACCOUNTS MOVING FROM PRIOR DECISION ROW TO TONIGHT'S *
001800*  DECISION COL.                                                 *
001810******************************************************************
001820  01  WS-AXIS.
001830      05  WS-AXIS-USED               PIC S9(4) COMP VALUE 0.
001840      05  WS-AXIS-OTHER-SW           PIC X(01) VALUE 'N'.
001850          88  WS-AXIS-OTHER-USED              VALUE 'Y'.
001860      05  WS-AXIS-VALUES.
001870          10  WS-AXIS-DEC            PIC X(08) OCCURS 9 TIMES
001880                                     INDEXED BY WS-AXIS-IX.
001890  01  WS-MATRIX.
001900      05  WS-MX-ROW OCCURS 9 TIMES.
001910          10  WS-MX-CELL             PIC 9(09) COMP-3
001920                                     OCCURS 9 TIMES.
001930  01  WS-AX-DEC                      PIC X(08).
001940  01  WS-AX                          PIC S9(4) COMP VALUE 0.
001950  01  WS-ROW                         PIC S9(4) COMP VALUE 0.
001960  01  WS-COL                         PIC S9(4) COMP VALUE 0.
001970  01  WS-PX                          PIC S9(4) COMP VALUE 0.
001980  01  WS-CX                          PIC S9(4) COMP VALUE 0.
001990  01  WS-PRT-COUNT                   PIC S9(4) COMP VALUE 0.
002000  01  WS-PRT-AXIS.
002010      05  WS-PRT-AX                  PIC S9(4) COMP
002020                                     OCCURS 9 TIMES.
002030  01  WS-MX-TOTAL                    PIC 9(09) COMP-3 VALUE 0.
002040  01  WS-MX-COL-TOTALS.
002050      05  WS-MX-COL-TOTAL            PIC 9(09) COMP-3
002060                                     OCCURS 9 TIMES.
002070  01  WS-MX-GRAND-TOTAL              PIC 9(09) COMP-3 VALUE 0.
002080  01  WS-HEADING-1.
002090      05  FILLER     PIC X(01) VALUE '1'.
002100      05  FILLER     PIC X(58) VALUE
002110          'HBXBSMR - NIGHTLY SCORE MIGRATION REPORT'.
002120  01  WS-HEADING-1S.
002130      05  FILLER     PIC X(01) VALUE '1'.
002140      05  FILLER     PIC X(58) VALUE
002150          'HBXBSMR - NIGHTLY SCORE MIGRATION SUMMARY'.
002160  01  WS-HEADING-2.
002170      05  FILLER       PIC X(01) VALUE ' '.
002180      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
002190      05  WS-H2-DATE   PIC 9(08).
002200      05  FILLER       PIC X(19) VALUE '   BUSINESS DATE: '.
002210      05  WS-H2-BUS-DATE PIC 9(08).
002220  01  WS-BLANK-LINE.
002230      05  FILLER       PIC X(01) VALUE ' '.
002240  01  WS-ACCT-HEADING.
002250      05  FILLER       PIC X(01) VALUE ' '.
002260      05  FILLER       PIC X(10) VALUE 'TYPE'.
002270      05  FILLER       PIC X(17) VALUE 'ACCOUNT'.
002280      05  FILLER       PIC X(32) VALUE
002290          '------ PRIOR NIGHT ------'.
002300      05  FILLER       PIC X(40) VALUE
002310          '-------------- TONIGHT ---------------'.
002320  01  WS-ACCT-HEADING-2.
002330      05  FILLER       PIC X(01) VALUE ' '.
002340      05  FILLER       PIC X(27) VALUE SPACES.
002350      05  FILLER       PIC X(04) VALUE 'CC'.
002360      05  FILLER       PIC X(09) VALUE 'DECISION'.
002370      05  FILLER       PIC X(19) VALUE 'SCORE'.
002380      05  FILLER       PIC X(04) VALUE 'CC'.
002390      05  FILLER       PIC X(10) VALUE 'RC'.
002400      05  FILLER       PIC X(09) VALUE 'DECISION'.
002410      05  FILLER       PIC X(08) VALUE 'SCORE'.
002420  01  WS-ACCT-LINE.
002430      05  FILLER       PIC X(01) VALUE ' '.
002440      05  WS-AL-TYPE   PIC X(09).
002450      05  FILLER       PIC X(01) VALUE SPACE.
002460      05  WS-AL-ACCOUNT     PIC X(16).
002470      05  FILLER       PIC X(01) VALUE SPACE.
002480      05  WS-AL-P-CC   PIC X(03).
002490      05  FILLER       PIC X(01) VALUE SPACE.
002500      05  WS-AL-P-DEC  PIC X(08).
002510      05  FILLER       PIC X(01) VALUE SPACE.
002520      05  WS-AL-P-SCORE     PIC X(08).
002530      05  FILLER       PIC X(11) VALUE SPACES.
002540      05  WS-AL-N-CC   PIC X(03).
002550      05  FILLER       PIC X(01) VALUE SPACE.
002560      05  WS-AL-N-RC   PIC X(09).
002570      05  FILLER       PIC X(01) VALUE SPACE.
002580      05  WS-AL-N-DEC  PIC X(08).
002590      05  FILLER       PIC X(01) VALUE SPACE.
002600      05  WS-AL-N-SCORE     PIC X(08).
002610  01  WS-AL-NUMBERS.
002620      05  WS-AL-CC-EDIT     PIC ZZ9.
002630      05  WS-AL-RC-EDIT     PIC ZZZZZZZZ9.
002640  01  WS-NO-ACCTS-LINE.
002650      05  FILLER       PIC X(01) VALUE ' '.
002660      05  FILLER       PIC X(60) VALUE
002670          '  NO NEW, DROPPED, CHANGED OR NEWLY FAILING ACCOUNTS'.
002680  01  WS-MX-TITLE-LINE.
002690      05  FILLER       PIC X(01) VALUE ' '.
002700      05  FILLER       PIC X(52) VALUE
002710          'DECISION MIGRATION - ACCOUNTS SCORED OK BOTH NIGHTS'.
002720      05  FILLER       PIC X(30) VALUE
002730          '(PRIOR DOWN, TONIGHT ACROSS)'.
002740  01  WS-MX-HEAD-LINE.
002750      05  FILLER       PIC X(01) VALUE ' '.
002760      05  WS-MH-LABEL  PIC X(10).
002770      05  WS-MH-ENTRY OCCURS 10 TIMES.
002780          10  FILLER   PIC X(02).
002790          10  WS-MH-DEC PIC X(09).
002800  01  WS-MX-LINE.
002810      05  FILLER       PIC X(01) VALUE ' '.
002820      05  WS-ML-DEC    PIC X(10).
002830      05  WS-ML-ENTRY OCCURS 10 TIMES.
002840          10  FILLER   PIC X(02).
002850          10  WS-ML-COUNT PIC Z,ZZZ,ZZ9.
002860  01  WS-NO-MATRIX-LINE.
002870      05  FILLER       PIC X(01) VALUE ' '.
002880      05  FILLER       PIC X(44) VALUE
002890          '  NO ACCOUNT WAS SCORED OK ON BOTH NIGHTS'.
002900  01  WS-PCT-LINE.
002910      05  FILLER       PIC X(01) VALUE ' '.
002920      05  FILLER       PIC X(44) VALUE
002930          'DECISIONS CHANGED (PERCENT OF COMPARED)'.
002940      05  WS-PL-PCT    PIC ZZ9.99.
002950      05  FILLER       PIC X(14) VALUE '   THRESHOLD: '.
002960      05  WS-PL-LIMIT  PIC ZZ9.
002970  01  WS-FLAG-LINE-1.
002980      05  FILLER       PIC X(01) VALUE ' '.
002990      05  FILLER       PIC X(52) VALUE
003000          '*** RUN FLAGGED - THE SHARE OF CHANGED DECISIONS IS'.
003010      05  FILLER       PIC X(32) VALUE
003020          'OVER THE BSMRCHGPCT THRESHOLD.'.
003030  01  WS-FLAG-LINE-2.
003040      05  FILLER       PIC X(01) VALUE ' '.
003050      05  FILLER       PIC X(50) VALUE
003060          '*** CHECK THE INPUT EXTRACT AND THE RULESET BEFORE'.
003070      05  FILLER       PIC X(30) VALUE
003080          'THE COLLECTIONS LOAD.'.
003090  01  WS-COUNT-LINE.
003100      05  FILLER       PIC X(01) VALUE ' '.
003110      05  WS-CTL-LABEL PIC X(44).
003120      05  WS-CTL-COUNT PIC ZZZ,ZZZ,ZZ9.
003130  01  HBRC-CODES.
003140      COPY HBRC.
003150  01  WS-RCTF-STATUS                 PIC X(02).
003160  01  WS-RCTC-STATUS                 PIC X(02).
003170  01  WS-RCT-STEP                    PIC X(08) VALUE 'HBXBSMR'.
003180  01  WS-RCT-DATE                    PIC 9(08).
003190  01  WS-RCT-TODAY                   PIC 9(08).
003200  01  WS-RCT-NOW.
003210      05  WS-RCT-NOW-TIME            PIC 9(06).
003220      05  FILLER                     PIC 9(02).
003230  01  WS-RCT-DX                      PIC S9(4) COMP.
003240  01  WS-RCT-FORCE-SW                PIC X(01) VALUE 'N'.
003250      88  WS-RCT-FORCED                       VALUE 'Y'.
003260  01  WS-RCT-REFUSE-SW               PIC X(01) VALUE 'N'.
003270      88  WS-RCT-REFUSED                      VALUE 'Y'.
003280      COPY HBXRCTS.

003290  LINKAGE SECTION.
003300******************************************************************
003310*  0000-MAINLINE                                                 *
003320******************************************************************
003330  PROCEDURE DIVISION.
003340  0000-MAINLINE.
003350      PERFORM 0500-CHECK-RUN-CONTROL
003360         THRU 0500-EXIT.
003370      IF WS-RCT-REFUSED
003380          STOP RUN
003390      END-IF.
003400      PERFORM 1000-INITIALIZE
003410         THRU 1000-EXIT.
003420      IF WS-INPUT-OK
003430          PERFORM 2000-MATCH-ACCOUNT
003440             THRU 2000-EXIT
003450             UNTIL WS-N-KEY = HIGH-VALUES
003460               AND WS-P-KEY = HIGH-VALUES
003470          PERFORM 4000-PRINT-SUMMARY
003480             THRU 4000-EXIT
003490      END-IF.
003500      PERFORM 9000-TERMINATE
003510         THRU 9000-EXIT.
003520      PERFORM 9500-RECORD-RUN-END
003530         THRU 9500-EXIT.
003540      STOP RUN.

003550  0000-EXIT.
003560      EXIT.
003570******************************************************************
003580*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND    *
003590*                           NO SECOND RUN UNLESS FORCED          *
003600******************************************************************
003610  0500-CHECK-RUN-CONTROL.
003620      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
003630      ACCEPT WS-RCT-NOW FROM TIME.
003640      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
003650      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
003660          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
003670              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
003680      END-IF.
003690      PERFORM 0510-READ-RUN-CARD
003700         THRU 0510-EXIT.
003710      OPEN I-O HBXRCTF.
003720      IF WS-RCTF-STATUS = '35'
003730          OPEN OUTPUT HBXRCTF
003740          CLOSE HBXRCTF
003750          OPEN I-O HBXRCTF
003760      END-IF.
003770      IF WS-RCTF-STATUS NOT = '00'
003780          DISPLAY 'HBXBSMR - HBXRCTF OPEN FAILED, STATUS '
003790                  WS-RCTF-STATUS
003800          SET WS-RCT-REFUSED       TO TRUE
003810          MOVE 12                  TO RETURN-CODE
003820          GO TO 0500-EXIT
003830      END-IF.
003840      SET HBXRCTS-IX               TO 1.
003850      SEARCH HBXRCTS-ENTRY
003860          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
003870              PERFORM 0520-CHECK-PREREQUISITE
003880                 THRU 0520-EXIT
003890                 VARYING WS-RCT-DX FROM 1 BY 1
003900                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
003910      END-SEARCH.
003920      IF NOT WS-RCT-REFUSED
003930          PERFORM 0530-RECORD-RUN-START
003940             THRU 0530-EXIT
003950      END-IF.
003960      CLOSE HBXRCTF.
003970      IF WS-RCT-REFUSED
003980          MOVE 12                  TO RETURN-CODE
003990      END-IF.

004000  0500-EXIT.
004010      EXIT.
004020******************************************************************
004030*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN  *
004040*                       COLUMNS 1-8 (THE CURRENT ONE WHEN        *
004050*                       BLANK), F IN COLUMN 9 TO FORCE           *
004060*                       THE RUN                                  *
004070******************************************************************
004080  0510-READ-RUN-CARD.
004090      OPEN INPUT HBXRCTC.
004100      IF WS-RCTC-STATUS NOT = '00'
004110          GO TO 0510-EXIT
004120      END-IF.
004130      READ HBXRCTC
004140          AT END
004150              CLOSE HBXRCTC
004160              GO TO 0510-EXIT
004170      END-READ.
004180      IF HBXRCTC-DATE IS NUMERIC
004190      AND HBXRCTC-DATE > 0
004200          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
004210      END-IF.
004220      IF HBXRCTC-FORCED
004230          SET WS-RCT-FORCED        TO TRUE
004240          DISPLAY 'HBXBSMR - RUN FORCED BY HBXRCTC'
004250      END-IF.
004260      CLOSE HBXRCTC.

004270  0510-EXIT.
004280      EXIT.
004290******************************************************************
004300*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST    *
004310*                            HAVE COMPLETED FOR THE SAME DATE    *
004320******************************************************************
004330  0520-CHECK-PREREQUISITE.
004340      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
004350      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
004360                                   TO HBXRCT-KEY-STEP.
004370      READ HBXRCTF.
004380      IF WS-RCTF-STATUS = '00'
004390      AND HBXRCT-COMPLETED
004400          GO TO 0520-EXIT
004410      END-IF.
004420      DISPLAY 'HBXBSMR - PREREQUISITE '
004430              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
004440              ' NOT COMPLETED FOR ' WS-RCT-DATE.
004450      IF WS-RCT-FORCED
004460          DISPLAY 'HBXBSMR - FORCED - RUNNING WITHOUT IT'
004470      ELSE
004480          SET WS-RCT-REFUSED       TO TRUE
004490      END-IF.

004500  0520-EXIT.
004510      EXIT.
004520******************************************************************
004530*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE      *
004540*                          UNLESS FORCED, ELSE MARK IT STARTED   *
004550******************************************************************
004560  0530-RECORD-RUN-START.
004570      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
004580      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
004590      READ HBXRCTF.
004600      IF WS-RCTF-STATUS = '00'
004610          IF HBXRCT-COMPLETED
004620          AND NOT WS-RCT-FORCED
004630              DISPLAY 'HBXBSMR - ALREADY COMPLETED FOR '
004640                      WS-RCT-DATE ' - NOT RUN AGAIN'
004650              SET WS-RCT-REFUSED   TO TRUE
004660              GO TO 0530-EXIT
004670          END-IF
004680          ADD 1                    TO HBXRCT-RUN-COUNT
004690      ELSE
004700          MOVE SPACES              TO HBXRCT-RECORD
004710          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
004720          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
004730          MOVE 1                   TO HBXRCT-RUN-COUNT
004740      END-IF.
004750      SET HBXRCT-STARTED           TO TRUE.
004760      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
004770      ACCEPT WS-RCT-NOW FROM TIME.
004780      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
004790      MOVE 0                       TO HBXRCT-END-DATE
004800                                      HBXRCT-END-TIME
004810                                      HBXRCT-RC.
004820      INITIALIZE HBXRCT-COUNTS.
004830      IF WS-RCT-FORCED
004840          SET HBXRCT-FORCED        TO TRUE
004850      ELSE
004860          MOVE 'N'                 TO HBXRCT-FORCED-SW
004870      END-IF.
004880      WRITE HBXRCT-RECORD.
004890      IF WS-RCTF-STATUS = '22'
004900          REWRITE HBXRCT-RECORD
004910      END-IF.

004920  0530-EXIT.
004930      EXIT.
004940******************************************************************
004950*  1000-INITIALIZE - SITE PARMS, OPEN FILES, PAGE HEADINGS, AND  *
004960*                    THE FIRST RECORD OF EACH NIGHT              *
004970******************************************************************
004980  1000-INITIALIZE.
004990      PERFORM 1100-READ-SITE-PARMS
005000         THRU 1100-EXIT.
005010      MOVE HIGH-VALUES             TO WS-AXIS-VALUES.
005020      MOVE '*OTHER*'               TO WS-AXIS-DEC(9).
005030      INITIALIZE WS-MATRIX
005040                 WS-MX-COL-TOTALS.
005050      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005060      OPEN OUTPUT HBXBSMRO.
005070      WRITE HBXBSMRO-LINE FROM WS-HEADING-1.
005080      MOVE WS-TODAY                TO WS-H2-DATE.
005090      MOVE WS-RCT-DATE             TO WS-H2-BUS-DATE.
005100      WRITE HBXBSMRO-LINE FROM WS-HEADING-2.
005110      WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE.
005120      OPEN INPUT HBXBSCN.
005130      IF WS-BSCN-STATUS NOT = '00'
005140          DISPLAY 'HBXBSMR - HBXBSCN OPEN FAILED, STATUS '
005150                  WS-BSCN-STATUS
005160          SET WS-INPUT-MISSING     TO TRUE
005170      END-IF.
005180      OPEN INPUT HBXBSCP.
005190      IF WS-BSCP-STATUS NOT = '00'
005200          DISPLAY 'HBXBSMR - HBXBSCP OPEN FAILED, STATUS '
005210                  WS-BSCP-STATUS
005220          SET WS-INPUT-MISSING     TO TRUE
005230      END-IF.
005240      IF WS-INPUT-MISSING
005250          MOVE 12                  TO RETURN-CODE
005260          GO TO 1000-EXIT
005270      END-IF.
005280      WRITE HBXBSMRO-LINE FROM WS-ACCT-HEADING.
005290      WRITE HBXBSMRO-LINE FROM WS-ACCT-HEADING-2.
005300      PERFORM 2100-READ-TONIGHT
005310         THRU 2100-EXIT.
005320      PERFORM 2200-READ-PRIOR
005330         THRU 2200-EXIT.

005340  1000-EXIT.
005350      EXIT.
005360******************************************************************
005370*  1100-READ-SITE-PARMS - BSMR* TUNABLES FROM HBXPRMF, SHIPPED   *
005380*                         DEFAULTS WHEN ABSENT                   *
005390******************************************************************
005400  1100-READ-SITE-PARMS.
005410      OPEN INPUT HBXPRMF.
005420      IF WS-PRMF-STATUS NOT = '00'
005430          GO TO 1100-EXIT
005440      END-IF.
005450      PERFORM 1110-READ-ONE-PARM
005460         THRU 1110-EXIT
005470         UNTIL WS-PRMF-EOF.
005480      CLOSE HBXPRMF.

005490  1100-EXIT.
005500      EXIT.
005510******************************************************************
005520*  1110-READ-ONE-PARM - APPLY ONE PARAMETER RECORD; A POSITION   *
005530*                       AND LENGTH MUST STAY INSIDE THE 1000-    *
005540*                       BYTE OUTPUT PARMS                        *
005550******************************************************************
005560  1110-READ-ONE-PARM.
005570      READ HBXPRMF
005580          AT END
005590              SET WS-PRMF-EOF     TO TRUE
005600              GO TO 1110-EXIT
005610      END-READ.
005620      IF HBXPRM-VALUE-NUM IS NOT NUMERIC
005630          GO TO 1110-EXIT
005640      END-IF.
005650      EVALUATE HBXPRM-NAME
005660          WHEN 'BSMRDECPOS'
005670              IF HBXPRM-VALUE-NUM > 0
005680              AND HBXPRM-VALUE-NUM < 994
005690                  MOVE HBXPRM-VALUE-NUM TO WS-DEC-POS
005700              END-IF
005710          WHEN 'BSMRDECLEN'
005720              IF HBXPRM-VALUE-NUM > 0
005730              AND HBXPRM-VALUE-NUM < 9
005740                  MOVE HBXPRM-VALUE-NUM TO WS-DEC-LEN
005750              END-IF
005760          WHEN 'BSMRSCOREPOS'
005770              IF HBXPRM-VALUE-NUM > 0
005780              AND HBXPRM-VALUE-NUM < 994
005790                  MOVE HBXPRM-VALUE-NUM TO WS-SCORE-POS
005800              END-IF
005810          WHEN 'BSMRSCORELEN'
005820              IF HBXPRM-VALUE-NUM > 0
005830              AND HBXPRM-VALUE-NUM < 9
005840                  MOVE HBXPRM-VALUE-NUM TO WS-SCORE-LEN
005850              END-IF
005860          WHEN 'BSMRCHGPCT'
005870              IF HBXPRM-VALUE-NUM > 0
005880              AND HBXPRM-VALUE-NUM < 101
005890                  MOVE HBXPRM-VALUE-NUM TO WS-CHG-PCT-LIMIT
005900              END-IF
005910          WHEN 'BSMRMAXLIST'
005920              MOVE HBXPRM-VALUE-NUM     TO WS-MAX-LIST
005930          WHEN OTHER
005940              CONTINUE
005950      END-EVALUATE.

005960  1110-EXIT.
005970      EXIT.
005980******************************************************************
005990*  2000-MATCH-ACCOUNT - ONE STEP OF THE MATCH ON ACCOUNT; AN     *
006000*                       EXHAUSTED FILE SITS AT HIGH-VALUES       *
006010******************************************************************
006020  2000-MATCH-ACCOUNT.
006030      EVALUATE TRUE
006040          WHEN WS-N-KEY < WS-P-KEY
006050              PERFORM 3100-NEW-ACCOUNT
006060                 THRU 3100-EXIT
006070              PERFORM 2100-READ-TONIGHT
006080                 THRU 2100-EXIT
006090          WHEN WS-N-KEY > WS-P-KEY
006100              PERFORM 3200-DROPPED-ACCOUNT
006110                 THRU 3200-EXIT
006120              PERFORM 2200-READ-PRIOR
006130                 THRU 2200-EXIT
006140          WHEN OTHER
006150              PERFORM 3300-MATCHED-ACCOUNT
006160                 THRU 3300-EXIT
006170              PERFORM 2100-READ-TONIGHT
006180                 THRU 2100-EXIT
006190              PERFORM 2200-READ-PRIOR
006200                 THRU 2200-EXIT
006210      END-EVALUATE.

006220  2000-EXIT.
006230      EXIT.
006240******************************************************************
006250*  2100-READ-TONIGHT - NEXT ACCOUNT FROM TONIGHT'S RESULTS,      *
006260*                      SKIPPING A SECOND RECORD FOR THE SAME     *
006270*                      ACCOUNT                                   *
006280******************************************************************
006290  2100-READ-TONIGHT.
006300      READ HBXBSCN
006310          AT END
006320              MOVE HIGH-VALUES     TO WS-N-KEY
006330              GO TO 2100-EXIT
006340      END-READ.
006350      IF HBXBSCN-ACCOUNT = WS-N-KEY
006360          ADD 1                    TO WS-N-DUP-COUNT
006370          GO TO 2100-READ-TONIGHT
006380      END-IF.
006390      ADD 1                        TO WS-N-READ-COUNT.
006400      MOVE HBXBSCN-ACCOUNT         TO WS-N-KEY.
006410      MOVE HBXBSCN-OUTPUT-PARMS(WS-DEC-POS:WS-DEC-LEN)
006420                                   TO WS-N-DEC.
006430      MOVE HBXBSCN-OUTPUT-PARMS(WS-SCORE-POS:WS-SCORE-LEN)
006440                                   TO WS-N-SCORE-X.
006450      MOVE 'N'                     TO WS-N-SCORE-SW.
006460      IF HBXBSCN-OUTPUT-PARMS(WS-SCORE-POS:WS-SCORE-LEN)
006470          IS NUMERIC
006480          MOVE HBXBSCN-OUTPUT-PARMS(WS-SCORE-POS:WS-SCORE-LEN)
006490                                   TO WS-N-SCORE
006500          SET WS-N-SCORE-NUMERIC   TO TRUE
006510      END-IF.

006520  2100-EXIT.
006530      EXIT.
006540******************************************************************
006550*  2200-READ-PRIOR - NEXT ACCOUNT FROM THE PRIOR NIGHT'S         *
006560*                    RESULTS, SKIPPING A SECOND RECORD FOR THE   *
006570*                    SAME ACCOUNT                                *
006580******************************************************************
006590  2200-READ-PRIOR.
006600      READ HBXBSCP
006610          AT END
006620              MOVE HIGH-VALUES     TO WS-P-KEY
006630              GO TO 2200-EXIT
006640      END-READ.
006650      IF HBXBSCP-ACCOUNT = WS-P-KEY
006660          ADD 1                    TO WS-P-DUP-COUNT
006670          GO TO 2200-READ-PRIOR
006680      END-IF.
006690      ADD 1                        TO WS-P-READ-COUNT.
006700      MOVE HBXBSCP-ACCOUNT         TO WS-P-KEY.
006710      MOVE HBXBSCP-OUTPUT-PARMS(WS-DEC-POS:WS-DEC-LEN)
006720                                   TO WS-P-DEC.
006730      MOVE HBXBSCP-OUTPUT-PARMS(WS-SCORE-POS:WS-SCORE-LEN)
006740                                   TO WS-P-SCORE-X.
006750      MOVE 'N'                     TO WS-P-SCORE-SW.
006760      IF HBXBSCP-OUTPUT-PARMS(WS-SCORE-POS:WS-SCORE-LEN)
006770          IS NUMERIC
006780          MOVE HBXBSCP-OUTPUT-PARMS(WS-SCORE-POS:WS-SCORE-LEN)
006790                                   TO WS-P-SCORE
006800          SET WS-P-SCORE-NUMERIC   TO TRUE
006810      END-IF.

006820  2200-EXIT.
006830      EXIT.
006840******************************************************************
006850*  3100-NEW-ACCOUNT - SCORED TONIGHT, NOT ON THE PRIOR NIGHT     *
006860******************************************************************
006870  3100-NEW-ACCOUNT.
006880      ADD 1                        TO WS-NEW-COUNT.
006890      MOVE SPACES                  TO WS-AL-P-CC
006900                                      WS-AL-P-DEC
006910                                      WS-AL-P-SCORE.
006920      PERFORM 3610-FORMAT-TONIGHT
006930         THRU 3610-EXIT.
006940      MOVE 'NEW'                   TO WS-AL-TYPE.
006950      PERFORM 3600-LIST-ACCOUNT
006960         THRU 3600-EXIT.

006970  3100-EXIT.
006980      EXIT.
006990******************************************************************
007000*  3200-DROPPED-ACCOUNT - SCORED ON THE PRIOR NIGHT, NOT TONIGHT *
007010******************************************************************
007020  3200-DROPPED-ACCOUNT.
007030      ADD 1                        TO WS-DROPPED-COUNT.
007040      MOVE SPACES                  TO WS-AL-N-CC
007050                                      WS-AL-N-RC
007060                                      WS-AL-N-DEC
007070                                      WS-AL-N-SCORE.
007080      PERFORM 3620-FORMAT-PRIOR
007090         THRU 3620-EXIT.
007100      MOVE HBXBSCP-ACCOUNT         TO WS-AL-ACCOUNT.
007110      MOVE 'DROPPED'               TO WS-AL-TYPE.
007120      PERFORM 3600-LIST-ACCOUNT
007130         THRU 3600-EXIT.

007140  3200-EXIT.
007150      EXIT.
007160******************************************************************
007170*  3300-MATCHED-ACCOUNT - SCORED BOTH NIGHTS.  ONLY AN ACCOUNT   *
007180*                         SCORED OK BOTH NIGHTS IS COMPARED      *
007190******************************************************************
007200  3300-MATCHED-ACCOUNT.
007210      ADD 1                        TO WS-MATCHED-COUNT.
007220      IF HBXBSCN-CC NOT = HBR-CC-OK
007230          IF HBXBSCP-CC = HBR-CC-OK
007240              ADD 1                TO WS-NEW-FAIL-COUNT
007250              PERFORM 3620-FORMAT-PRIOR
007260                 THRU 3620-EXIT
007270              PERFORM 3610-FORMAT-TONIGHT
007280                 THRU 3610-EXIT
007290              MOVE 'NEW FAIL'      TO WS-AL-TYPE
007300              PERFORM 3600-LIST-ACCOUNT
007310                 THRU 3600-EXIT
007320          ELSE
007330              ADD 1                TO WS-STILL-FAIL-COUNT
007340          END-IF
007350          GO TO 3300-EXIT
007360      END-IF.
007370      IF HBXBSCP-CC NOT = HBR-CC-OK
007380          ADD 1                    TO WS-RECOVERED-COUNT
007390          GO TO 3300-EXIT
007400      END-IF.
007410      ADD 1                        TO WS-COMPARED-COUNT.
007420      PERFORM 3400-SCORE-MOVEMENT
007430         THRU 3400-EXIT.
007440      PERFORM 3500-TALLY-MATRIX
007450         THRU 3500-EXIT.
007460      IF WS-N-DEC NOT = WS-P-DEC
007470          ADD 1                    TO WS-CHANGED-COUNT
007480          PERFORM 3620-FORMAT-PRIOR
007490             THRU 3620-EXIT
007500          PERFORM 3610-FORMAT-TONIGHT
007510             THRU 3610-EXIT
007520          MOVE 'CHANGED'           TO WS-AL-TYPE
007530          PERFORM 3600-LIST-ACCOUNT
007540             THRU 3600-EXIT
007550      END-IF.

007560  3300-EXIT.
007570      EXIT.
007580******************************************************************
007590*  3400-SCORE-MOVEMENT - HIGHER, LOWER OR THE SAME AS THE PRIOR  *
007600*                        NIGHT, WHEN BOTH SCORES ARE NUMERIC     *
007610******************************************************************
007620  3400-SCORE-MOVEMENT.
007630      IF NOT WS-N-SCORE-NUMERIC
007640      OR NOT WS-P-SCORE-NUMERIC
007650          ADD 1                    TO WS-SCORE-BAD-COUNT
007660          GO TO 3400-EXIT
007670      END-IF.
007680      EVALUATE TRUE
007690          WHEN WS-N-SCORE > WS-P-SCORE
007700              ADD 1                TO WS-SCORE-UP-COUNT
007710          WHEN WS-N-SCORE < WS-P-SCORE
007720              ADD 1                TO WS-SCORE-DOWN-COUNT
007730          WHEN OTHER
007740              ADD 1                TO WS-SCORE-SAME-COUNT
007750      END-EVALUATE.

007760  3400-EXIT.
007770      EXIT.
007780******************************************************************
007790*  3500-TALLY-MATRIX - ONE ACCOUNT INTO THE PRIOR-DECISION ROW   *
007800*                      AND TONIGHT'S-DECISION COLUMN             *
007810******************************************************************
007820  3500-TALLY-MATRIX.
007830      MOVE WS-P-DEC                TO WS-AX-DEC.
007840      PERFORM 3510-FIND-AXIS
007850         THRU 3510-EXIT.
007860      MOVE WS-AX                   TO WS-ROW.
007870      MOVE WS-N-DEC                TO WS-AX-DEC.
007880      PERFORM 3510-FIND-AXIS
007890         THRU 3510-EXIT.
007900      MOVE WS-AX                   TO WS-COL.
007910      ADD 1                        TO WS-MX-CELL(WS-ROW, WS-COL).

007920  3500-EXIT.
007930      EXIT.
007940******************************************************************
007950*  3510-FIND-AXIS - POSITION OF WS-AX-DEC ON THE MATRIX AXIS,    *
007960*                   ADDING IT WHILE THERE IS ROOM, ELSE *OTHER*  *
007970******************************************************************
007980  3510-FIND-AXIS.
007990      SET WS-AXIS-IX               TO 1.
008000      SEARCH WS-AXIS-DEC
008010          AT END
008020              MOVE 0               TO WS-AX
008030          WHEN WS-AXIS-DEC(WS-AXIS-IX) = WS-AX-DEC
008040              SET WS-AX            TO WS-AXIS-IX
008050      END-SEARCH.
008060      IF WS-AX > 0
008070          IF WS-AX = 9
008080              SET WS-AXIS-OTHER-USED TO TRUE
008090          END-IF
008100          GO TO 3510-EXIT
008110      END-IF.
008120      IF WS-AXIS-USED < 8
008130          ADD 1                    TO WS-AXIS-USED
008140          MOVE WS-AXIS-USED        TO WS-AX
008150          MOVE WS-AX-DEC           TO WS-AXIS-DEC(WS-AX)
008160      ELSE
008170          MOVE 9                   TO WS-AX
008180          SET WS-AXIS-OTHER-USED   TO TRUE
008190      END-IF.

008200  3510-EXIT.
008210      EXIT.
008220******************************************************************
008230*  3600-LIST-ACCOUNT - ONE EXCEPTION LINE, WHILE UNDER THE       *
008240*                      BSMRMAXLIST CAP                           *
008250******************************************************************
008260  3600-LIST-ACCOUNT.
008270      IF WS-LISTED-COUNT NOT < WS-MAX-LIST
008280          ADD 1                    TO WS-UNLISTED-COUNT
008290          GO TO 3600-EXIT
008300      END-IF.
008310      ADD 1                        TO WS-LISTED-COUNT.
008320      WRITE HBXBSMRO-LINE FROM WS-ACCT-LINE.

008330  3600-EXIT.
008340      EXIT.
008350******************************************************************
008360*  3610-FORMAT-TONIGHT - TONIGHT'S HALF OF THE EXCEPTION LINE    *
008370******************************************************************
008380  3610-FORMAT-TONIGHT.
008390      MOVE HBXBSCN-ACCOUNT         TO WS-AL-ACCOUNT.
008400      MOVE HBXBSCN-CC              TO WS-AL-CC-EDIT.
008410      MOVE WS-AL-CC-EDIT           TO WS-AL-N-CC.
008420      MOVE HBXBSCN-RC              TO WS-AL-RC-EDIT.
008430      MOVE WS-AL-RC-EDIT           TO WS-AL-N-RC.
008440      MOVE WS-N-DEC                TO WS-AL-N-DEC.
008450      MOVE WS-N-SCORE-X            TO WS-AL-N-SCORE.

008460  3610-EXIT.
008470      EXIT.
008480******************************************************************
008490*  3620-FORMAT-PRIOR - THE PRIOR NIGHT'S HALF OF THE LINE        *
008500******************************************************************
008510  3620-FORMAT-PRIOR.
008520      MOVE HBXBSCP-CC              TO WS-AL-CC-EDIT.
008530      MOVE WS-AL-CC-EDIT           TO WS-AL-P-CC.
008540      MOVE WS-P-DEC                TO WS-AL-P-DEC.
008550      MOVE WS-P-SCORE-X            TO WS-AL-P-SCORE.

008560  3620-EXIT.
008570      EXIT.
008580******************************************************************
008590*  4000-PRINT-SUMMARY - MATRIX, COUNTS AND THE CHANGE-SHARE      *
008600*                       CHECK, ON A PAGE OF THEIR OWN            *
008610******************************************************************
008620  4000-PRINT-SUMMARY.
008630      IF WS-LISTED-COUNT = 0
008640      AND WS-UNLISTED-COUNT = 0
008650          WRITE HBXBSMRO-LINE FROM WS-NO-ACCTS-LINE
008660      END-IF.
008670      IF WS-UNLISTED-COUNT > 0
008680          WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE
008690          MOVE 'FURTHER EXCEPTIONS NOT LISTED (BSMRMAXLIST)'
008700                                   TO WS-CTL-LABEL
008710          MOVE WS-UNLISTED-COUNT   TO WS-CTL-COUNT
008720          WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE
008730      END-IF.
008740      WRITE HBXBSMRO-LINE FROM WS-HEADING-1S.
008750      WRITE HBXBSMRO-LINE FROM WS-HEADING-2.
008760      WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE.
008770      WRITE HBXBSMRO-LINE FROM WS-MX-TITLE-LINE.
008780      WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE.
008790      IF WS-COMPARED-COUNT = 0
008800          WRITE HBXBSMRO-LINE FROM WS-NO-MATRIX-LINE
008810      ELSE
008820          PERFORM 4100-PRINT-MATRIX
008830             THRU 4100-EXIT
008840      END-IF.
008850      PERFORM 4500-PRINT-COUNTS
008860         THRU 4500-EXIT.
008870      PERFORM 4600-CHECK-CHANGE-SHARE
008880         THRU 4600-EXIT.

008890  4000-EXIT.
008900      EXIT.
008910******************************************************************
008920*  4100-PRINT-MATRIX - HEADING ROW, ONE ROW PER PRIOR DECISION,  *
008930*                      THEN THE COLUMN TOTALS                    *
008940******************************************************************
008950  4100-PRINT-MATRIX.
008960      MOVE 0                       TO WS-PRT-COUNT.
008970      PERFORM 4110-ADD-PRINT-AXIS
008980         THRU 4110-EXIT
008990         VARYING WS-AX FROM 1 BY 1
009000         UNTIL WS-AX > WS-AXIS-USED.
009010      IF WS-AXIS-OTHER-USED
009020          MOVE 9                   TO WS-AX
009030          PERFORM 4110-ADD-PRINT-AXIS
009040             THRU 4110-EXIT
009050      END-IF.
009060      MOVE SPACES                  TO WS-MX-HEAD-LINE.
009070      MOVE 'DECISION'              TO WS-MH-LABEL.
009080      PERFORM 4120-HEAD-ONE-COLUMN
009090         THRU 4120-EXIT
009100         VARYING WS-PX FROM 1 BY 1
009110         UNTIL WS-PX > WS-PRT-COUNT.
009120      MOVE '    TOTAL'             TO WS-MH-DEC(WS-PX).
009130      WRITE HBXBSMRO-LINE FROM WS-MX-HEAD-LINE.
009140      PERFORM 4130-PRINT-ONE-ROW
009150         THRU 4130-EXIT
009160         VARYING WS-CX FROM 1 BY 1
009170         UNTIL WS-CX > WS-PRT-COUNT.
009180      MOVE SPACES                  TO WS-MX-LINE.
009190      MOVE 'TOTAL'                 TO WS-ML-DEC.
009200      PERFORM 4150-TOTAL-ONE-COLUMN
009210         THRU 4150-EXIT
009220         VARYING WS-PX FROM 1 BY 1
009230         UNTIL WS-PX > WS-PRT-COUNT.
009240      MOVE WS-MX-GRAND-TOTAL       TO WS-ML-COUNT(WS-PX).
009250      WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE.
009260      WRITE HBXBSMRO-LINE FROM WS-MX-LINE.

009270  4100-EXIT.
009280      EXIT.
009290******************************************************************
009300*  4110-ADD-PRINT-AXIS                                           *
009310******************************************************************
009320  4110-ADD-PRINT-AXIS.
009330      ADD 1                        TO WS-PRT-COUNT.
009340      MOVE WS-AX                   TO WS-PRT-AX(WS-PRT-COUNT).

009350  4110-EXIT.
009360      EXIT.
009370******************************************************************
009380*  4120-HEAD-ONE-COLUMN                                          *
009390******************************************************************
009400  4120-HEAD-ONE-COLUMN.
009410      MOVE WS-PRT-AX(WS-PX)        TO WS-COL.
009420      MOVE WS-AXIS-DEC(WS-COL)     TO WS-MH-DEC(WS-PX).

009430  4120-EXIT.
009440      EXIT.
009450******************************************************************
009460*  4130-PRINT-ONE-ROW - ONE PRIOR DECISION ACROSS TONIGHT'S      *
009470******************************************************************
009480  4130-PRINT-ONE-ROW.
009490      MOVE WS-PRT-AX(WS-CX)        TO WS-ROW.
009500      MOVE SPACES                  TO WS-MX-LINE.
009510      MOVE WS-AXIS-DEC(WS-ROW)     TO WS-ML-DEC.
009520      MOVE 0                       TO WS-MX-TOTAL.
009530      PERFORM 4140-PRINT-ONE-CELL
009540         THRU 4140-EXIT
009550         VARYING WS-PX FROM 1 BY 1
009560         UNTIL WS-PX > WS-PRT-COUNT.
009570      MOVE WS-MX-TOTAL             TO WS-ML-COUNT(WS-PX).
009580      ADD WS-MX-TOTAL              TO WS-MX-GRAND-TOTAL.
009590      WRITE HBXBSMRO-LINE FROM WS-MX-LINE.

009600  4130-EXIT.
009610      EXIT.
009620******************************************************************
009630*  4140-PRINT-ONE-CELL                                           *
009640******************************************************************
009650  4140-PRINT-ONE-CELL.
009660      MOVE WS-PRT-AX(WS-PX)        TO WS-COL.
009670      MOVE WS-MX-CELL(WS-ROW, WS-COL)
009680                                   TO WS-ML-COUNT(WS-PX).
009690      ADD WS-MX-CELL(WS-ROW, WS-COL)
009700                                   TO WS-MX-TOTAL
009710                                      WS-MX-COL-TOTAL(WS-COL).

009720  4140-EXIT.
009730      EXIT.
009740******************************************************************
009750*  4150-TOTAL-ONE-COLUMN                                         *
009760******************************************************************
009770  4150-TOTAL-ONE-COLUMN.
009780      MOVE WS-PRT-AX(WS-PX)        TO WS-COL.
009790      MOVE WS-MX-COL-TOTAL(WS-COL) TO WS-ML-COUNT(WS-PX).

009800  4150-EXIT.
009810      EXIT.
009820******************************************************************
009830*  4500-PRINT-COUNTS                                             *
009840******************************************************************
009850  4500-PRINT-COUNTS.
009860      WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE.
009870      MOVE 'ACCOUNTS SCORED TONIGHT'
009880                                   TO WS-CTL-LABEL.
009890      MOVE WS-N-READ-COUNT         TO WS-CTL-COUNT.
009900      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
009910      MOVE 'ACCOUNTS SCORED ON THE PRIOR NIGHT'
009920                                   TO WS-CTL-LABEL.
009930      MOVE WS-P-READ-COUNT         TO WS-CTL-COUNT.
009940      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
009950      MOVE 'SCORED BOTH NIGHTS'    TO WS-CTL-LABEL.
009960      MOVE WS-MATCHED-COUNT        TO WS-CTL-COUNT.
009970      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
009980      MOVE '  OK BOTH NIGHTS (COMPARED)'
009990                                   TO WS-CTL-LABEL.
010000      MOVE WS-COMPARED-COUNT       TO WS-CTL-COUNT.
010010      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010020      MOVE '    DECISION CHANGED'  TO WS-CTL-LABEL.
010030      MOVE WS-CHANGED-COUNT        TO WS-CTL-COUNT.
010040      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010050      MOVE '    SCORE HIGHER'      TO WS-CTL-LABEL.
010060      MOVE WS-SCORE-UP-COUNT       TO WS-CTL-COUNT.
010070      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010080      MOVE '    SCORE LOWER'       TO WS-CTL-LABEL.
010090      MOVE WS-SCORE-DOWN-COUNT     TO WS-CTL-COUNT.
010100      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010110      MOVE '    SCORE UNCHANGED'   TO WS-CTL-LABEL.
010120      MOVE WS-SCORE-SAME-COUNT     TO WS-CTL-COUNT.
010130      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010140      MOVE '    SCORE NOT NUMERIC'  TO WS-CTL-LABEL.
010150      MOVE WS-SCORE-BAD-COUNT      TO WS-CTL-COUNT.
010160      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010170      MOVE '  NEWLY FAILING (OK BEFORE, NOT OK TONIGHT)'
010180                                   TO WS-CTL-LABEL.
010190      MOVE WS-NEW-FAIL-COUNT       TO WS-CTL-COUNT.
010200      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010210      MOVE '  STILL FAILING'       TO WS-CTL-LABEL.
010220      MOVE WS-STILL-FAIL-COUNT     TO WS-CTL-COUNT.
010230      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010240      MOVE '  NO LONGER FAILING'   TO WS-CTL-LABEL.
010250      MOVE WS-RECOVERED-COUNT      TO WS-CTL-COUNT.
010260      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010270      MOVE 'NEW ACCOUNTS (TONIGHT ONLY)'
010280                                   TO WS-CTL-LABEL.
010290      MOVE WS-NEW-COUNT            TO WS-CTL-COUNT.
010300      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010310      MOVE 'DROPPED ACCOUNTS (PRIOR NIGHT ONLY)'
010320                                   TO WS-CTL-LABEL.
010330      MOVE WS-DROPPED-COUNT        TO WS-CTL-COUNT.
010340      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010350      MOVE 'DUPLICATE RECORDS SKIPPED - TONIGHT'
010360                                   TO WS-CTL-LABEL.
010370      MOVE WS-N-DUP-COUNT          TO WS-CTL-COUNT.
010380      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.
010390      MOVE 'DUPLICATE RECORDS SKIPPED - PRIOR NIGHT'
010400                                   TO WS-CTL-LABEL.
010410      MOVE WS-P-DUP-COUNT          TO WS-CTL-COUNT.
010420      WRITE HBXBSMRO-LINE FROM WS-COUNT-LINE.

010430  4500-EXIT.
010440      EXIT.
010450******************************************************************
010460*  4600-CHECK-CHANGE-SHARE - FLAG THE RUN WHEN THE SHARE OF      *
010470*                            COMPARED ACCOUNTS WHOSE DECISION    *
010480*                            CHANGED PASSES BSMRCHGPCT, OR WHEN  *
010490*                            NOTHING COULD BE COMPARED AT ALL    *
010500******************************************************************
010510  4600-CHECK-CHANGE-SHARE.
010520      IF WS-COMPARED-COUNT > 0
010530          COMPUTE WS-CHG-PCT ROUNDED =
010540              WS-CHANGED-COUNT * 100 / WS-COMPARED-COUNT
010550          IF WS-CHG-PCT > WS-CHG-PCT-LIMIT
010560              SET WS-RUN-FLAGGED   TO TRUE
010570          END-IF
010580      ELSE
010590          IF WS-P-READ-COUNT > 0
010600              SET WS-RUN-FLAGGED   TO TRUE
010610          END-IF
010620      END-IF.
010630      MOVE WS-CHG-PCT              TO WS-PL-PCT.
010640      MOVE WS-CHG-PCT-LIMIT        TO WS-PL-LIMIT.
010650      WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE.
010660      WRITE HBXBSMRO-LINE FROM WS-PCT-LINE.
010670      IF WS-RUN-FLAGGED
010680          WRITE HBXBSMRO-LINE FROM WS-BLANK-LINE
010690          WRITE HBXBSMRO-LINE FROM WS-FLAG-LINE-1
010700          WRITE HBXBSMRO-LINE FROM WS-FLAG-LINE-2
010710      END-IF.

010720  4600-EXIT.
010730      EXIT.
010740******************************************************************
010750*  9000-TERMINATE - CLOSE, SUMMARIZE, SET THE RETURN CODE        *
010760******************************************************************
010770  9000-TERMINATE.
010780      IF WS-INPUT-OK
010790          CLOSE HBXBSCN
010800          CLOSE HBXBSCP
010810      END-IF.
010820      CLOSE HBXBSMRO.
010830      DISPLAY 'HBXBSMR - TONIGHT/PRIOR/COMPARED: '
010840              WS-N-READ-COUNT ' ' WS-P-READ-COUNT ' '
010850              WS-COMPARED-COUNT.
010860      DISPLAY 'HBXBSMR - CHANGED/NEW/DROPPED/NEW FAIL: '
010870              WS-CHANGED-COUNT ' ' WS-NEW-COUNT ' '
010880              WS-DROPPED-COUNT ' ' WS-NEW-FAIL-COUNT.
010890      IF WS-INPUT-MISSING
010900          GO TO 9000-EXIT
010910      END-IF.
010920      EVALUATE TRUE
010930          WHEN WS-RUN-FLAGGED
010940              DISPLAY 'HBXBSMR - RUN FLAGGED - ' WS-CHG-PCT
010950                      ' PERCENT OF DECISIONS CHANGED'
010960              MOVE 8               TO RETURN-CODE
010970          WHEN WS-NEW-FAIL-COUNT > 0
010980          OR   WS-N-DUP-COUNT > 0
010990          OR   WS-P-DUP-COUNT > 0
011000              MOVE 4               TO RETURN-CODE
011010          WHEN OTHER
011020              CONTINUE
011030      END-EVALUATE.

011040  9000-EXIT.
011050      EXIT.
011060******************************************************************
011070*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO     *
011080*                        THE RUN-CONTROL RECORD                  *
011090******************************************************************
011100  9500-RECORD-RUN-END.
011110      OPEN I-O HBXRCTF.
011120      IF WS-RCTF-STATUS NOT = '00'
011130          DISPLAY 'HBXBSMR - HBXRCTF OPEN FAILED, STATUS '
011140                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
011150          GO TO 9500-EXIT
011160      END-IF.
011170      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
011180      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
011190      READ HBXRCTF.
011200      IF WS-RCTF-STATUS NOT = '00'
011210          DISPLAY 'HBXBSMR - NO RUN-CONTROL RECORD, STATUS '
011220                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
011230          CLOSE HBXRCTF
011240          GO TO 9500-EXIT
011250      END-IF.
011260      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
011270      ACCEPT WS-RCT-NOW FROM TIME.
011280      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
011290      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
011300      MOVE RETURN-CODE             TO HBXRCT-RC.
011310      IF RETURN-CODE > 4
011320          SET HBXRCT-FAILED        TO TRUE
011330      ELSE
011340          SET HBXRCT-COMPLETED     TO TRUE
011350      END-IF.
011360      MOVE 'SCORED TONIGHT'        TO HBXRCT-COUNT-LABEL(1).
011370      MOVE WS-N-READ-COUNT         TO HBXRCT-COUNT-VALUE(1).
011380      MOVE 'COMPARED'              TO HBXRCT-COUNT-LABEL(2).
011390      MOVE WS-COMPARED-COUNT       TO HBXRCT-COUNT-VALUE(2).
011400      MOVE 'DECISION CHANGED'      TO HBXRCT-COUNT-LABEL(3).
011410      MOVE WS-CHANGED-COUNT        TO HBXRCT-COUNT-VALUE(3).
011420      MOVE 'NEWLY FAILING'         TO HBXRCT-COUNT-LABEL(4).
011430      MOVE WS-NEW-FAIL-COUNT       TO HBXRCT-COUNT-VALUE(4).
011440      REWRITE HBXRCT-RECORD.
011450      CLOSE HBXRCTF.

011460  9500-EXIT.
011470      EXIT.
