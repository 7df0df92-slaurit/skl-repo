000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXQURPT.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-14.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-14 JLS  NEW PROGRAM.  DAILY CALL QUOTA USAGE REPORT -
000200*                 EVERY HBXQTAQ QUOTA THAT REACHED ITS WARNING
000210*                 LEVEL OR WENT PAST ITS LIMIT ON THE DAY, WITH
000220*                 THE CALLS REFUSED OR LET THROUGH PAST THE LIMIT.
000230******************************************************************
000240******************************************************************
000250*                                                                *
000260*   H B X Q U R P T                                              *
000270*                                                                *
000280*   RUN EACH MORNING FOR THE PREVIOUS DAY, OR FOR THE DATE IN    *
000290*   COLUMNS 1-8 OF THE OPTIONAL HBXQURC CARD.  READS THE HBXQUSF *
000300*   USAGE FILE HBXQTUPD KEEPS FOR HBXRULE - ONE RECORD PER DAY   *
000310*   PER QUOTA - AND LISTS EACH QUOTA THAT CAME CLOSE TO OR HIT   *
000320*   ITS LIMIT THAT DAY: ITS CALLS, LIMIT, PERCENTAGE USED,       *
000330*   WARNING PERCENTAGE AND ACTION, THE CALLS REFUSED OR ALLOWED  *
000340*   PAST THE LIMIT, AND WHEN THE WARNING LEVEL AND THE LIMIT     *
000350*   WERE FIRST REACHED.  QUOTAS THAT STAYED BELOW THEIR WARNING  *
000360*   LEVEL ARE ONLY COUNTED.                                      *
000370*                                                                *
000380*   STATUS:                                                      *
000390*     LIMIT HIT  - WENT PAST THE LIMIT,                          *
000400*     NEAR LIMIT - REACHED THE WARNING LEVEL BUT NOT THE LIMIT.  *
000410*                                                                *
000420*   ANY QUOTA PAST ITS LIMIT SETS RETURN CODE 4.  RETURN CODE 12 *
000430*   MEANS HBXQUSF COULD NOT BE OPENED.                           *
000440*                                                                *
000450******************************************************************
000460  ENVIRONMENT DIVISION.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490      SELECT HBXQUSF ASSIGN TO HBXQUSF
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS SEQUENTIAL
000520          RECORD KEY IS HBXQUS-KEY
000530          FILE STATUS IS WS-QUSF-STATUS.

000540      SELECT HBXQURC ASSIGN TO HBXQURC
000550          ORGANIZATION IS SEQUENTIAL
000560          FILE STATUS IS WS-QURC-STATUS.

000570      SELECT HBXQURPO ASSIGN TO HBXQURPO
000580          ORGANIZATION IS SEQUENTIAL
000590          FILE STATUS IS WS-RPT-STATUS.

000600  DATA DIVISION.
000610  FILE SECTION.
000620  FD  HBXQUSF
000630      RECORD CONTAINS 85 CHARACTERS.
000640      COPY HBXQUS.

000650  FD  HBXQURC
000660      RECORD CONTAINS 80 CHARACTERS.
000670  01  HBXQURC-CARD.
000680      05  HBXQURC-DATE             PIC 9(08).
000690      05  FILLER                   PIC X(72).

000700  FD  HBXQURPO
000710      RECORD CONTAINS 133 CHARACTERS.
000720  01  HBXQURPO-LINE                PIC X(133).

000730  WORKING-STORAGE SECTION.
000740  01  WS-QUSF-STATUS                 PIC X(02).
000750      88  WS-QUSF-OK                      VALUE '00'.
000760      88  WS-QUSF-EOF                     VALUE '10'.
000770  01  WS-QURC-STATUS                 PIC X(02).
000780  01  WS-RPT-STATUS                  PIC X(02).
000790  01  WS-QUSF-EOF-SW                 PIC X(01) VALUE 'N'.
000800      88  WS-QUSF-DONE                        VALUE 'Y'.
000810  01  WS-QUSF-OPEN-SW                PIC X(01) VALUE 'N'.
000820      88  WS-QUSF-OPEN                        VALUE 'Y'.
000830  01  WS-TODAY                       PIC 9(08).
000840  01  WS-USAGE-DATE                  PIC 9(08).
000850  01  WS-PCT-USED                    PIC S9(7) COMP-3 VALUE 0.
000860  01  WS-COUNTS.
000870      05  WS-QUOTA-COUNT             PIC 9(07) COMP-3 VALUE 0.
000880      05  WS-WITHIN-COUNT            PIC 9(07) COMP-3 VALUE 0.
000890      05  WS-NEAR-COUNT              PIC 9(07) COMP-3 VALUE 0.
000900      05  WS-HIT-COUNT               PIC 9(07) COMP-3 VALUE 0.
000910      05  WS-CALL-TOTAL              PIC 9(11) COMP-3 VALUE 0.
000920      05  WS-REJECT-TOTAL            PIC 9(11) COMP-3 VALUE 0.
000930      05  WS-OVER-TOTAL              PIC 9(11) COMP-3 VALUE 0.
000940  01  WS-HEADING-1.
000950      05  FILLER     PIC X(01) VALUE '1'.
000960      05  FILLER     PIC X(58) VALUE
000970          'HBXQURPT - DAILY CALL QUOTA USAGE REPORT'.
000980  01  WS-HEADING-2.
000990      05  FILLER       PIC X(01) VALUE ' '.
001000      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
001010      05  WS-H2-DATE   PIC 9(08).
001020      05  FILLER       PIC X(16) VALUE '    USAGE DATE: '.
001030      05  WS-H2-USAGE-DATE PIC 9(08).
001040  01  WS-BLANK-LINE.
001050      05  FILLER       PIC X(01) VALUE ' '.
001060  01  WS-QUOTA-HEADING.
001070      05  FILLER       PIC X(01) VALUE ' '.
001080      05  FILLER       PIC X(05) VALUE 'TRAN'.
001090      05  FILLER       PIC X(33) VALUE 'RULE APPLICATION'.
001100      05  FILLER       PIC X(12) VALUE '      CALLS'.
001110      05  FILLER       PIC X(12) VALUE '      LIMIT'.
001120      05  FILLER       PIC X(07) VALUE ' %USED'.
001130      05  FILLER       PIC X(05) VALUE 'WARN'.
001140      05  FILLER       PIC X(07) VALUE 'ACTION'.
001150      05  FILLER       PIC X(12) VALUE '    REFUSED'.
001160      05  FILLER       PIC X(12) VALUE 'ALLOWED-OVR '.
001170      05  FILLER       PIC X(07) VALUE 'WARNED'.
001180      05  FILLER       PIC X(07) VALUE 'HIT AT'.
001190      05  FILLER       PIC X(10) VALUE 'STATUS'.
001200  01  WS-QUOTA-LINE.
001210      05  FILLER       PIC X(01) VALUE ' '.
001220      05  WS-QL-TRANID PIC X(04).
001230      05  FILLER       PIC X(01) VALUE SPACE.
001240      05  WS-QL-RULEAPP     PIC X(32).
001250      05  FILLER       PIC X(01) VALUE SPACE.
001260      05  WS-QL-CALLS       PIC ZZZ,ZZZ,ZZ9.
001270      05  FILLER       PIC X(01) VALUE SPACE.
001280      05  WS-QL-LIMIT       PIC ZZZ,ZZZ,ZZ9.
001290      05  FILLER       PIC X(01) VALUE SPACE.
001300      05  WS-QL-PCT         PIC ZZ,ZZ9.
001310      05  FILLER       PIC X(01) VALUE SPACE.
001320      05  WS-QL-WARN-PCT    PIC ZZ9.
001330      05  FILLER       PIC X(02) VALUE SPACES.
001340      05  WS-QL-ACTION      PIC X(06).
001350      05  FILLER       PIC X(01) VALUE SPACE.
001360      05  WS-QL-REFUSED     PIC ZZZ,ZZZ,ZZ9.
001370      05  FILLER       PIC X(01) VALUE SPACE.
001380      05  WS-QL-OVER        PIC ZZZ,ZZZ,ZZ9.
001390      05  FILLER       PIC X(01) VALUE SPACE.
001400      05  WS-QL-WARN-TIME   PIC X(06).
001410      05  FILLER       PIC X(01) VALUE SPACE.
001420      05  WS-QL-LIMIT-TIME  PIC X(06).
001430      05  FILLER       PIC X(01) VALUE SPACE.
001440      05  WS-QL-STATUS      PIC X(10).
001450  01  WS-NO-QUOTAS-LINE.
001460      05  FILLER       PIC X(01) VALUE ' '.
001470      05  FILLER       PIC X(44) VALUE
001480          '  NO QUOTA CAME CLOSE TO ITS LIMIT'.
001490  01  WS-NO-FILE-LINE.
001500      05  FILLER       PIC X(01) VALUE ' '.
001510      05  FILLER       PIC X(46) VALUE
001520          '  QUOTA USAGE FILE HBXQUSF NOT OPENED, STATUS '.
001530      05  WS-NFL-STATUS PIC X(02).
001540  01  WS-COUNT-LINE.
001550      05  FILLER       PIC X(01) VALUE ' '.
001560      05  WS-CTL-LABEL PIC X(44).
001570      05  WS-CTL-COUNT PIC ZZ,ZZZ,ZZZ,ZZ9.

001580  LINKAGE SECTION.
001590******************************************************************
001600*  0000-MAINLINE                                                *
001610******************************************************************
001620  PROCEDURE DIVISION.
001630  0000-MAINLINE.
001640      PERFORM 1000-INITIALIZE
001650         THRU 1000-EXIT.
001660      IF WS-QUSF-OPEN
001670          PERFORM 2100-READ-QUSF
001680             THRU 2100-EXIT
001690          PERFORM 2200-PROCESS-QUSF
001700             THRU 2200-EXIT
001710             UNTIL WS-QUSF-DONE
001720          IF WS-NEAR-COUNT = 0 AND WS-HIT-COUNT = 0
001730              WRITE HBXQURPO-LINE FROM WS-NO-QUOTAS-LINE
001740          END-IF
001750          PERFORM 4000-PRINT-TOTALS
001760             THRU 4000-EXIT
001770      END-IF.
001780      PERFORM 9000-TERMINATE
001790         THRU 9000-EXIT.
001800      STOP RUN.

001810  0000-EXIT.
001820      EXIT.
001830******************************************************************
001840*  1000-INITIALIZE - WORK OUT THE USAGE DATE, OPEN FILES AND     *
001850*                    PRINT THE PAGE HEADINGS                     *
001860******************************************************************
001870  1000-INITIALIZE.
001880      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001890      COMPUTE WS-USAGE-DATE = FUNCTION DATE-OF-INTEGER
001900          (FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
001910      PERFORM 1100-READ-DATE-CARD
001920         THRU 1100-EXIT.
001930      OPEN OUTPUT HBXQURPO.
001940      WRITE HBXQURPO-LINE FROM WS-HEADING-1.
001950      MOVE WS-TODAY                TO WS-H2-DATE.
001960      MOVE WS-USAGE-DATE           TO WS-H2-USAGE-DATE.
001970      WRITE HBXQURPO-LINE FROM WS-HEADING-2.
001980      WRITE HBXQURPO-LINE FROM WS-BLANK-LINE.
001990      OPEN INPUT HBXQUSF.
002000      IF NOT WS-QUSF-OK
002010          DISPLAY 'HBXQURPT - HBXQUSF OPEN FAILED, STATUS '
002020                  WS-QUSF-STATUS
002030          MOVE WS-QUSF-STATUS      TO WS-NFL-STATUS
002040          WRITE HBXQURPO-LINE FROM WS-NO-FILE-LINE
002050          MOVE 12                  TO RETURN-CODE
002060          GO TO 1000-EXIT
002070      END-IF.
002080      SET WS-QUSF-OPEN             TO TRUE.
002090      WRITE HBXQURPO-LINE FROM WS-QUOTA-HEADING.

002100  1000-EXIT.
002110      EXIT.
002120******************************************************************
002130*  1100-READ-DATE-CARD - OPTIONAL HBXQURC CARD: USAGE DATE IN    *
002140*                        COLUMNS 1-8 (YESTERDAY WHEN BLANK)      *
002150******************************************************************
002160  1100-READ-DATE-CARD.
002170      OPEN INPUT HBXQURC.
002180      IF WS-QURC-STATUS NOT = '00'
002190          GO TO 1100-EXIT
002200      END-IF.
002210      READ HBXQURC
002220          AT END
002230              CLOSE HBXQURC
002240              GO TO 1100-EXIT
002250      END-READ.
002260      IF HBXQURC-DATE IS NUMERIC
002270      AND HBXQURC-DATE > 0
002280          MOVE HBXQURC-DATE        TO WS-USAGE-DATE
002290      END-IF.
002300      CLOSE HBXQURC.

002310  1100-EXIT.
002320      EXIT.
002330******************************************************************
002340*  2100-READ-QUSF                                                *
002350******************************************************************
002360  2100-READ-QUSF.
002370      READ HBXQUSF NEXT RECORD
002380          AT END
002390              SET WS-QUSF-DONE TO TRUE
002400      END-READ.

002410  2100-EXIT.
002420      EXIT.
002430******************************************************************
002440*  2200-PROCESS-QUSF - COUNT EVERY QUOTA USED ON THE DATE AND    *
002450*                      LIST THOSE THAT CAME CLOSE TO OR HIT      *
002460*                      THEIR LIMIT.  THE FILE IS IN DATE ORDER,  *
002470*                      SO A LATER DATE ENDS THE RUN              *
002480******************************************************************
002490  2200-PROCESS-QUSF.
002500      IF HBXQUS-KEY-DATE < WS-USAGE-DATE
002510          GO TO 2200-READ-NEXT
002520      END-IF.
002530      IF HBXQUS-KEY-DATE > WS-USAGE-DATE
002540          SET WS-QUSF-DONE         TO TRUE
002550          GO TO 2200-EXIT
002560      END-IF.
002570      ADD 1                        TO WS-QUOTA-COUNT.
002580      ADD HBXQUS-CALL-COUNT        TO WS-CALL-TOTAL.
002590      ADD HBXQUS-REJECT-COUNT      TO WS-REJECT-TOTAL.
002600      ADD HBXQUS-OVER-COUNT        TO WS-OVER-TOTAL.
002610      EVALUATE TRUE
002620          WHEN HBXQUS-LIMIT-TIME > 0
002630              MOVE 'LIMIT HIT'     TO WS-QL-STATUS
002640              ADD 1                TO WS-HIT-COUNT
002650          WHEN HBXQUS-WARN-TIME > 0
002660              MOVE 'NEAR LIMIT'    TO WS-QL-STATUS
002670              ADD 1                TO WS-NEAR-COUNT
002680          WHEN OTHER
002690              ADD 1                TO WS-WITHIN-COUNT
002700              GO TO 2200-READ-NEXT
002710      END-EVALUATE.
002720      PERFORM 3000-FORMAT-QUOTA
002730         THRU 3000-EXIT.
002740      WRITE HBXQURPO-LINE FROM WS-QUOTA-LINE.

002750  2200-READ-NEXT.
002760      PERFORM 2100-READ-QUSF
002770         THRU 2100-EXIT.

002780  2200-EXIT.
002790      EXIT.
002800******************************************************************
002810*  3000-FORMAT-QUOTA - BUILD THE LISTING LINE.  A BLANK KEY IS   *
002820*                      SHOWN AS * (ANY)                          *
002830******************************************************************
002840  3000-FORMAT-QUOTA.
002850      IF HBXQUS-KEY-TRANID = SPACES
002860          MOVE '*'                 TO WS-QL-TRANID
002870      ELSE
002880          MOVE HBXQUS-KEY-TRANID   TO WS-QL-TRANID
002890      END-IF.
002900      IF HBXQUS-KEY-RULEAPP = SPACES
002910          MOVE '*'                 TO WS-QL-RULEAPP
002920      ELSE
002930          MOVE HBXQUS-KEY-RULEAPP  TO WS-QL-RULEAPP
002940      END-IF.
002950      MOVE HBXQUS-CALL-COUNT       TO WS-QL-CALLS.
002960      MOVE HBXQUS-DAILY-LIMIT      TO WS-QL-LIMIT.
002970      IF HBXQUS-DAILY-LIMIT > 0
002980          COMPUTE WS-PCT-USED =
002990                  HBXQUS-CALL-COUNT * 100 / HBXQUS-DAILY-LIMIT
003000      ELSE
003010          MOVE 99999               TO WS-PCT-USED
003020      END-IF.
003030      IF WS-PCT-USED > 99999
003040          MOVE 99999               TO WS-PCT-USED
003050      END-IF.
003060      MOVE WS-PCT-USED             TO WS-QL-PCT.
003070      MOVE HBXQUS-WARN-PCT         TO WS-QL-WARN-PCT.
003080      IF HBXQUS-REJECT
003090          MOVE 'REJECT'            TO WS-QL-ACTION
003100      ELSE
003110          MOVE 'ALLOW'             TO WS-QL-ACTION
003120      END-IF.
003130      MOVE HBXQUS-REJECT-COUNT     TO WS-QL-REFUSED.
003140      MOVE HBXQUS-OVER-COUNT       TO WS-QL-OVER.
003150      IF HBXQUS-WARN-TIME > 0
003160          MOVE HBXQUS-WARN-TIME    TO WS-QL-WARN-TIME
003170      ELSE
003180          MOVE '-'                 TO WS-QL-WARN-TIME
003190      END-IF.
003200      IF HBXQUS-LIMIT-TIME > 0
003210          MOVE HBXQUS-LIMIT-TIME   TO WS-QL-LIMIT-TIME
003220      ELSE
003230          MOVE '-'                 TO WS-QL-LIMIT-TIME
003240      END-IF.

003250  3000-EXIT.
003260      EXIT.
003270******************************************************************
003280*  4000-PRINT-TOTALS                                            *
003290******************************************************************
003300  4000-PRINT-TOTALS.
003310      WRITE HBXQURPO-LINE FROM WS-BLANK-LINE.
003320      MOVE 'QUOTAS WITH CALLS ON THE DATE'
003330                                   TO WS-CTL-LABEL.
003340      MOVE WS-QUOTA-COUNT          TO WS-CTL-COUNT.
003350      WRITE HBXQURPO-LINE FROM WS-COUNT-LINE.
003360      MOVE 'STAYED BELOW THEIR WARNING LEVEL'
003370                                   TO WS-CTL-LABEL.
003380      MOVE WS-WITHIN-COUNT         TO WS-CTL-COUNT.
003390      WRITE HBXQURPO-LINE FROM WS-COUNT-LINE.
003400      MOVE 'NEAR LIMIT (WARNING LEVEL REACHED)'
003410                                   TO WS-CTL-LABEL.
003420      MOVE WS-NEAR-COUNT           TO WS-CTL-COUNT.
003430      WRITE HBXQURPO-LINE FROM WS-COUNT-LINE.
003440      MOVE 'LIMIT HIT'             TO WS-CTL-LABEL.
003450      MOVE WS-HIT-COUNT            TO WS-CTL-COUNT.
003460      WRITE HBXQURPO-LINE FROM WS-COUNT-LINE.
003470      MOVE 'CALLS COUNTED AGAINST A QUOTA'
003480                                   TO WS-CTL-LABEL.
003490      MOVE WS-CALL-TOTAL           TO WS-CTL-COUNT.
003500      WRITE HBXQURPO-LINE FROM WS-COUNT-LINE.
003510      MOVE 'CALLS REFUSED PAST A LIMIT'
003520                                   TO WS-CTL-LABEL.
003530      MOVE WS-REJECT-TOTAL         TO WS-CTL-COUNT.
003540      WRITE HBXQURPO-LINE FROM WS-COUNT-LINE.
003550      MOVE 'CALLS ALLOWED PAST A LIMIT'
003560                                   TO WS-CTL-LABEL.
003570      MOVE WS-OVER-TOTAL           TO WS-CTL-COUNT.
003580      WRITE HBXQURPO-LINE FROM WS-COUNT-LINE.

003590  4000-EXIT.
003600      EXIT.
003610******************************************************************
003620*  9000-TERMINATE                                                *
003630******************************************************************
003640  9000-TERMINATE.
003650      IF WS-QUSF-OPEN
003660          CLOSE HBXQUSF
003670      END-IF.
003680      CLOSE HBXQURPO.
003690      DISPLAY 'HBXQURPT - QUOTAS/NEAR/HIT: '
003700              WS-QUOTA-COUNT ' ' WS-NEAR-COUNT ' '
003710              WS-HIT-COUNT.
003720      IF WS-HIT-COUNT > 0
003730          MOVE 4                   TO RETURN-CODE
003740      END-IF.

003750  9000-EXIT.
003760      EXIT.
