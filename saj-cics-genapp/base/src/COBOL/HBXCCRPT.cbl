000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXCCRPT.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-16.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-16 JLS  NEW PROGRAM.  NIGHTLY CHAMPION/CHALLENGER
000200*                 DIVERGENCE REPORT FROM THE HBXCMPF COMPARISON
000210*                 FILE, SO CREDIT POLICY CAN SIGN OFF A NEW
000220*                 RULESET VERSION WITH EVIDENCE.
000221* 2026-10-15 JLS  REPORT ON THE BUSINESS DATE (TODAY, OR YESTERDAY
000222*                 FOR A RUN STARTED BEFORE HBXRCTS-DAY-CUTOFF),
000223*                 OR THE DATE ON THE OPTIONAL HBXCCRC CARD, SO THE
000224*                 JOB NO LONGER HAS TO FINISH BEFORE MIDNIGHT.
000225*                 START AT THAT DATE ON HBXCMPF AND STOP AT THE
000226*                 FIRST LATER ONE INSTEAD OF READING THE WHOLE
000227*                 FILE.  RC=8 IF HBXCMPF WILL NOT OPEN.
000230******************************************************************
000240******************************************************************
000250*                                                                *
000260*   H B X C C R P T                                              *
000270*                                                                *
000280*   RUN AT END OF DAY.  READS ONE DAY'S HBXCMPF COMPARISON       *
000290*   RECORDS (WRITTEN DURING THE DAY BY HBXCCEX FOR EVERY         *
000300*   SAMPLED CHAMPION/CHALLENGER REQUEST) IN KEY SEQUENCE AND     *
000310*   PRINTS:                                                      *
000320*     - EVERY CASE WHERE THE CHALLENGER'S ANSWER DIFFERED FROM   *
000330*       THE CHAMPION'S (CC, RC, OR ANY BYTE OF THE OUTPUT        *
000340*       PARMS), WITH THE FIRST DIFFERING OUTPUT POSITION - THE   *
000350*       KEY SHOWN IS ALSO THE KEY OF THE CHAMPION'S HBXAUDF AND  *
000360*       HBXDJRF RECORDS, SO THE FULL INPUT PARMS CAN BE PULLED   *
000370*       UP ON TRANSACTION HBXJ,                                  *
000380*     - ONE SUMMARY LINE PER CHAMPION/CHALLENGER PAIR: CASES     *
000390*       COMPARED, AGREED, DISAGREED, AND THE AGREEMENT RATE.     *
000400*                                                                *
000401*   THE DAY REPORTED IS THE BUSINESS DATE - TODAY, OR YESTERDAY  *
000402*   WHEN THE RUN STARTS BEFORE HBXRCTS-DAY-CUTOFF (THE SAME RULE *
000403*   THE END-OF-DAY RUN-CONTROL STEPS USE) - UNLESS THE OPTIONAL  *
000404*   HBXCCRC CARD CARRIES A DATE (YYYYMMDD) IN COLUMNS 1-8.       *
000405*                                                                *
000410******************************************************************
000420  ENVIRONMENT DIVISION.
000430  INPUT-OUTPUT SECTION.
000440  FILE-CONTROL.
000450      SELECT HBXCMPF ASSIGN TO HBXCMPF
000460          ORGANIZATION IS INDEXED
000470          ACCESS MODE IS SEQUENTIAL
000480          RECORD KEY IS HBXCMP-KEY
000490          FILE STATUS IS WS-CMPF-STATUS.

000492      SELECT HBXCCRC ASSIGN TO HBXCCRC
000494          ORGANIZATION IS SEQUENTIAL
000496          FILE STATUS IS WS-CCRC-STATUS.

000500      SELECT HBXCCRPO ASSIGN TO HBXCCRPO
000510          ORGANIZATION IS SEQUENTIAL
000520          FILE STATUS IS WS-RPT-STATUS.

000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  HBXCMPF
000560      RECORD CONTAINS 2160 CHARACTERS.
000570      COPY HBXCMP.

000571  FD  HBXCCRC
000572      RECORD CONTAINS 80 CHARACTERS.
000573  01  HBXCCRC-CARD.
000574      05  HBXCCRC-DATE             PIC 9(08).
000575      05  FILLER                   PIC X(72).

000580  FD  HBXCCRPO
000590      RECORD CONTAINS 133 CHARACTERS.
000600  01  HBXCCRPO-LINE                PIC X(133).

000610  WORKING-STORAGE SECTION.
000620  01  WS-CMPF-STATUS                PIC X(02).
000630      88  WS-CMPF-OK                     VALUE '00'.
000640      88  WS-CMPF-EOF                    VALUE '10'.
000650  01  WS-RPT-STATUS                  PIC X(02).
000655  01  WS-CCRC-STATUS                 PIC X(02).
000660  01  WS-CMPF-EOF-SW                 PIC X(01) VALUE 'N'.
000670      88  WS-CMPF-DONE                        VALUE 'Y'.
000673  01  WS-CMPF-OPEN-SW                PIC X(01) VALUE 'N'.
000676      88  WS-CMPF-OPEN                        VALUE 'Y'.
000680  01  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
000690      88  WS-PAIR-FOUND                       VALUE 'Y'.
000700  01  WS-TODAY                       PIC 9(08).
000702  01  WS-NOW.
000704      05  WS-NOW-TIME                PIC 9(06).
000706      05  FILLER                     PIC 9(02).
000708  01  WS-REPORT-DATE                 PIC 9(08).
000710  01  WS-PAIR-MAX                    PIC S9(4) COMP VALUE 50.
000720  01  WS-PAIR-COUNT                  PIC S9(4) COMP VALUE 0.
000730  01  WS-PAIR-IX                     PIC S9(4) COMP VALUE 0.
000740  01  WS-HIT-IX                      PIC S9(4) COMP VALUE 0.
000750  01  WS-DISAGREE-COUNT              PIC 9(07) COMP-3 VALUE 0.
000760  01  WS-OVERFLOW-COUNT              PIC 9(07) COMP-3 VALUE 0.
000770  01  WS-PAIR-TABLE.
000780      05  WS-PAIR-ENTRY OCCURS 50 TIMES.
000790          10  WS-PT-CHAMPION         PIC X(32).
000800          10  WS-PT-CHALLENGER       PIC X(32).
000810          10  WS-PT-COMPARED         PIC 9(07) COMP-3.
000820          10  WS-PT-AGREED           PIC 9(07) COMP-3.
000830  01  WS-HEADING-1.
000840      05  FILLER     PIC X(01) VALUE '1'.
000850      05  FILLER     PIC X(58) VALUE
000860          'HBXCCRPT - CHAMPION/CHALLENGER DIVERGENCE REPORT'.
000870  01  WS-HEADING-2.
000880      05  FILLER       PIC X(01) VALUE ' '.
000890      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
000900      05  WS-H2-DATE   PIC 9(08).
000902      05  FILLER       PIC X(23) VALUE
000904          '    COMPARISONS DATED: '.
000906      05  WS-H2-REPORT-DATE PIC 9(08).
000910  01  WS-BLANK-LINE.
000920      05  FILLER       PIC X(01) VALUE ' '.
000930  01  WS-SECTION-1.
000940      05  FILLER       PIC X(01) VALUE ' '.
000950      05  FILLER       PIC X(40) VALUE
000960          'DISAGREEING CASES'.
000970  01  WS-CASE-HEADING.
000980      05  FILLER       PIC X(01) VALUE ' '.
000990      05  FILLER       PIC X(09) VALUE 'DATE'.
001000      05  FILLER       PIC X(07) VALUE 'TIME'.
001010      05  FILLER       PIC X(05) VALUE 'TERM'.
001020      05  FILLER       PIC X(09) VALUE 'USERID'.
001030      05  FILLER       PIC X(05) VALUE 'TRAN'.
001040      05  FILLER       PIC X(05) VALUE 'SSID'.
001050      05  FILLER       PIC X(33) VALUE 'CHAMPION'.
001060      05  FILLER       PIC X(33) VALUE 'CHALLENGER'.
001070      05  FILLER       PIC X(10) VALUE 'CHMP CC/RC'.
001090      05  FILLER       PIC X(10) VALUE 'CHAL CC/RC'.
001100      05  FILLER       PIC X(08) VALUE '1ST DIFF'.
001110  01  WS-CASE-LINE.
001120      05  FILLER       PIC X(01) VALUE ' '.
001130      05  WS-CL-DATE   PIC 9(08).
001140      05  FILLER       PIC X(01) VALUE SPACE.
001150      05  WS-CL-TIME   PIC 9(06).
001160      05  FILLER       PIC X(01) VALUE SPACE.
001170      05  WS-CL-TERMID PIC X(04).
001180      05  FILLER       PIC X(01) VALUE SPACE.
001190      05  WS-CL-USERID PIC X(08).
001200      05  FILLER       PIC X(01) VALUE SPACE.
001210      05  WS-CL-TRANID PIC X(04).
001220      05  FILLER       PIC X(01) VALUE SPACE.
001230      05  WS-CL-SSID   PIC X(04).
001240      05  FILLER       PIC X(01) VALUE SPACE.
001250      05  WS-CL-CHAMPION    PIC X(32).
001260      05  FILLER       PIC X(01) VALUE SPACE.
001270      05  WS-CL-CHALLENGER  PIC X(32).
001280      05  FILLER       PIC X(01) VALUE SPACE.
001290      05  WS-CL-CHAMP-CC    PIC ZZ9.
001300      05  FILLER       PIC X(01) VALUE '/'.
001310      05  WS-CL-CHAMP-RC    PIC ZZZ9.
001320      05  FILLER       PIC X(02) VALUE SPACES.
001330      05  WS-CL-CHAL-CC     PIC ZZ9.
001340      05  FILLER       PIC X(01) VALUE '/'.
001350      05  WS-CL-CHAL-RC     PIC ZZZ9.
001360      05  FILLER       PIC X(02) VALUE SPACES.
001370      05  WS-CL-FIRST-DIFF  PIC ZZZ9.
001380  01  WS-NO-CASES-LINE.
001390      05  FILLER       PIC X(01) VALUE ' '.
001400      05  FILLER       PIC X(41) VALUE
001410          '  NO DISAGREEING CASES ON THE REPORT DATE'.
001420  01  WS-SECTION-2.
001430      05  FILLER       PIC X(01) VALUE ' '.
001440      05  FILLER       PIC X(40) VALUE
001450          'AGREEMENT BY CHAMPION/CHALLENGER PAIR'.
001460  01  WS-PAIR-HEADING.
001470      05  FILLER       PIC X(01) VALUE ' '.
001480      05  FILLER       PIC X(33) VALUE 'CHAMPION'.
001490      05  FILLER       PIC X(33) VALUE 'CHALLENGER'.
001500      05  FILLER       PIC X(10) VALUE '  COMPARED'.
001510      05  FILLER       PIC X(10) VALUE '    AGREED'.
001520      05  FILLER       PIC X(10) VALUE ' DISAGREED'.
001530      05  FILLER       PIC X(10) VALUE '  AGREE %'.
001540  01  WS-PAIR-LINE.
001550      05  FILLER       PIC X(01) VALUE ' '.
001560      05  WS-PL-CHAMPION    PIC X(32).
001570      05  FILLER       PIC X(01) VALUE SPACE.
001580      05  WS-PL-CHALLENGER  PIC X(32).
001590      05  FILLER       PIC X(01) VALUE SPACE.
001600      05  FILLER       PIC X(02) VALUE SPACES.
001610      05  WS-PL-COMPARED    PIC ZZZ,ZZ9.
001620      05  FILLER       PIC X(03) VALUE SPACES.
001630      05  WS-PL-AGREED      PIC ZZZ,ZZ9.
001640      05  FILLER       PIC X(03) VALUE SPACES.
001650      05  WS-PL-DISAGREED   PIC ZZZ,ZZ9.
001660      05  FILLER       PIC X(04) VALUE SPACES.
001670      05  WS-PL-RATE        PIC ZZ9.99.
001680  01  WS-NO-PAIRS-LINE.
001690      05  FILLER       PIC X(01) VALUE ' '.
001700      05  FILLER       PIC X(44) VALUE
001710          '  NO CHAMPION/CHALLENGER COMPARISONS ON THE'.
001713      05  FILLER       PIC X(11) VALUE
001716          'REPORT DATE'.
001720  01  WS-OVERFLOW-LINE.
001730      05  FILLER       PIC X(01) VALUE ' '.
001740      05  FILLER       PIC X(52) VALUE
001750          '  *** PAIR TABLE FULL - COMPARISONS NOT SUMMARISED:'.
001760      05  WS-OL-COUNT  PIC ZZZ,ZZ9.
001765      COPY HBXRCTS.

001770  LINKAGE SECTION.
001780******************************************************************
001790*  0000-MAINLINE                                                *
001800******************************************************************
001810  PROCEDURE DIVISION.
001820  0000-MAINLINE.
001830      PERFORM 1000-INITIALIZE
001840         THRU 1000-EXIT.
001850      IF NOT WS-CMPF-DONE
001860          PERFORM 2100-READ-CMPF
001863             THRU 2100-EXIT
001866      END-IF.
001870      PERFORM 2200-PROCESS-CMPF
001880         THRU 2200-EXIT
001890         UNTIL WS-CMPF-DONE.
001900      IF WS-DISAGREE-COUNT = 0
001910          WRITE HBXCCRPO-LINE FROM WS-NO-CASES-LINE
001920      END-IF.
001930      PERFORM 4000-PRINT-SUMMARY
001940         THRU 4000-EXIT.
001950      PERFORM 9000-TERMINATE
001960         THRU 9000-EXIT.
001970      STOP RUN.

001980  0000-EXIT.
001990      EXIT.
002000******************************************************************
002010*  1000-INITIALIZE - WORK OUT THE REPORT DATE, OPEN FILES,      *
002020*                    PRINT THE HEADINGS AND POSITION ON THE     *
002023*                    FIRST COMPARISON OF THE REPORT DATE        *
002026******************************************************************
002030  1000-INITIALIZE.
002040      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002050      ACCEPT WS-NOW FROM TIME.
002060      MOVE WS-TODAY                TO WS-REPORT-DATE.
002061      IF WS-NOW-TIME < HBXRCTS-DAY-CUTOFF
002062          COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER
002063              (FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
002064      END-IF.
002065      PERFORM 1100-READ-DATE-CARD
002066         THRU 1100-EXIT.
002067      OPEN OUTPUT HBXCCRPO.
002070      WRITE HBXCCRPO-LINE FROM WS-HEADING-1.
002080      MOVE WS-TODAY                TO WS-H2-DATE.
002085      MOVE WS-REPORT-DATE          TO WS-H2-REPORT-DATE.
002090      WRITE HBXCCRPO-LINE FROM WS-HEADING-2.
002100      WRITE HBXCCRPO-LINE FROM WS-BLANK-LINE.
002110      WRITE HBXCCRPO-LINE FROM WS-SECTION-1.
002120      WRITE HBXCCRPO-LINE FROM WS-CASE-HEADING.
002121      OPEN INPUT  HBXCMPF.
002122      IF NOT WS-CMPF-OK
002123          DISPLAY 'HBXCCRPT - HBXCMPF OPEN FAILED, STATUS '
002124                  WS-CMPF-STATUS
002125          MOVE 8                   TO RETURN-CODE
002126          SET WS-CMPF-DONE         TO TRUE
002127          GO TO 1000-EXIT
002128      END-IF.
002129      SET WS-CMPF-OPEN             TO TRUE.
002130      MOVE LOW-VALUES              TO HBXCMP-KEY.
002131      MOVE WS-REPORT-DATE          TO HBXCMP-KEY-DATE.
002132      START HBXCMPF KEY NOT < HBXCMP-KEY
002133          INVALID KEY
002134              SET WS-CMPF-DONE     TO TRUE
002135      END-START.

002136  1000-EXIT.
002140      EXIT.
002141******************************************************************
002142*  1100-READ-DATE-CARD - OPTIONAL HBXCCRC CARD: REPORT DATE IN   *
002143*                        COLUMNS 1-8 (BUSINESS DATE WHEN BLANK)  *
002144******************************************************************
002145  1100-READ-DATE-CARD.
002146      OPEN INPUT HBXCCRC.
002147      IF WS-CCRC-STATUS NOT = '00'
002148          GO TO 1100-EXIT
002149      END-IF.
002150      READ HBXCCRC
002151          AT END
002152              CLOSE HBXCCRC
002153              GO TO 1100-EXIT
002154      END-READ.
002155      IF HBXCCRC-DATE IS NUMERIC
002156      AND HBXCCRC-DATE > 0
002157          MOVE HBXCCRC-DATE        TO WS-REPORT-DATE
002158      END-IF.
002159      CLOSE HBXCCRC.

002160  1100-EXIT.
002161      EXIT.
002162******************************************************************
002163*  2100-READ-CMPF - PAST THE REPORT DATE IS END OF FILE         *
002170******************************************************************
002180  2100-READ-CMPF.
002190      READ HBXCMPF NEXT RECORD
002200          AT END
002210              SET WS-CMPF-DONE TO TRUE
002215              GO TO 2100-EXIT
002220      END-READ.
002222      IF HBXCMP-KEY-DATE > WS-REPORT-DATE
002224          SET WS-CMPF-DONE         TO TRUE
002226      END-IF.

002230  2100-EXIT.
002240      EXIT.
002250******************************************************************
002260*  2200-PROCESS-CMPF - TALLY ONE COMPARISON AGAINST ITS PAIR    *
002270*                      AND LIST IT IF THE ANSWERS DIFFERED      *
002280******************************************************************
002290  2200-PROCESS-CMPF.
002330      PERFORM 3000-FIND-PAIR
002340         THRU 3000-EXIT.
002350      IF WS-PAIR-FOUND
002360          ADD 1                    TO WS-PT-COMPARED(WS-HIT-IX)
002370          IF HBXCMP-AGREE
002380              ADD 1                TO WS-PT-AGREED(WS-HIT-IX)
002390          END-IF
002400      ELSE
002410          ADD 1                    TO WS-OVERFLOW-COUNT
002420      END-IF.
002430      IF HBXCMP-DISAGREE
002440          PERFORM 3200-PRINT-CASE
002450             THRU 3200-EXIT
002460      END-IF.

002470  2200-READ-NEXT.
002480      PERFORM 2100-READ-CMPF
002490         THRU 2100-EXIT.

002500  2200-EXIT.
002510      EXIT.
002520******************************************************************
002530*  3000-FIND-PAIR - LOCATE (OR ADD) THIS RECORD'S PAIR IN THE   *
002540*                   SUMMARY TABLE                               *
002550******************************************************************
002560  3000-FIND-PAIR.
002570      MOVE 'N'                     TO WS-FOUND-SW.
002580      MOVE 0                       TO WS-HIT-IX.
002590      PERFORM 3100-TEST-PAIR
002600         THRU 3100-EXIT
002610         VARYING WS-PAIR-IX FROM 1 BY 1
002620         UNTIL WS-PAIR-IX > WS-PAIR-COUNT OR WS-PAIR-FOUND.
002630      IF WS-PAIR-FOUND
002640          GO TO 3000-EXIT
002650      END-IF.
002660      IF WS-PAIR-COUNT < WS-PAIR-MAX
002670          ADD 1                    TO WS-PAIR-COUNT
002680          MOVE WS-PAIR-COUNT       TO WS-HIT-IX
002690          MOVE HBXCMP-CHAMPION     TO WS-PT-CHAMPION(WS-HIT-IX)
002700          MOVE HBXCMP-CHALLENGER   TO WS-PT-CHALLENGER(WS-HIT-IX)
002710          MOVE 0                   TO WS-PT-COMPARED(WS-HIT-IX)
002720          MOVE 0                   TO WS-PT-AGREED(WS-HIT-IX)
002730          SET WS-PAIR-FOUND        TO TRUE
002740      END-IF.

002750  3000-EXIT.
002760      EXIT.
002770******************************************************************
002780*  3100-TEST-PAIR - DOES THIS TABLE ROW HOLD THE RECORD'S PAIR  *
002790******************************************************************
002800  3100-TEST-PAIR.
002810      IF WS-PT-CHAMPION(WS-PAIR-IX) = HBXCMP-CHAMPION
002820      AND WS-PT-CHALLENGER(WS-PAIR-IX) = HBXCMP-CHALLENGER
002830          SET WS-PAIR-FOUND        TO TRUE
002840          MOVE WS-PAIR-IX          TO WS-HIT-IX
002850      END-IF.

002860  3100-EXIT.
002870      EXIT.
002880******************************************************************
002890*  3200-PRINT-CASE - ONE LINE PER DISAGREEING CASE               *
002900******************************************************************
002910  3200-PRINT-CASE.
002920      ADD 1                        TO WS-DISAGREE-COUNT.
002930      MOVE HBXCMP-KEY-DATE         TO WS-CL-DATE.
002940      MOVE HBXCMP-KEY-TIME         TO WS-CL-TIME.
002950      MOVE HBXCMP-KEY-TERMID       TO WS-CL-TERMID.
002960      MOVE HBXCMP-KEY-USERID       TO WS-CL-USERID.
002970      MOVE HBXCMP-TRANID           TO WS-CL-TRANID.
002980      MOVE HBXCMP-SSID             TO WS-CL-SSID.
002990      MOVE HBXCMP-CHAMPION         TO WS-CL-CHAMPION.
003000      MOVE HBXCMP-CHALLENGER       TO WS-CL-CHALLENGER.
003010      MOVE HBXCMP-CHAMP-CC         TO WS-CL-CHAMP-CC.
003020      MOVE HBXCMP-CHAMP-RC         TO WS-CL-CHAMP-RC.
003030      MOVE HBXCMP-CHAL-CC          TO WS-CL-CHAL-CC.
003040      MOVE HBXCMP-CHAL-RC          TO WS-CL-CHAL-RC.
003050      MOVE HBXCMP-FIRST-DIFF       TO WS-CL-FIRST-DIFF.
003060      WRITE HBXCCRPO-LINE FROM WS-CASE-LINE.

003070  3200-EXIT.
003080      EXIT.
003090******************************************************************
003100*  4000-PRINT-SUMMARY - ONE LINE PER PAIR WITH ITS AGREEMENT    *
003110*                       RATE                                    *
003120******************************************************************
003130  4000-PRINT-SUMMARY.
003140      WRITE HBXCCRPO-LINE FROM WS-BLANK-LINE.
003150      WRITE HBXCCRPO-LINE FROM WS-SECTION-2.
003160      WRITE HBXCCRPO-LINE FROM WS-PAIR-HEADING.
003170      IF WS-PAIR-COUNT = 0
003180          WRITE HBXCCRPO-LINE FROM WS-NO-PAIRS-LINE
003190      END-IF.
003200      PERFORM 4100-PRINT-PAIR
003210         THRU 4100-EXIT
003220         VARYING WS-PAIR-IX FROM 1 BY 1
003230         UNTIL WS-PAIR-IX > WS-PAIR-COUNT.
003240      IF WS-OVERFLOW-COUNT > 0
003250          MOVE WS-OVERFLOW-COUNT   TO WS-OL-COUNT
003260          WRITE HBXCCRPO-LINE FROM WS-OVERFLOW-LINE
003270          MOVE 4                   TO RETURN-CODE
003280      END-IF.

003290  4000-EXIT.
003300      EXIT.
003310******************************************************************
003320*  4100-PRINT-PAIR                                               *
003330******************************************************************
003340  4100-PRINT-PAIR.
003350      MOVE WS-PT-CHAMPION(WS-PAIR-IX)   TO WS-PL-CHAMPION.
003360      MOVE WS-PT-CHALLENGER(WS-PAIR-IX) TO WS-PL-CHALLENGER.
003370      MOVE WS-PT-COMPARED(WS-PAIR-IX)   TO WS-PL-COMPARED.
003380      MOVE WS-PT-AGREED(WS-PAIR-IX)     TO WS-PL-AGREED.
003390      COMPUTE WS-PL-DISAGREED =
003400          WS-PT-COMPARED(WS-PAIR-IX) - WS-PT-AGREED(WS-PAIR-IX).
003410      IF WS-PT-COMPARED(WS-PAIR-IX) > 0
003420          COMPUTE WS-PL-RATE ROUNDED =
003430              WS-PT-AGREED(WS-PAIR-IX) * 100
003440                  / WS-PT-COMPARED(WS-PAIR-IX)
003450      ELSE
003460          MOVE 0                        TO WS-PL-RATE
003470      END-IF.
003480      WRITE HBXCCRPO-LINE FROM WS-PAIR-LINE.

003490  4100-EXIT.
003500      EXIT.
003510******************************************************************
003520*  9000-TERMINATE                                                *
003530******************************************************************
003540  9000-TERMINATE.
003550      IF WS-CMPF-OPEN
003553          CLOSE HBXCMPF
003556      END-IF.
003560      CLOSE HBXCCRPO.
003570      DISPLAY 'HBXCCRPT - DISAGREEING CASES: ' WS-DISAGREE-COUNT.

003580  9000-EXIT.
003590      EXIT.
