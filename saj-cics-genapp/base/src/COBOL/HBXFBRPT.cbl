000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXFBRPT.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-30.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-30 JLS  NEW PROGRAM.  DAILY PROVISIONAL DECISION
000200*                 REPORT - EVERY DEGRADED-MODE FALLBACK ANSWER
000210*                 HBXRULE GAVE OUT, AND WHETHER THE REAL
000220*                 DECISION MADE WHEN THE REQUEST WAS REPLAYED
000230*                 AGREED WITH IT.
000231* 2026-10-15 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000232*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000233*                 HBXRCTS), SO HBXARCH - WHICH PURGES THE
000234*                 COMPLETED SUSPENSE RECORDS THIS REPORT READS -
000235*                 CANNOT RUN FIRST.  REFUSES TO RUN (RC=12) A
000236*                 SECOND TIME FOR THE SAME BUSINESS DATE UNLESS
000237*                 THE HBXRCTC CARD FORCES IT.  'GIVEN TODAY' NOW
000238*                 MEANS THE BUSINESS DATE.  HBXSUSF NOT OPENED -
000239*                 RC=12.
000240******************************************************************
000250******************************************************************
000260*                                                                *
000270*   H B X F B R P T                                              *
000280*                                                                *
000290*   RUN AT END OF DAY, BEFORE HBXARCHJ.  EVERY PROVISIONAL       *
000300*   ANSWER IS ALSO SUSPENDED ON HBXSUSF FOR A REAL RE-DECISION,  *
000310*   AND THE REPLAY STAMPS ITS OWN CC/RC/OUTPUT BESIDE THE        *
000320*   PROVISIONAL ONE.  HBXARCH MOVES COMPLETED RECORDS OFF THE    *
000330*   CLUSTER THE SAME NIGHT, SO A RE-DECIDED REQUEST IS LISTED    *
000340*   WITH ITS VERDICT ON EXACTLY ONE REPORT; ONE STILL AWAITING   *
000350*   ITS REPLAY IS LISTED AGAIN EACH DAY UNTIL IT IS RESOLVED.    *
000360*                                                                *
000370*   VERDICTS:                                                    *
000380*     AGREED      - THE REAL CC AND THE LEADING HBXSUSP-PROV-    *
000390*                   CMP-LEN BYTES OF THE REAL OUTPUT MATCH THE   *
000400*                   PROVISIONAL ANSWER,                          *
000410*     DISAGREED   - THEY DO NOT - THE BRANCH GAVE THE CUSTOMER   *
000420*                   THE WRONG ANSWER AND MUST FOLLOW IT UP,      *
000430*     AWAITING    - PENDING OR FLAGGED, NOT YET REPLAYED,        *
000440*     EXHAUSTED   - RETRIES USED UP WITH NO REAL DECISION,       *
000450*     CANCELLED   - CANCELLED ON HBXS,                           *
000460*     NO DECISION - COMPLETED WITHOUT A CAPTURED DECISION.       *
000470*                                                                *
000480*   ANY DISAGREEMENT SETS RETURN CODE 4.                         *
000483*   HBXSUSF CANNOT BE OPENED - RETURN CODE 12, WHICH HOLDS       *
000486*   HBXARCH ON THE RUN-CONTROL FILE.                             *
000490*                                                                *
000500******************************************************************
000510  ENVIRONMENT DIVISION.
000520  INPUT-OUTPUT SECTION.
000530  FILE-CONTROL.
000540      SELECT HBXSUSF ASSIGN TO HBXSUSF
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS SEQUENTIAL
000570          RECORD KEY IS HBXSUSP-KEY
000580          FILE STATUS IS WS-SUSF-STATUS.

000590      SELECT HBXFBRPO ASSIGN TO HBXFBRPO
000600          ORGANIZATION IS SEQUENTIAL
000610          FILE STATUS IS WS-RPT-STATUS.

000611      SELECT HBXRCTF ASSIGN TO HBXRCTF
000612          ORGANIZATION IS INDEXED
000613          ACCESS MODE IS RANDOM
000614          RECORD KEY IS HBXRCT-KEY
000615          FILE STATUS IS WS-RCTF-STATUS.

000616      SELECT HBXRCTC ASSIGN TO HBXRCTC
000617          ORGANIZATION IS SEQUENTIAL
000618          FILE STATUS IS WS-RCTC-STATUS.

000620  DATA DIVISION.
000630  FILE SECTION.
000640  FD  HBXSUSF
000650      RECORD CONTAINS 2200 CHARACTERS.
000660      COPY HBXSUSP.

000670  FD  HBXFBRPO
000680      RECORD CONTAINS 133 CHARACTERS.
000690  01  HBXFBRPO-LINE                PIC X(133).

000691  FD  HBXRCTF
000692      RECORD CONTAINS 200 CHARACTERS.
000693      COPY HBXRCT.

000694  FD  HBXRCTC
000695      RECORD CONTAINS 80 CHARACTERS.
000696  01  HBXRCTC-CARD.
000697      05  HBXRCTC-DATE             PIC 9(08).
000698      05  HBXRCTC-FORCE            PIC X(01).
000699          88  HBXRCTC-FORCED             VALUE 'F'.
000700      05  FILLER                   PIC X(71).

000701  WORKING-STORAGE SECTION.
000710  01  WS-SUSF-STATUS                 PIC X(02).
000720      88  WS-SUSF-OK                      VALUE '00'.
000730      88  WS-SUSF-EOF                     VALUE '10'.
000740  01  WS-RPT-STATUS                  PIC X(02).
000750  01  WS-SUSF-EOF-SW                 PIC X(01) VALUE 'N'.
000760      88  WS-SUSF-DONE                        VALUE 'Y'.
000763  01  WS-SUSF-OPEN-SW                PIC X(01) VALUE 'N'.
000766      88  WS-SUSF-OPEN                        VALUE 'Y'.
000770  01  WS-TODAY                       PIC 9(08).
000780  01  WS-CMP-LEN                     PIC S9(4) COMP VALUE 0.
000790  01  WS-COUNTS.
000800      05  WS-PROV-COUNT              PIC 9(07) COMP-3 VALUE 0.
000810      05  WS-TODAY-COUNT             PIC 9(07) COMP-3 VALUE 0.
000820      05  WS-AGREE-COUNT             PIC 9(07) COMP-3 VALUE 0.
000830      05  WS-DISAGREE-COUNT          PIC 9(07) COMP-3 VALUE 0.
000840      05  WS-AWAIT-COUNT             PIC 9(07) COMP-3 VALUE 0.
000850      05  WS-UNRESOLVED-COUNT        PIC 9(07) COMP-3 VALUE 0.
000860  01  WS-HEADING-1.
000870      05  FILLER     PIC X(01) VALUE '1'.
000880      05  FILLER     PIC X(58) VALUE
000890          'HBXFBRPT - PROVISIONAL (FALLBACK) DECISION REPORT'.
000900  01  WS-HEADING-2.
000910      05  FILLER       PIC X(01) VALUE ' '.
000920      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
000930      05  WS-H2-DATE   PIC 9(08).
000933      05  FILLER       PIC X(19) VALUE '    BUSINESS DATE: '.
000936      05  WS-H2-BUS-DATE PIC 9(08).
000940  01  WS-BLANK-LINE.
000950      05  FILLER       PIC X(01) VALUE ' '.
000960  01  WS-CASE-HEADING.
000970      05  FILLER       PIC X(01) VALUE ' '.
000980      05  FILLER       PIC X(09) VALUE 'DATE'.
000990      05  FILLER       PIC X(07) VALUE 'TIME'.
001000      05  FILLER       PIC X(09) VALUE 'USERID'.
001010      05  FILLER       PIC X(05) VALUE 'TRAN'.
001020      05  FILLER       PIC X(33) VALUE 'RULE APPLICATION'.
001030      05  FILLER       PIC X(05) VALUE 'PROV'.
001040      05  FILLER       PIC X(21) VALUE 'PROVISIONAL OUTPUT'.
001050      05  FILLER       PIC X(10) VALUE 'REAL CC/RC'.
001060      05  FILLER       PIC X(21) VALUE 'REAL OUTPUT'.
001070      05  FILLER       PIC X(11) VALUE 'VERDICT'.
001080  01  WS-CASE-LINE.
001090      05  FILLER       PIC X(01) VALUE ' '.
001100      05  WS-CL-DATE   PIC 9(08).
001110      05  FILLER       PIC X(01) VALUE SPACE.
001120      05  WS-CL-TIME   PIC 9(06).
001130      05  FILLER       PIC X(01) VALUE SPACE.
001140      05  WS-CL-USERID PIC X(08).
001150      05  FILLER       PIC X(01) VALUE SPACE.
001160      05  WS-CL-TRANID PIC X(04).
001170      05  FILLER       PIC X(01) VALUE SPACE.
001180      05  WS-CL-RULEAPP     PIC X(32).
001190      05  FILLER       PIC X(01) VALUE SPACE.
001200      05  WS-CL-PROV-CC     PIC ZZ9.
001210      05  FILLER       PIC X(02) VALUE SPACES.
001220      05  WS-CL-PROV-OUTPUT PIC X(20).
001230      05  FILLER       PIC X(01) VALUE SPACE.
001240      05  WS-CL-REAL-CC     PIC ZZ9.
001250      05  FILLER       PIC X(01) VALUE '/'.
001260      05  WS-CL-REAL-RC     PIC ZZZ9.
001270      05  FILLER       PIC X(02) VALUE SPACES.
001280      05  WS-CL-REAL-OUTPUT PIC X(20).
001290      05  FILLER       PIC X(01) VALUE SPACE.
001300      05  WS-CL-VERDICT     PIC X(11).
001310  01  WS-NO-CASES-LINE.
001320      05  FILLER       PIC X(01) VALUE ' '.
001330      05  FILLER       PIC X(44) VALUE
001340          '  NO PROVISIONAL DECISIONS ON FILE'.
001350  01  WS-COUNT-LINE.
001360      05  FILLER       PIC X(01) VALUE ' '.
001370      05  WS-CTL-LABEL PIC X(44).
001380      05  WS-CTL-COUNT PIC ZZZ,ZZ9.
001381  01  WS-NO-FILE-LINE.
001382      05  FILLER       PIC X(01) VALUE ' '.
001383      05  FILLER       PIC X(43) VALUE
001384          '  SUSPENSE FILE HBXSUSF NOT OPENED, STATUS '.
001385      05  WS-NFL-STATUS PIC X(02).

001386  01  WS-RCTF-STATUS               PIC X(02).
001387  01  WS-RCTC-STATUS               PIC X(02).
001388  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXFBRPT'.
001389  01  WS-RCT-DATE                  PIC 9(08).
001390  01  WS-RCT-TODAY                 PIC 9(08).
001391  01  WS-RCT-NOW.
001392      05  WS-RCT-NOW-TIME          PIC 9(06).
001393      05  FILLER                   PIC 9(02).
001394  01  WS-RCT-DX                    PIC S9(4) COMP.
001395  01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001396      88  WS-RCT-FORCED                  VALUE 'Y'.
001397  01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001398      88  WS-RCT-REFUSED                 VALUE 'Y'.
001399      COPY HBXRCTS.

001400  LINKAGE SECTION.
001401******************************************************************
001410*  0000-MAINLINE                                                *
001420******************************************************************
001430  PROCEDURE DIVISION.
001440  0000-MAINLINE.
001441      PERFORM 0500-CHECK-RUN-CONTROL
001442         THRU 0500-EXIT.
001443      IF WS-RCT-REFUSED
001444          STOP RUN
001445      END-IF.
001450      PERFORM 1000-INITIALIZE
001460         THRU 1000-EXIT.
001468      IF WS-SUSF-OPEN
001476          PERFORM 2100-READ-SUSF
001484             THRU 2100-EXIT
001492          PERFORM 2200-PROCESS-SUSF
001500             THRU 2200-EXIT
001508             UNTIL WS-SUSF-DONE
001516          IF WS-PROV-COUNT = 0
001524              WRITE HBXFBRPO-LINE FROM WS-NO-CASES-LINE
001532          END-IF
001540          PERFORM 4000-PRINT-TOTALS
001548             THRU 4000-EXIT
001556      END-IF.
001570      PERFORM 9000-TERMINATE
001580         THRU 9000-EXIT.
001583      PERFORM 9500-RECORD-RUN-END
001586         THRU 9500-EXIT.
001590      STOP RUN.

001600  0000-EXIT.
001610      EXIT.
001611******************************************************************
001612*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND    *
001613*                           NO SECOND RUN UNLESS FORCED          *
001614******************************************************************
001615  0500-CHECK-RUN-CONTROL.
001616      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001617      ACCEPT WS-RCT-NOW FROM TIME.
001618      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001619      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001620          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001621              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001622      END-IF.
001623      PERFORM 0510-READ-RUN-CARD
001624         THRU 0510-EXIT.
001625      OPEN I-O HBXRCTF.
001626      IF WS-RCTF-STATUS = '35'
001627          OPEN OUTPUT HBXRCTF
001628          CLOSE HBXRCTF
001629          OPEN I-O HBXRCTF
001630      END-IF.
001631      IF WS-RCTF-STATUS NOT = '00'
001632          DISPLAY 'HBXFBRPT - HBXRCTF OPEN FAILED, STATUS '
001633                  WS-RCTF-STATUS
001634          SET WS-RCT-REFUSED       TO TRUE
001635          MOVE 12                  TO RETURN-CODE
001636          GO TO 0500-EXIT
001637      END-IF.
001638      SET HBXRCTS-IX               TO 1.
001639      SEARCH HBXRCTS-ENTRY
001640          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001641              PERFORM 0520-CHECK-PREREQUISITE
001642                 THRU 0520-EXIT
001643                 VARYING WS-RCT-DX FROM 1 BY 1
001644                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001645      END-SEARCH.
001646      IF NOT WS-RCT-REFUSED
001647          PERFORM 0530-RECORD-RUN-START
001648             THRU 0530-EXIT
001649      END-IF.
001650      CLOSE HBXRCTF.
001651      IF WS-RCT-REFUSED
001652          MOVE 12                  TO RETURN-CODE
001653      END-IF.

001654  0500-EXIT.
001655      EXIT.
001656******************************************************************
001657*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN  *
001658*                       COLUMNS 1-8 (THE CURRENT ONE WHEN        *
001659*                       BLANK), F IN COLUMN 9 TO FORCE           *
001660*                       THE RUN                                  *
001661******************************************************************
001662  0510-READ-RUN-CARD.
001663      OPEN INPUT HBXRCTC.
001664      IF WS-RCTC-STATUS NOT = '00'
001665          GO TO 0510-EXIT
001666      END-IF.
001667      READ HBXRCTC
001668          AT END
001669              CLOSE HBXRCTC
001670              GO TO 0510-EXIT
001671      END-READ.
001672      IF HBXRCTC-DATE IS NUMERIC
001673      AND HBXRCTC-DATE > 0
001674          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001675      END-IF.
001676      IF HBXRCTC-FORCED
001677          SET WS-RCT-FORCED        TO TRUE
001678          DISPLAY 'HBXFBRPT - RUN FORCED BY HBXRCTC'
001679      END-IF.
001680      CLOSE HBXRCTC.

001681  0510-EXIT.
001682      EXIT.
001683******************************************************************
001684*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST    *
001685*                            HAVE COMPLETED FOR THE SAME DATE    *
001686******************************************************************
001687  0520-CHECK-PREREQUISITE.
001688      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001689      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001690                                   TO HBXRCT-KEY-STEP.
001691      READ HBXRCTF.
001692      IF WS-RCTF-STATUS = '00'
001693      AND HBXRCT-COMPLETED
001694          GO TO 0520-EXIT
001695      END-IF.
001696      DISPLAY 'HBXFBRPT - PREREQUISITE '
001697              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001698              ' NOT COMPLETED FOR ' WS-RCT-DATE.
001699      IF WS-RCT-FORCED
001700          DISPLAY 'HBXFBRPT - FORCED - RUNNING WITHOUT IT'
001701      ELSE
001702          SET WS-RCT-REFUSED       TO TRUE
001703      END-IF.

001704  0520-EXIT.
001705      EXIT.
001706******************************************************************
001707*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE      *
001708*                          UNLESS FORCED, ELSE MARK IT STARTED   *
001709******************************************************************
001710  0530-RECORD-RUN-START.
001711      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001712      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001713      READ HBXRCTF.
001714      IF WS-RCTF-STATUS = '00'
001715          IF HBXRCT-COMPLETED
001716          AND NOT WS-RCT-FORCED
001717              DISPLAY 'HBXFBRPT - ALREADY COMPLETED FOR '
001718                      WS-RCT-DATE ' - NOT RUN AGAIN'
001719              SET WS-RCT-REFUSED   TO TRUE
001720              GO TO 0530-EXIT
001721          END-IF
001722          ADD 1                    TO HBXRCT-RUN-COUNT
001723      ELSE
001724          MOVE SPACES              TO HBXRCT-RECORD
001725          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001726          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001727          MOVE 1                   TO HBXRCT-RUN-COUNT
001728      END-IF.
001729      SET HBXRCT-STARTED           TO TRUE.
001730      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001731      ACCEPT WS-RCT-NOW FROM TIME.
001732      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001733      MOVE 0                       TO HBXRCT-END-DATE
001734                                      HBXRCT-END-TIME
001735                                      HBXRCT-RC.
001736      INITIALIZE HBXRCT-COUNTS.
001737      IF WS-RCT-FORCED
001738          SET HBXRCT-FORCED        TO TRUE
001739      ELSE
001740          MOVE 'N'                 TO HBXRCT-FORCED-SW
001741      END-IF.
001742      WRITE HBXRCT-RECORD.
001743      IF WS-RCTF-STATUS = '22'
001744          REWRITE HBXRCT-RECORD
001745      END-IF.

001746  0530-EXIT.
001747      EXIT.
001748******************************************************************
001749*  1000-INITIALIZE - OPEN FILES AND PRINT THE PAGE HEADINGS     *
001750******************************************************************
001751  1000-INITIALIZE.
001752      OPEN OUTPUT HBXFBRPO.
001753      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001754      WRITE HBXFBRPO-LINE FROM WS-HEADING-1.
001755      MOVE WS-TODAY                TO WS-H2-DATE.
001756      MOVE WS-RCT-DATE             TO WS-H2-BUS-DATE.
001757      WRITE HBXFBRPO-LINE FROM WS-HEADING-2.
001758      WRITE HBXFBRPO-LINE FROM WS-BLANK-LINE.
001759      OPEN INPUT  HBXSUSF.
001760      IF NOT WS-SUSF-OK
001761          DISPLAY 'HBXFBRPT - HBXSUSF OPEN FAILED, STATUS '
001762                  WS-SUSF-STATUS
001763          MOVE WS-SUSF-STATUS      TO WS-NFL-STATUS
001764          WRITE HBXFBRPO-LINE FROM WS-NO-FILE-LINE
001765          MOVE 12                  TO RETURN-CODE
001766          GO TO 1000-EXIT
001767      END-IF.
001768      SET WS-SUSF-OPEN             TO TRUE.
001769      WRITE HBXFBRPO-LINE FROM WS-CASE-HEADING.

001770  1000-EXIT.
001771      EXIT.
001772******************************************************************
001773*  2100-READ-SUSF                                                *
001780******************************************************************
001790  2100-READ-SUSF.
001800      READ HBXSUSF NEXT RECORD
001810          AT END
001820              SET WS-SUSF-DONE TO TRUE
001830      END-READ.

001840  2100-EXIT.
001850      EXIT.
001860******************************************************************
001870*  2200-PROCESS-SUSF - LIST EVERY PROVISIONAL ANSWER WITH ITS   *
001880*                      VERDICT                                  *
001890******************************************************************
001900  2200-PROCESS-SUSF.
001910      IF NOT HBXSUSP-PROVISIONAL
001920          GO TO 2200-READ-NEXT
001930      END-IF.
001940      ADD 1                        TO WS-PROV-COUNT.
001950      IF HBXSUSP-KEY-DATE = WS-RCT-DATE
001960          ADD 1                    TO WS-TODAY-COUNT
001970      END-IF.
001980      MOVE HBXSUSP-KEY-DATE        TO WS-CL-DATE.
001990      MOVE HBXSUSP-KEY-TIME        TO WS-CL-TIME.
002000      MOVE HBXSUSP-KEY-USERID      TO WS-CL-USERID.
002010      MOVE HBXSUSP-TRANID          TO WS-CL-TRANID.
002020      MOVE HBXSUSP-RULEAPP         TO WS-CL-RULEAPP.
002030      MOVE HBXSUSP-PROV-CC         TO WS-CL-PROV-CC.
002040      MOVE HBXSUSP-PROV-OUTPUT     TO WS-CL-PROV-OUTPUT.
002050      MOVE 0                       TO WS-CL-REAL-CC.
002060      MOVE 0                       TO WS-CL-REAL-RC.
002070      MOVE SPACES                  TO WS-CL-REAL-OUTPUT.
002080      EVALUATE TRUE
002090          WHEN HBXSUSP-HAS-DECISION
002100              PERFORM 3000-COMPARE-DECISION
002110                 THRU 3000-EXIT
002120          WHEN HBXSUSP-PENDING
002130          WHEN HBXSUSP-FLAGGED
002140              MOVE 'AWAITING'      TO WS-CL-VERDICT
002150              ADD 1                TO WS-AWAIT-COUNT
002160          WHEN HBXSUSP-EXHAUSTED
002170              MOVE 'EXHAUSTED'     TO WS-CL-VERDICT
002180              ADD 1                TO WS-UNRESOLVED-COUNT
002190          WHEN HBXSUSP-CANCELLED
002200              MOVE 'CANCELLED'     TO WS-CL-VERDICT
002210              ADD 1                TO WS-UNRESOLVED-COUNT
002220          WHEN OTHER
002230              MOVE 'NO DECISION'   TO WS-CL-VERDICT
002240              ADD 1                TO WS-UNRESOLVED-COUNT
002250      END-EVALUATE.
002260      WRITE HBXFBRPO-LINE FROM WS-CASE-LINE.

002270  2200-READ-NEXT.
002280      PERFORM 2100-READ-SUSF
002290         THRU 2100-EXIT.

002300  2200-EXIT.
002310      EXIT.
002320******************************************************************
002330*  3000-COMPARE-DECISION - REAL CC AND THE LEADING COMPARE-     *
002340*                          LENGTH OUTPUT BYTES AGAINST THE      *
002350*                          PROVISIONAL ANSWER                   *
002360******************************************************************
002370  3000-COMPARE-DECISION.
002380      MOVE HBXSUSP-RPL-CC          TO WS-CL-REAL-CC.
002390      MOVE HBXSUSP-RPL-RC          TO WS-CL-REAL-RC.
002400      MOVE HBXSUSP-RPL-OUTPUT-PARMS
002410                                   TO WS-CL-REAL-OUTPUT.
002420      MOVE 40                      TO WS-CMP-LEN.
002430      IF HBXSUSP-PROV-CMP-LEN NUMERIC
002440      AND HBXSUSP-PROV-CMP-LEN > 0
002450      AND HBXSUSP-PROV-CMP-LEN < 41
002460          MOVE HBXSUSP-PROV-CMP-LEN
002470                                   TO WS-CMP-LEN
002480      END-IF.
002490      IF HBXSUSP-RPL-CC = HBXSUSP-PROV-CC
002500      AND HBXSUSP-RPL-OUTPUT-PARMS(1:WS-CMP-LEN)
002510          = HBXSUSP-PROV-OUTPUT(1:WS-CMP-LEN)
002520          MOVE 'AGREED'            TO WS-CL-VERDICT
002530          ADD 1                    TO WS-AGREE-COUNT
002540      ELSE
002550          MOVE 'DISAGREED'         TO WS-CL-VERDICT
002560          ADD 1                    TO WS-DISAGREE-COUNT
002570      END-IF.

002580  3000-EXIT.
002590      EXIT.
002600******************************************************************
002610*  4000-PRINT-TOTALS                                            *
002620******************************************************************
002630  4000-PRINT-TOTALS.
002640      WRITE HBXFBRPO-LINE FROM WS-BLANK-LINE.
002650      MOVE 'PROVISIONAL DECISIONS LISTED'
002660                                   TO WS-CTL-LABEL.
002670      MOVE WS-PROV-COUNT           TO WS-CTL-COUNT.
002680      WRITE HBXFBRPO-LINE FROM WS-COUNT-LINE.
002690      MOVE 'GIVEN ON THE BUSINESS DATE'
002695                                     TO WS-CTL-LABEL.
002700      MOVE WS-TODAY-COUNT          TO WS-CTL-COUNT.
002710      WRITE HBXFBRPO-LINE FROM WS-COUNT-LINE.
002720      MOVE 'REAL DECISION AGREED'  TO WS-CTL-LABEL.
002730      MOVE WS-AGREE-COUNT          TO WS-CTL-COUNT.
002740      WRITE HBXFBRPO-LINE FROM WS-COUNT-LINE.
002750      MOVE 'REAL DECISION DISAGREED'
002760                                   TO WS-CTL-LABEL.
002770      MOVE WS-DISAGREE-COUNT       TO WS-CTL-COUNT.
002780      WRITE HBXFBRPO-LINE FROM WS-COUNT-LINE.
002790      MOVE 'AWAITING A REAL DECISION'
002800                                   TO WS-CTL-LABEL.
002810      MOVE WS-AWAIT-COUNT          TO WS-CTL-COUNT.
002820      WRITE HBXFBRPO-LINE FROM WS-COUNT-LINE.
002830      MOVE 'NEVER RE-DECIDED (EXHAUSTED/CANCELLED/OTHER)'
002840                                   TO WS-CTL-LABEL.
002850      MOVE WS-UNRESOLVED-COUNT     TO WS-CTL-COUNT.
002860      WRITE HBXFBRPO-LINE FROM WS-COUNT-LINE.

002870  4000-EXIT.
002880      EXIT.
002890******************************************************************
002900*  9000-TERMINATE                                                *
002910******************************************************************
002920  9000-TERMINATE.
002925      IF WS-SUSF-OPEN
002930          CLOSE HBXSUSF
002935      END-IF.
002940      CLOSE HBXFBRPO.
002950      DISPLAY 'HBXFBRPT - PROVISIONAL/AGREED/DISAGREED: '
002960              WS-PROV-COUNT ' ' WS-AGREE-COUNT ' '
002970              WS-DISAGREE-COUNT.
002980      IF WS-DISAGREE-COUNT > 0
002990          MOVE 4                   TO RETURN-CODE
003000      END-IF.

003010  9000-EXIT.
003020      EXIT.
003030******************************************************************
003040*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO     *
003050*                        THE RUN-CONTROL RECORD                  *
003060******************************************************************
003070  9500-RECORD-RUN-END.
003080      OPEN I-O HBXRCTF.
003090      IF WS-RCTF-STATUS NOT = '00'
003100          DISPLAY 'HBXFBRPT - HBXRCTF OPEN FAILED, STATUS '
003110                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
003120          GO TO 9500-EXIT
003130      END-IF.
003140      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
003150      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
003160      READ HBXRCTF.
003170      IF WS-RCTF-STATUS NOT = '00'
003180          DISPLAY 'HBXFBRPT - NO RUN-CONTROL RECORD, STATUS '
003190                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
003200          CLOSE HBXRCTF
003210          GO TO 9500-EXIT
003220      END-IF.
003230      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
003240      ACCEPT WS-RCT-NOW FROM TIME.
003250      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
003260      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
003270      MOVE RETURN-CODE             TO HBXRCT-RC.
003280      IF RETURN-CODE > 4
003290          SET HBXRCT-FAILED        TO TRUE
003300      ELSE
003310          SET HBXRCT-COMPLETED     TO TRUE
003320      END-IF.
003330      MOVE 'PROVISIONAL'           TO HBXRCT-COUNT-LABEL(1).
003340      MOVE WS-PROV-COUNT           TO HBXRCT-COUNT-VALUE(1).
003350      MOVE 'AGREED'                TO HBXRCT-COUNT-LABEL(2).
003360      MOVE WS-AGREE-COUNT          TO HBXRCT-COUNT-VALUE(2).
003370      MOVE 'DISAGREED'             TO HBXRCT-COUNT-LABEL(3).
003380      MOVE WS-DISAGREE-COUNT       TO HBXRCT-COUNT-VALUE(3).
003390      MOVE 'AWAITING'              TO HBXRCT-COUNT-LABEL(4).
003400      MOVE WS-AWAIT-COUNT          TO HBXRCT-COUNT-VALUE(4).
003410      REWRITE HBXRCT-RECORD.
003420      CLOSE HBXRCTF.

003430  9500-EXIT.
003440      EXIT.
