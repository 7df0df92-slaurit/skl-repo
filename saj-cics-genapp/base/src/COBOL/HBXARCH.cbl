000220*                 QUIETLY BECAME A LIFE-TO-DATE REPORT, AND
000230*                 HBXRRST RE-BROWSED EVERY COMPLETED SUSPENSE
000240*                 RECORD ON EVERY RUN.
000241* 2026-09-16 JLS  THE HBXDJRF DECISION JOURNAL GETS THE SAME
000242*                 RETENTION AS HBXAUDF - RECORDS OLDER THAN THE
000243*                 CUTOFF ARE COPIED TO A NEW GENERATION OF THE
000244*                 HBXDJRA ARCHIVE GDG AND DELETED FROM THE
000245*                 CLUSTER, WITH THEIR OWN READ/KEPT/ARCHIVED
000246*                 COUNTS ON THE SUMMARY.
000247* 2026-09-23 JLS  HBXSUSA RECORD 1095 -> 2140 BYTES - THE SUSPENSE
000248*                 RECORD NOW CARRIES THE REPLAY DECISION (SEE
000249*                 HBXSUSP.CPY).
000251* 2026-09-30 JLS  HBXSUSA RECORD 2140 -> 2200 BYTES - THE SUSPENSE
000253*                 RECORD NOW CARRIES A DEGRADED-MODE PROVISIONAL
000255*                 ANSWER (SEE HBXSUSP.CPY).
000256* 2026-10-07 JLS  THE SENSITIVE FIELDS CATALOGUED ON HBXSFCF
000258*                 (ACCOUNT NUMBERS, SSNS, INCOME) ARE MASKED IN
000260*                 THE INPUT AND OUTPUT PARMS OF EVERY RECORD
000262*                 WRITTEN TO HBXSUSA AND HBXDJRA, SO THE ARCHIVE
000264*                 GENERATIONS NO LONGER HOLD THEM IN CLEAR.
000265* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000266*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000267*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000268*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000269*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000270*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000271*                 END, RECORD COUNTS AND RETURN CODE.
000272* 2026-10-15 JLS  PURGE THE HBXCMPF CHAMPION/CHALLENGER
000273*                 COMPARISONS OLDER THAN CMPRETDAYS, AND THE
000274*                 COLLECTED HBXROFF REPLAY OUTCOMES OLDER THAN
000275*                 ROFRETDAYS, WHICH UNTIL NOW GREW FOREVER.
000276*                 BOTH ARE DELETED, NOT ARCHIVED - THE DIVERGENCE
000277*                 REPORT HAS LISTED EVERY COMPARISON, AND A
000278*                 COLLECTED OUTCOME HAS BEEN ACTED ON BY ITS FRONT
000279*                 END AND IS STILL ON THE SUSPENSE ARCHIVE.
000280******************************************************************
000281******************************************************************
000282*                                                                *
000283*   H B X A R C H                                                *
000290*                                                                *
000300*   RUN NIGHTLY (JOB HBXARCHJ) WITH THE CICS REGION'S HBXAUDF    *
000310*   AND HBXSUSF CLOSED OR QUIESCED.  EVERY HBXAUDF RECORD WHOSE  *
000400*   SUMMARY PRINTS READ/KEPT/ARCHIVED COUNTS FOR EACH FILE SO    *
000410*   AUDIT CAN PROVE EVERY RECORD IS EITHER STILL ON THE CLUSTER  *
000420*   OR ON A READABLE ARCHIVE GENERATION - NOTHING IS DROPPED.    *
000423*   THE HBXDJRF DECISION JOURNAL IS TREATED EXACTLY LIKE         *
000426*   HBXAUDF: PAST THE CUTOFF IT GOES TO THE HBXDJRA ARCHIVE.     *
000427*                                                                *
000428*   BEFORE A SUSPENSE OR JOURNAL RECORD IS WRITTEN TO ITS        *
000429*   ARCHIVE, THE POSITIONS OF ITS INPUT AND OUTPUT PARMS NAMED   *
000430*   FOR ITS RULEAPP ON THE HBXSFCF SENSITIVE-FIELD CATALOG (COPY *
000431*   HBXSFC) ARE MASKED.  THE LIVE CLUSTERS ARE NOT CHANGED.  IF  *
000432*   THE CATALOG CANNOT BE READ THE ARCHIVE STILL RUNS - RETENTION*
000433*   MUST NOT STALL - BUT NOTHING IS MASKED AND THE RUN ENDS RC 4.*
000434*                                                                *
000435*   HBXCMPF (CHAMPION/CHALLENGER COMPARISONS) AND HBXROFF        *
000436*   (REPLAY OUTCOMES) ARE PURGED WITHOUT AN ARCHIVE COPY: A      *
000437*   COMPARISON GOES ONCE ITS DATE IS OLDER THAN THE CMPRETDAYS   *
000438*   SITE PARAMETER, AND AN OUTCOME ONCE ITS FRONT END HAS SET    *
000439*   HBXROF-COLLECTED AND THE COLLECTION DATE (THE REPLAY DATE    *
000440*   IF NONE WAS STAMPED) IS OLDER THAN ROFRETDAYS.  UNCOLLECTED  *
000441*   OUTCOMES ARE NEVER TOUCHED.  IF EITHER FILE CANNOT BE OPENED *
000442*   ITS PURGE IS SKIPPED AND THE RUN ENDS RC 4.                  *
000443*                                                                *
000444*   WS-RETENTION-DAYS BELOW IS THE SHIPPED DEFAULT - THE        *
000450*   ARCHRETDAYS SITE PARAMETER (READ FROM THE HBXPRMF DD IN     *
000460*   1100-READ-SITE-PARMS) OVERRIDES IT AT RUN TIME, SO THE      *
000470*   RETENTION PERIOD IS AN OPERATIONS SETTING.                  *
000473*   WS-CMP-RETENTION-DAYS AND WS-ROF-RETENTION-DAYS ARE SET THE *
000476*   SAME WAY FROM CMPRETDAYS AND ROFRETDAYS.                    *
000480*                                                                *
000490******************************************************************
000500  ENVIRONMENT DIVISION.
000610             RECORD KEY IS HBXSUSP-KEY
000620             FILE STATUS IS WS-SUSF-STATUS.

000621      SELECT HBXDJRF ASSIGN TO HBXDJRF
000622             ORGANIZATION IS INDEXED
000623             ACCESS MODE IS SEQUENTIAL
000624             RECORD KEY IS HBXDJR-KEY
000625             FILE STATUS IS WS-DJRF-STATUS.

000630      SELECT HBXAUDA ASSIGN TO HBXAUDA
000640             ORGANIZATION IS SEQUENTIAL
000650             FILE STATUS IS WS-AUDA-STATUS.
000670             ORGANIZATION IS SEQUENTIAL
000680             FILE STATUS IS WS-SUSA-STATUS.

000682      SELECT HBXDJRA ASSIGN TO HBXDJRA
000684             ORGANIZATION IS SEQUENTIAL
000686             FILE STATUS IS WS-DJRA-STATUS.

000690      SELECT HBXPRMF ASSIGN TO HBXPRMF
000700             ORGANIZATION IS SEQUENTIAL
000710             FILE STATUS IS WS-PRMF-STATUS.
000720      SELECT HBXARCHO ASSIGN TO HBXARCHO
000730             ORGANIZATION IS SEQUENTIAL
000740             FILE STATUS IS WS-RPT-STATUS.

000742      SELECT HBXSFCF ASSIGN TO HBXSFCF
000744             ORGANIZATION IS SEQUENTIAL
000746             FILE STATUS IS WS-SFCF-STATUS.

000747      SELECT HBXRCTF ASSIGN TO HBXRCTF
000748             ORGANIZATION IS INDEXED
000749             ACCESS MODE IS RANDOM
000750             RECORD KEY IS HBXRCT-KEY
000751             FILE STATUS IS WS-RCTF-STATUS.

000752      SELECT HBXRCTC ASSIGN TO HBXRCTC
000753             ORGANIZATION IS SEQUENTIAL
000754             FILE STATUS IS WS-RCTC-STATUS.

000755      SELECT HBXCMPF ASSIGN TO HBXCMPF
000756             ORGANIZATION IS INDEXED
000757             ACCESS MODE IS SEQUENTIAL
000758             RECORD KEY IS HBXCMP-KEY
000759             FILE STATUS IS WS-CMPF-STATUS.

000760      SELECT HBXROFF ASSIGN TO HBXROFF
000761             ORGANIZATION IS INDEXED
000762             ACCESS MODE IS SEQUENTIAL
000763             RECORD KEY IS HBXROF-KEY
000764             FILE STATUS IS WS-ROFF-STATUS.
000765  DATA DIVISION.
000766  FILE SECTION.
000770  FD  HBXAUDF
000780      RECORD CONTAINS 111 CHARACTERS.
000790  COPY HBXAUD.
000800  FD  HBXSUSF.
000810  COPY HBXSUSP.

000812  FD  HBXDJRF
000814      RECORD CONTAINS 2120 CHARACTERS.
000816  COPY HBXDJR.

000820  FD  HBXAUDA
000830      RECORD CONTAINS 111 CHARACTERS.
000840  01  HBXAUDA-RECORD               PIC X(111).

000850  FD  HBXSUSA
000860      RECORD CONTAINS 2200 CHARACTERS.
000870  01  HBXSUSA-RECORD               PIC X(2200).

000872  FD  HBXDJRA
000874      RECORD CONTAINS 2120 CHARACTERS.
000876  01  HBXDJRA-RECORD               PIC X(2120).

000880  FD  HBXPRMF
000890      RECORD CONTAINS 48 CHARACTERS.
000920      RECORD CONTAINS 133 CHARACTERS.
000930  01  HBXARCHO-LINE                PIC X(133).

000932  FD  HBXSFCF
000934      RECORD CONTAINS 80 CHARACTERS.
000936  01  HBXSFCF-RECORD               PIC X(80).

000937  FD  HBXRCTF
000938      RECORD CONTAINS 200 CHARACTERS.
000939  COPY HBXRCT.

000940  FD  HBXRCTC
000941      RECORD CONTAINS 80 CHARACTERS.
000942  01  HBXRCTC-CARD.
000943      05  HBXRCTC-DATE             PIC 9(08).
000944      05  HBXRCTC-FORCE            PIC X(01).
000945          88  HBXRCTC-FORCED             VALUE 'F'.
000946      05  FILLER                   PIC X(71).

000947  FD  HBXCMPF
000948      RECORD CONTAINS 2160 CHARACTERS.
000949  COPY HBXCMP.

000950  FD  HBXROFF
000951      RECORD CONTAINS 1130 CHARACTERS.
000952  COPY HBXROF.

000953  WORKING-STORAGE SECTION.
000954  01  WS-AUDIT-STATUS              PIC X(02).
000960      88  WS-AUDIT-OK                    VALUE '00'.
000970      88  WS-AUDIT-EOF                   VALUE '10'.
000980  01  WS-SUSF-STATUS               PIC X(02).
001000      88  WS-SUSF-EOF                    VALUE '10'.
001010  01  WS-AUDA-STATUS               PIC X(02).
001020  01  WS-SUSA-STATUS               PIC X(02).
001023  01  WS-DJRF-STATUS               PIC X(02).
001026  01  WS-DJRA-STATUS               PIC X(02).
001030  01  WS-RPT-STATUS                PIC X(02).
001040  01  WS-PRMF-STATUS               PIC X(02).
001045  01  WS-SFCF-STATUS               PIC X(02).
001046  01  WS-CMPF-STATUS               PIC X(02).
001047  01  WS-ROFF-STATUS               PIC X(02).
001050  01  WS-PRMF-EOF-SW               PIC X(01) VALUE 'N'.
001060      88  WS-PRMF-EOF                    VALUE 'Y'.
001070  01  WS-AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
001080      88  WS-AUDIT-DONE                  VALUE 'Y'.
001090  01  WS-SUSF-EOF-SW               PIC X(01) VALUE 'N'.
001100      88  WS-SUSF-DONE                   VALUE 'Y'.
001103  01  WS-DJRF-EOF-SW               PIC X(01) VALUE 'N'.
001106      88  WS-DJRF-DONE                   VALUE 'Y'.
001107  01  WS-SFCF-EOF-SW               PIC X(01) VALUE 'N'.
001108      88  WS-SFCF-DONE                   VALUE 'Y'.
001109  01  WS-CMPF-EOF-SW               PIC X(01) VALUE 'N'.
001110      88  WS-CMPF-DONE                   VALUE 'Y'.
001111  01  WS-CMPF-OPEN-SW              PIC X(01) VALUE 'N'.
001112      88  WS-CMPF-OPEN                   VALUE 'Y'.
001113  01  WS-ROFF-EOF-SW               PIC X(01) VALUE 'N'.
001114      88  WS-ROFF-DONE                   VALUE 'Y'.
001115  01  WS-ROFF-OPEN-SW              PIC X(01) VALUE 'N'.
001116      88  WS-ROFF-OPEN                   VALUE 'Y'.
001117  01  WS-MASKED-SW                 PIC X(01) VALUE 'N'.
001118      88  WS-PARMS-MASKED                VALUE 'Y'.
001119  01  WS-WARN-SW                   PIC X(01) VALUE 'N'.
001120      88  WS-WARNING                     VALUE 'Y'.
001121  01  WS-SFC-COUNT                 PIC S9(4) COMP VALUE 0.
001122  01  WS-SFC-MAX                   PIC S9(4) COMP VALUE 200.
001123  01  WS-SFC-TABLE.
001124      05  WS-SF-ENTRY OCCURS 200 TIMES INDEXED BY WS-SF-IX.
001125          10  WS-SF-RULEAPP        PIC X(32).
001126          10  WS-SF-PARMS          PIC X(01).
001127          10  WS-SF-OFF            PIC S9(4) COMP.
001128          10  WS-SF-LEN            PIC S9(4) COMP.
001129          10  WS-SF-MASK-LEN       PIC S9(4) COMP.
001130  01  WS-SF-WORK-OFF               PIC S9(4) COMP.
001131  01  WS-SF-WORK-LEN               PIC S9(4) COMP.
001132  01  WS-MASK-RULEAPP              PIC X(32).
001133  01  WS-MASK-PARMS-AREA           PIC X(01).
001134  01  WS-MASK-PARMS                PIC X(1000).
001135  01  WS-RETENTION-DAYS            PIC S9(4) COMP VALUE 30.
001136  01  WS-CMP-RETENTION-DAYS        PIC S9(4) COMP VALUE 30.
001137  01  WS-ROF-RETENTION-DAYS        PIC S9(4) COMP VALUE 7.
001138  01  WS-CMP-CUTOFF-DATE           PIC 9(08).
001139  01  WS-ROF-CUTOFF-DATE           PIC 9(08).
001140  01  WS-ROF-AGE-DATE              PIC 9(08).
001141  01  WS-TODAY                     PIC 9(08).
001142  01  WS-CUTOFF-DATE               PIC 9(08).
001143  01  WS-DAY-NUMBER                PIC S9(9) COMP.
001150  01  WS-COUNTS.
001160      05  WS-AUD-READ-COUNT        PIC 9(07) COMP-3 VALUE 0.
001170      05  WS-AUD-KEPT-COUNT        PIC 9(07) COMP-3 VALUE 0.
001210      05  WS-SUS-ARCH-COUNT        PIC 9(07) COMP-3 VALUE 0.
001212      05  WS-AUD-FAIL-COUNT        PIC 9(07) COMP-3 VALUE 0.
001214      05  WS-SUS-FAIL-COUNT        PIC 9(07) COMP-3 VALUE 0.
001215      05  WS-JRN-READ-COUNT        PIC 9(07) COMP-3 VALUE 0.
001216      05  WS-JRN-KEPT-COUNT        PIC 9(07) COMP-3 VALUE 0.
001217      05  WS-JRN-ARCH-COUNT        PIC 9(07) COMP-3 VALUE 0.
001218      05  WS-JRN-FAIL-COUNT        PIC 9(07) COMP-3 VALUE 0.
001219      05  WS-SUS-MASK-COUNT        PIC 9(07) COMP-3 VALUE 0.
001222      05  WS-JRN-MASK-COUNT        PIC 9(07) COMP-3 VALUE 0.
001223      05  WS-CMP-READ-COUNT        PIC 9(07) COMP-3 VALUE 0.
001224      05  WS-CMP-KEPT-COUNT        PIC 9(07) COMP-3 VALUE 0.
001225      05  WS-CMP-PURGE-COUNT       PIC 9(07) COMP-3 VALUE 0.
001226      05  WS-ROF-READ-COUNT        PIC 9(07) COMP-3 VALUE 0.
001227      05  WS-ROF-KEPT-COUNT        PIC 9(07) COMP-3 VALUE 0.
001228      05  WS-ROF-PURGE-COUNT       PIC 9(07) COMP-3 VALUE 0.

001229  01  WS-HEADING-1.
001230      05  FILLER     PIC X(01) VALUE '1'.
001240      05  FILLER     PIC X(50) VALUE
001250          'HBXARCH - AUDIT/SUSPENSE RETENTION AND ARCHIVE RUN'.
001300      05  WS-H2-CUTOFF PIC 9(08).
001310      05  FILLER       PIC X(18) VALUE '   RETENTION DAYS:'.
001320      05  WS-H2-DAYS   PIC ZZZ9.
001321  01  WS-CUTOFF-LINE.
001322      05  FILLER       PIC X(01) VALUE ' '.
001323      05  WS-CUL-LABEL PIC X(15).
001324      05  WS-CUL-DATE  PIC 9(08).
001325      05  FILLER       PIC X(18) VALUE '   RETENTION DAYS:'.
001326      05  WS-CUL-DAYS  PIC ZZZ9.
001330  01  WS-COUNT-LINE.
001340      05  FILLER       PIC X(01) VALUE ' '.
001350      05  WS-CTL-LABEL PIC X(30).
001360      05  WS-CTL-COUNT PIC ZZZ,ZZ9.
001370  01  WS-BLANK-LINE.
001380      05  FILLER       PIC X(01) VALUE ' '.
001385  COPY HBXSFC.

001386  01  WS-RCTF-STATUS               PIC X(02).
001387  01  WS-RCTC-STATUS               PIC X(02).
001388  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXARCH'.
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
001399  COPY HBXRCTS.

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
001470      PERFORM 2000-READ-AUDIT
001540      PERFORM 3100-PROCESS-SUSPENSE
001550         THRU 3100-EXIT
001560         UNTIL WS-SUSF-DONE.
001561      PERFORM 3500-READ-JOURNAL
001562         THRU 3500-EXIT.
001563      PERFORM 3600-PROCESS-JOURNAL
001564         THRU 3600-EXIT
001565         UNTIL WS-DJRF-DONE.
001566      IF WS-CMPF-OPEN
001567          PERFORM 3900-READ-COMPARE
001568             THRU 3900-EXIT
001569          PERFORM 3910-PROCESS-COMPARE
001570             THRU 3910-EXIT
001571             UNTIL WS-CMPF-DONE
001572      END-IF.
001573      IF WS-ROFF-OPEN
001574          PERFORM 3950-READ-OUTCOME
001575             THRU 3950-EXIT
001576          PERFORM 3960-PROCESS-OUTCOME
001577             THRU 3960-EXIT
001578             UNTIL WS-ROFF-DONE
001579      END-IF.
001580      PERFORM 4000-PRINT-SUMMARY
001581         THRU 4000-EXIT.
001590      PERFORM 9000-TERMINATE
001600         THRU 9000-EXIT.
001603      PERFORM 9500-RECORD-RUN-END
001606         THRU 9500-EXIT.
001610      STOP RUN.

001620  0000-EXIT.
001630      EXIT.
001631******************************************************************
001632*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND    *
001633*                           NO SECOND RUN UNLESS FORCED          *
001634******************************************************************
001635  0500-CHECK-RUN-CONTROL.
001636      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001637      ACCEPT WS-RCT-NOW FROM TIME.
001638      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001639      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001640          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001641              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001642      END-IF.
001643      PERFORM 0510-READ-RUN-CARD
001644         THRU 0510-EXIT.
001645      OPEN I-O HBXRCTF.
001646      IF WS-RCTF-STATUS = '35'
001647          OPEN OUTPUT HBXRCTF
001648          CLOSE HBXRCTF
001649          OPEN I-O HBXRCTF
001650      END-IF.
001651      IF WS-RCTF-STATUS NOT = '00'
001652          DISPLAY 'HBXARCH - HBXRCTF OPEN FAILED, STATUS '
001653                  WS-RCTF-STATUS
001654          SET WS-RCT-REFUSED       TO TRUE
001655          MOVE 12                  TO RETURN-CODE
001656          GO TO 0500-EXIT
001657      END-IF.
001658      SET HBXRCTS-IX               TO 1.
001659      SEARCH HBXRCTS-ENTRY
001660          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001661              PERFORM 0520-CHECK-PREREQUISITE
001662                 THRU 0520-EXIT
001663                 VARYING WS-RCT-DX FROM 1 BY 1
001664                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001665      END-SEARCH.
001666      IF NOT WS-RCT-REFUSED
001667          PERFORM 0530-RECORD-RUN-START
001668             THRU 0530-EXIT
001669      END-IF.
001670      CLOSE HBXRCTF.
001671      IF WS-RCT-REFUSED
001672          MOVE 12                  TO RETURN-CODE
001673      END-IF.

001674  0500-EXIT.
001675      EXIT.
001676******************************************************************
001677*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN  *
001678*                       COLUMNS 1-8 (THE CURRENT ONE WHEN        *
001679*                       BLANK), F IN COLUMN 9 TO FORCE           *
001680*                       THE RUN                                  *
001681******************************************************************
001682  0510-READ-RUN-CARD.
001683      OPEN INPUT HBXRCTC.
001684      IF WS-RCTC-STATUS NOT = '00'
001685          GO TO 0510-EXIT
001686      END-IF.
001687      READ HBXRCTC
001688          AT END
001689              CLOSE HBXRCTC
001690              GO TO 0510-EXIT
001691      END-READ.
001692      IF HBXRCTC-DATE IS NUMERIC
001693      AND HBXRCTC-DATE > 0
001694          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001695      END-IF.
001696      IF HBXRCTC-FORCED
001697          SET WS-RCT-FORCED        TO TRUE
001698          DISPLAY 'HBXARCH - RUN FORCED BY HBXRCTC'
001699      END-IF.
001700      CLOSE HBXRCTC.

001701  0510-EXIT.
001702      EXIT.
001703******************************************************************
001704*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST    *
001705*                            HAVE COMPLETED FOR THE SAME DATE    *
001706******************************************************************
001707  0520-CHECK-PREREQUISITE.
001708      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001709      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001710                                   TO HBXRCT-KEY-STEP.
001711      READ HBXRCTF.
001712      IF WS-RCTF-STATUS = '00'
001713      AND HBXRCT-COMPLETED
001714          GO TO 0520-EXIT
001715      END-IF.
001716      DISPLAY 'HBXARCH - PREREQUISITE '
001717              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001718              ' NOT COMPLETED FOR ' WS-RCT-DATE.
001719      IF WS-RCT-FORCED
001720          DISPLAY 'HBXARCH - FORCED - RUNNING WITHOUT IT'
001721      ELSE
001722          SET WS-RCT-REFUSED       TO TRUE
001723      END-IF.

001724  0520-EXIT.
001725      EXIT.
001726******************************************************************
001727*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE      *
001728*                          UNLESS FORCED, ELSE MARK IT STARTED   *
001729******************************************************************
001730  0530-RECORD-RUN-START.
001731      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001732      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001733      READ HBXRCTF.
001734      IF WS-RCTF-STATUS = '00'
001735          IF HBXRCT-COMPLETED
001736          AND NOT WS-RCT-FORCED
001737              DISPLAY 'HBXARCH - ALREADY COMPLETED FOR '
001738                      WS-RCT-DATE ' - NOT RUN AGAIN'
001739              SET WS-RCT-REFUSED   TO TRUE
001740              GO TO 0530-EXIT
001741          END-IF
001742          ADD 1                    TO HBXRCT-RUN-COUNT
001743      ELSE
001744          MOVE SPACES              TO HBXRCT-RECORD
001745          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001746          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001747          MOVE 1                   TO HBXRCT-RUN-COUNT
001748      END-IF.
001749      SET HBXRCT-STARTED           TO TRUE.
001750      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001751      ACCEPT WS-RCT-NOW FROM TIME.
001752      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001753      MOVE 0                       TO HBXRCT-END-DATE
001754                                      HBXRCT-END-TIME
001755                                      HBXRCT-RC.
001756      INITIALIZE HBXRCT-COUNTS.
001757      IF WS-RCT-FORCED
001758          SET HBXRCT-FORCED        TO TRUE
001759      ELSE
001760          MOVE 'N'                 TO HBXRCT-FORCED-SW
001761      END-IF.
001762      WRITE HBXRCT-RECORD.
001763      IF WS-RCTF-STATUS = '22'
001764          REWRITE HBXRCT-RECORD
001765      END-IF.

001766  0530-EXIT.
001767      EXIT.
001768******************************************************************
001769*  1000-INITIALIZE - OPEN FILES AND WORK OUT THE CUTOFF DATE     *
001770******************************************************************
001771  1000-INITIALIZE.
001772      PERFORM 1100-READ-SITE-PARMS
001773         THRU 1100-EXIT.
001774      PERFORM 1200-LOAD-SFC-CATALOG
001775         THRU 1200-EXIT.
001776      OPEN I-O    HBXAUDF.
001777      OPEN I-O    HBXSUSF.
001778      OPEN I-O    HBXDJRF.
001779      OPEN OUTPUT HBXAUDA.
001780      OPEN OUTPUT HBXSUSA.
001781      OPEN OUTPUT HBXDJRA.
001782      OPEN OUTPUT HBXARCHO.
001783      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001784      COMPUTE WS-DAY-NUMBER =
001785              FUNCTION INTEGER-OF-DATE(WS-TODAY)
001786              - WS-RETENTION-DAYS.
001790      COMPUTE WS-CUTOFF-DATE =
001800              FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
001810      DISPLAY 'HBXARCH - ARCHIVING RECORDS DATED BEFORE '
001820              WS-CUTOFF-DATE.
001821      COMPUTE WS-DAY-NUMBER =
001822              FUNCTION INTEGER-OF-DATE(WS-TODAY)
001823              - WS-CMP-RETENTION-DAYS.
001824      COMPUTE WS-CMP-CUTOFF-DATE =
001825              FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
001826      COMPUTE WS-DAY-NUMBER =
001827              FUNCTION INTEGER-OF-DATE(WS-TODAY)
001828              - WS-ROF-RETENTION-DAYS.
001829      COMPUTE WS-ROF-CUTOFF-DATE =
001830              FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
001831      OPEN I-O    HBXCMPF.
001832      IF WS-CMPF-STATUS = '00'
001833          SET WS-CMPF-OPEN         TO TRUE
001834      ELSE
001835          DISPLAY 'HBXARCH - HBXCMPF OPEN FAILED, STATUS '
001836                  WS-CMPF-STATUS ' - NOT PURGED'
001837          SET WS-WARNING           TO TRUE
001838      END-IF.
001839      OPEN I-O    HBXROFF.
001840      IF WS-ROFF-STATUS = '00'
001841          SET WS-ROFF-OPEN         TO TRUE
001842      ELSE
001843          DISPLAY 'HBXARCH - HBXROFF OPEN FAILED, STATUS '
001844                  WS-ROFF-STATUS ' - NOT PURGED'
001845          SET WS-WARNING           TO TRUE
001846      END-IF.

001847  1000-EXIT.
001848      EXIT.
001850******************************************************************
001860*  1100-READ-SITE-PARMS - ARCHRETDAYS, CMPRETDAYS AND           *
001870*                         ROFRETDAYS FROM HBXPRMF, SHIPPED      *
001875*                         DEFAULTS WHEN ABSENT                  *
001880******************************************************************
001890  1100-READ-SITE-PARMS.
001900      OPEN INPUT HBXPRMF.
002100      AND HBXPRM-VALUE-NUM IS NUMERIC
002110          MOVE HBXPRM-VALUE-NUM    TO WS-RETENTION-DAYS
002120      END-IF.
002121      IF HBXPRM-NAME = 'CMPRETDAYS'
002122      AND HBXPRM-VALUE-NUM IS NUMERIC
002123          MOVE HBXPRM-VALUE-NUM    TO WS-CMP-RETENTION-DAYS
002124      END-IF.
002125      IF HBXPRM-NAME = 'ROFRETDAYS'
002126      AND HBXPRM-VALUE-NUM IS NUMERIC
002127          MOVE HBXPRM-VALUE-NUM    TO WS-ROF-RETENTION-DAYS
002128      END-IF.

002130  1110-EXIT.
002140      EXIT.
002141******************************************************************
002142*  1200-LOAD-SFC-CATALOG - THE SENSITIVE-FIELD CATALOG INTO      *
002143*                          WS-SFC-TABLE                          *
002144******************************************************************
002145  1200-LOAD-SFC-CATALOG.
002146      OPEN INPUT HBXSFCF.
002147      IF WS-SFCF-STATUS NOT = '00'
002148          DISPLAY 'HBXARCH - HBXSFCF OPEN FAILED, STATUS '
002149                  WS-SFCF-STATUS ' - ARCHIVES NOT MASKED'
002150          SET WS-WARNING           TO TRUE
002151          GO TO 1200-EXIT
002152      END-IF.
002153      PERFORM 1210-LOAD-ONE-FIELD
002154         THRU 1210-EXIT
002155         UNTIL WS-SFCF-DONE.
002156      CLOSE HBXSFCF.
002157      DISPLAY 'HBXARCH - SENSITIVE FIELDS CATALOGUED: '
002158              WS-SFC-COUNT.

002159  1200-EXIT.
002160      EXIT.
002161******************************************************************
002162*  1210-LOAD-ONE-FIELD - ONE CATALOG ENTRY.  AN IMPOSSIBLE       *
002163*                        OFFSET/LENGTH IS SKIPPED                *
002164******************************************************************
002165  1210-LOAD-ONE-FIELD.
002166      READ HBXSFCF INTO HBXSFC-ENTRY
002167          AT END
002168              SET WS-SFCF-DONE    TO TRUE
002169              GO TO 1210-EXIT
002170      END-READ.
002171      IF HBXSFC-OFFSET NOT NUMERIC
002172      OR HBXSFC-LENGTH NOT NUMERIC
002173          GO TO 1210-EXIT
002174      END-IF.
002175      MOVE HBXSFC-OFFSET           TO WS-SF-WORK-OFF.
002176      MOVE HBXSFC-LENGTH           TO WS-SF-WORK-LEN.
002177      IF WS-SF-WORK-OFF < 1 OR WS-SF-WORK-LEN < 1
002178      OR WS-SF-WORK-OFF + WS-SF-WORK-LEN > HBXSFC-PARM-MAX + 1
002179          GO TO 1210-EXIT
002180      END-IF.
002181      IF WS-SFC-COUNT NOT < WS-SFC-MAX
002182          DISPLAY 'HBXARCH - HBXSFCF TABLE FULL - ENTRY SKIPPED: '
002183                  HBXSFC-RULEAPP ' ' HBXSFC-SEQ
002184          SET WS-WARNING           TO TRUE
002185          GO TO 1210-EXIT
002186      END-IF.
002187      ADD 1                        TO WS-SFC-COUNT.
002188      SET WS-SF-IX                 TO WS-SFC-COUNT.
002189      MOVE HBXSFC-RULEAPP          TO WS-SF-RULEAPP(WS-SF-IX).
002190      MOVE HBXSFC-PARMS            TO WS-SF-PARMS(WS-SF-IX).
002191      MOVE WS-SF-WORK-OFF          TO WS-SF-OFF(WS-SF-IX).
002192      MOVE WS-SF-WORK-LEN          TO WS-SF-LEN(WS-SF-IX).
002193      MOVE WS-SF-WORK-LEN          TO WS-SF-MASK-LEN(WS-SF-IX).
002194      IF HBXSFC-SHOW-LAST IS NUMERIC
002195          SUBTRACT HBXSFC-SHOW-LAST
002196                              FROM WS-SF-MASK-LEN(WS-SF-IX)
002197      END-IF.

002198  1210-EXIT.
002199      EXIT.
002200******************************************************************
002201*  2000-READ-AUDIT - READ THE NEXT AUDIT RECORD                  *
002202******************************************************************
002203  2000-READ-AUDIT.
002204      READ HBXAUDF NEXT RECORD
002205          AT END
002210              SET WS-AUDIT-DONE   TO TRUE
002220      END-READ.

002740*  3200-ARCHIVE-SUSPENSE - COPY TO THE ARCHIVE, THEN DELETE      *
002750******************************************************************
002760  3200-ARCHIVE-SUSPENSE.
002762      MOVE 'N'                     TO WS-MASKED-SW.
002763      MOVE HBXSUSP-RULEAPP         TO WS-MASK-RULEAPP.
002764      MOVE HBXSUSP-INPUT-PARMS     TO WS-MASK-PARMS.
002765      MOVE 'I'                     TO WS-MASK-PARMS-AREA.
002766      PERFORM 3800-MASK-PARMS
002767         THRU 3800-EXIT.
002768      MOVE WS-MASK-PARMS           TO HBXSUSP-INPUT-PARMS.
002769      MOVE HBXSUSP-RPL-OUTPUT-PARMS TO WS-MASK-PARMS.
002770      MOVE 'O'                     TO WS-MASK-PARMS-AREA.
002771      PERFORM 3800-MASK-PARMS
002772         THRU 3800-EXIT.
002773      MOVE WS-MASK-PARMS           TO HBXSUSP-RPL-OUTPUT-PARMS.
002774      WRITE HBXSUSA-RECORD         FROM HBXSUSP-RECORD.
002775      IF WS-SUSA-STATUS = '00'
002780          DELETE HBXSUSF RECORD
002790          ADD 1                    TO WS-SUS-ARCH-COUNT
002791          IF WS-PARMS-MASKED
002792              ADD 1                TO WS-SUS-MASK-COUNT
002793          END-IF
002794      ELSE
002795          ADD 1                    TO WS-SUS-FAIL-COUNT
002796      END-IF.

002800  3200-EXIT.
002810      EXIT.
002811******************************************************************
002812*  3500-READ-JOURNAL - READ THE NEXT DECISION JOURNAL RECORD     *
002813******************************************************************
002814  3500-READ-JOURNAL.
002815      READ HBXDJRF NEXT RECORD
002816          AT END
002817              SET WS-DJRF-DONE    TO TRUE
002818      END-READ.

002819  3500-EXIT.
002820      EXIT.
002821******************************************************************
002822*  3600-PROCESS-JOURNAL - ARCHIVE AND DELETE, OR KEEP - SAME     *
002823*                         CUTOFF AS HBXAUDF                      *
002824******************************************************************
002825  3600-PROCESS-JOURNAL.
002826      ADD 1                        TO WS-JRN-READ-COUNT.
002827      IF HBXDJR-KEY-DATE < WS-CUTOFF-DATE
002828          PERFORM 3700-MASK-JOURNAL
002829             THRU 3700-EXIT
002830          WRITE HBXDJRA-RECORD     FROM HBXDJR-RECORD
002831          IF WS-DJRA-STATUS = '00'
002832              DELETE HBXDJRF RECORD
002833              ADD 1                TO WS-JRN-ARCH-COUNT
002834              IF WS-PARMS-MASKED
002835                  ADD 1            TO WS-JRN-MASK-COUNT
002836              END-IF
002837          ELSE
002838              ADD 1                TO WS-JRN-FAIL-COUNT
002839          END-IF
002840      ELSE
002841          ADD 1                    TO WS-JRN-KEPT-COUNT
002842      END-IF.
002843      PERFORM 3500-READ-JOURNAL
002844         THRU 3500-EXIT.

002845  3600-EXIT.
002846      EXIT.
002847******************************************************************
002848*  3700-MASK-JOURNAL - MASK THE JOURNAL RECORD'S PARMS BEFORE IT *
002849*                      GOES TO HBXDJRA.  THE RECORD IS DELETED   *
002850*                      FROM THE CLUSTER, NOT REWRITTEN, SO THE   *
002851*                      RECORD AREA CAN BE CHANGED IN PLACE       *
002852******************************************************************
002853  3700-MASK-JOURNAL.
002854      MOVE 'N'                     TO WS-MASKED-SW.
002855      MOVE HBXDJR-RULEAPP          TO WS-MASK-RULEAPP.
002856      MOVE HBXDJR-INPUT-PARMS      TO WS-MASK-PARMS.
002857      MOVE 'I'                     TO WS-MASK-PARMS-AREA.
002858      PERFORM 3800-MASK-PARMS
002859         THRU 3800-EXIT.
002860      MOVE WS-MASK-PARMS           TO HBXDJR-INPUT-PARMS.
002861      MOVE HBXDJR-OUTPUT-PARMS     TO WS-MASK-PARMS.
002862      MOVE 'O'                     TO WS-MASK-PARMS-AREA.
002863      PERFORM 3800-MASK-PARMS
002864         THRU 3800-EXIT.
002865      MOVE WS-MASK-PARMS           TO HBXDJR-OUTPUT-PARMS.

002866  3700-EXIT.
002867      EXIT.
002868******************************************************************
002869*  3800-MASK-PARMS - MASK EVERY CATALOGUED FIELD OF THE RULEAPP  *
002870*                    IN WS-MASK-RULEAPP FOR THE PARM AREA IN     *
002871*                    WS-MASK-PARMS-AREA                          *
002872******************************************************************
002873  3800-MASK-PARMS.
002874      PERFORM 3810-MASK-ONE-FIELD
002875         THRU 3810-EXIT
002876         VARYING WS-SF-IX FROM 1 BY 1
002877         UNTIL WS-SF-IX > WS-SFC-COUNT.

002878  3800-EXIT.
002879      EXIT.
002880******************************************************************
002881*  3810-MASK-ONE-FIELD - ONE CATALOGUED FIELD, IF IT APPLIES     *
002882******************************************************************
002883  3810-MASK-ONE-FIELD.
002884      IF WS-SF-RULEAPP(WS-SF-IX) NOT = WS-MASK-RULEAPP
002885      OR WS-SF-PARMS(WS-SF-IX) NOT = WS-MASK-PARMS-AREA
002886      OR WS-SF-MASK-LEN(WS-SF-IX) < 1
002887          GO TO 3810-EXIT
002888      END-IF.
002889      IF WS-MASK-PARMS(WS-SF-OFF(WS-SF-IX):WS-SF-LEN(WS-SF-IX))
002890                                   = SPACES
002891          GO TO 3810-EXIT
002892      END-IF.
002893      INSPECT WS-MASK-PARMS(WS-SF-OFF(WS-SF-IX):
002894                            WS-SF-MASK-LEN(WS-SF-IX))
002895              REPLACING CHARACTERS BY HBXSFC-MASK-CHAR.
002896      SET WS-PARMS-MASKED          TO TRUE.

002897  3810-EXIT.
002898      EXIT.
002899******************************************************************
002900*  3900-READ-COMPARE - READ THE NEXT CHAMPION/CHALLENGER         *
002901*                      COMPARISON                                *
002902******************************************************************
002903  3900-READ-COMPARE.
002904      READ HBXCMPF NEXT RECORD
002905          AT END
002906              SET WS-CMPF-DONE    TO TRUE
002907      END-READ.

002908  3900-EXIT.
002909      EXIT.
002910******************************************************************
002911*  3910-PROCESS-COMPARE - PURGE A COMPARISON OLDER THAN THE      *
002912*                         CMPRETDAYS CUTOFF, OR KEEP IT          *
002913******************************************************************
002914  3910-PROCESS-COMPARE.
002915      ADD 1                        TO WS-CMP-READ-COUNT.
002916      IF HBXCMP-KEY-DATE < WS-CMP-CUTOFF-DATE
002917          DELETE HBXCMPF RECORD
002918          ADD 1                    TO WS-CMP-PURGE-COUNT
002919      ELSE
002920          ADD 1                    TO WS-CMP-KEPT-COUNT
002921      END-IF.
002922      PERFORM 3900-READ-COMPARE
002923         THRU 3900-EXIT.

002924  3910-EXIT.
002925      EXIT.
002926******************************************************************
002927*  3950-READ-OUTCOME - READ THE NEXT REPLAY OUTCOME              *
002928******************************************************************
002929  3950-READ-OUTCOME.
002930      READ HBXROFF NEXT RECORD
002931          AT END
002932              SET WS-ROFF-DONE    TO TRUE
002933      END-READ.

002934  3950-EXIT.
002935      EXIT.
002936******************************************************************
002937*  3960-PROCESS-OUTCOME - PURGE A COLLECTED OUTCOME OLDER THAN   *
002938*                         THE ROFRETDAYS CUTOFF; AN UNCOLLECTED  *
002939*                         ONE IS ALWAYS KEPT                     *
002940******************************************************************
002941  3960-PROCESS-OUTCOME.
002942      ADD 1                        TO WS-ROF-READ-COUNT.
002943      IF NOT HBXROF-COLLECTED
002944          ADD 1                    TO WS-ROF-KEPT-COUNT
002945          GO TO 3960-READ-NEXT
002946      END-IF.
002947      IF HBXROF-COLLECT-DATE IS NUMERIC
002948      AND HBXROF-COLLECT-DATE > 0
002949          MOVE HBXROF-COLLECT-DATE TO WS-ROF-AGE-DATE
002950      ELSE
002951          MOVE HBXROF-RPL-DATE     TO WS-ROF-AGE-DATE
002952      END-IF.
002953      IF WS-ROF-AGE-DATE < WS-ROF-CUTOFF-DATE
002954          DELETE HBXROFF RECORD
002955          ADD 1                    TO WS-ROF-PURGE-COUNT
002956      ELSE
002957          ADD 1                    TO WS-ROF-KEPT-COUNT
002958      END-IF.

002959  3960-READ-NEXT.
002960      PERFORM 3950-READ-OUTCOME
002961         THRU 3950-EXIT.

002962  3960-EXIT.
002963      EXIT.
002964******************************************************************
002965*  4000-PRINT-SUMMARY - READ/KEPT/ARCHIVED COUNTS, EVERY FILE    *
002966******************************************************************
002967  4000-PRINT-SUMMARY.
002968      WRITE HBXARCHO-LINE FROM WS-HEADING-1.
002969      MOVE WS-CUTOFF-DATE          TO WS-H2-CUTOFF.
002970      MOVE WS-RETENTION-DAYS       TO WS-H2-DAYS.
002971      WRITE HBXARCHO-LINE FROM WS-HEADING-2.
002972      WRITE HBXARCHO-LINE FROM WS-BLANK-LINE.
002973      MOVE 'HBXAUDF RECORDS READ'     TO WS-CTL-LABEL.
002974      MOVE WS-AUD-READ-COUNT          TO WS-CTL-COUNT.
002975      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
002976      MOVE 'HBXAUDF RECORDS KEPT'     TO WS-CTL-LABEL.
002977      MOVE WS-AUD-KEPT-COUNT          TO WS-CTL-COUNT.
002978      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
002979      MOVE 'HBXAUDF ARCHIVED + PURGED' TO WS-CTL-LABEL.
002980      MOVE WS-AUD-ARCH-COUNT          TO WS-CTL-COUNT.
002990      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
002992      MOVE 'HBXAUDF WRITE FAILED (KEPT)' TO WS-CTL-LABEL.
003092      MOVE 'HBXSUSF WRITE FAILED (KEPT)' TO WS-CTL-LABEL.
003094      MOVE WS-SUS-FAIL-COUNT          TO WS-CTL-COUNT.
003096      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003097      MOVE 'HBXSUSA RECORDS MASKED'   TO WS-CTL-LABEL.
003098      MOVE WS-SUS-MASK-COUNT          TO WS-CTL-COUNT.
003099      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003100      WRITE HBXARCHO-LINE FROM WS-BLANK-LINE.
003101      MOVE 'HBXDJRF RECORDS READ'     TO WS-CTL-LABEL.
003102      MOVE WS-JRN-READ-COUNT          TO WS-CTL-COUNT.
003103      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003104      MOVE 'HBXDJRF RECORDS KEPT'     TO WS-CTL-LABEL.
003105      MOVE WS-JRN-KEPT-COUNT          TO WS-CTL-COUNT.
003106      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003107      MOVE 'HBXDJRF ARCHIVED + PURGED' TO WS-CTL-LABEL.
003108      MOVE WS-JRN-ARCH-COUNT          TO WS-CTL-COUNT.
003109      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003110      MOVE 'HBXDJRF WRITE FAILED (KEPT)' TO WS-CTL-LABEL.
003111      MOVE WS-JRN-FAIL-COUNT          TO WS-CTL-COUNT.
003112      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003113      MOVE 'HBXDJRA RECORDS MASKED'   TO WS-CTL-LABEL.
003114      MOVE WS-JRN-MASK-COUNT          TO WS-CTL-COUNT.
003115      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003116      WRITE HBXARCHO-LINE FROM WS-BLANK-LINE.
003117      MOVE 'HBXCMPF CUTOFF:'       TO WS-CUL-LABEL.
003118      MOVE WS-CMP-CUTOFF-DATE      TO WS-CUL-DATE.
003119      MOVE WS-CMP-RETENTION-DAYS   TO WS-CUL-DAYS.
003120      WRITE HBXARCHO-LINE FROM WS-CUTOFF-LINE.
003121      MOVE 'HBXCMPF RECORDS READ'     TO WS-CTL-LABEL.
003122      MOVE WS-CMP-READ-COUNT          TO WS-CTL-COUNT.
003123      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003124      MOVE 'HBXCMPF RECORDS KEPT'     TO WS-CTL-LABEL.
003125      MOVE WS-CMP-KEPT-COUNT          TO WS-CTL-COUNT.
003126      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003127      MOVE 'HBXCMPF RECORDS PURGED'   TO WS-CTL-LABEL.
003128      MOVE WS-CMP-PURGE-COUNT         TO WS-CTL-COUNT.
003129      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003130      WRITE HBXARCHO-LINE FROM WS-BLANK-LINE.
003131      MOVE 'HBXROFF CUTOFF:'       TO WS-CUL-LABEL.
003132      MOVE WS-ROF-CUTOFF-DATE      TO WS-CUL-DATE.
003133      MOVE WS-ROF-RETENTION-DAYS   TO WS-CUL-DAYS.
003134      WRITE HBXARCHO-LINE FROM WS-CUTOFF-LINE.
003135      MOVE 'HBXROFF RECORDS READ'     TO WS-CTL-LABEL.
003136      MOVE WS-ROF-READ-COUNT          TO WS-CTL-COUNT.
003137      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003138      MOVE 'HBXROFF RECORDS KEPT'     TO WS-CTL-LABEL.
003139      MOVE WS-ROF-KEPT-COUNT          TO WS-CTL-COUNT.
003140      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.
003141      MOVE 'HBXROFF COLLECTED, PURGED' TO WS-CTL-LABEL.
003142      MOVE WS-ROF-PURGE-COUNT         TO WS-CTL-COUNT.
003143      WRITE HBXARCHO-LINE FROM WS-COUNT-LINE.

003144  4000-EXIT.
003145      EXIT.
003146******************************************************************
003147*  9000-TERMINATE - CLOSE EVERYTHING AND ECHO THE COUNTS         *
003148******************************************************************
003150  9000-TERMINATE.
003160      CLOSE HBXAUDF.
003170      CLOSE HBXSUSF.
003175      CLOSE HBXDJRF.
003180      CLOSE HBXAUDA.
003190      CLOSE HBXSUSA.
003195      CLOSE HBXDJRA.
003196      IF WS-CMPF-OPEN
003197          CLOSE HBXCMPF
003198      END-IF.
003199      IF WS-ROFF-OPEN
003200          CLOSE HBXROFF
003201      END-IF.
003202      CLOSE HBXARCHO.
003210      DISPLAY 'HBXARCH - AUDIT READ/KEPT/ARCHIVED: '
003220              WS-AUD-READ-COUNT ' ' WS-AUD-KEPT-COUNT ' '
003230              WS-AUD-ARCH-COUNT.
003240      DISPLAY 'HBXARCH - SUSP  READ/KEPT/ARCHIVED: '
003250              WS-SUS-READ-COUNT ' ' WS-SUS-KEPT-COUNT ' '
003260              WS-SUS-ARCH-COUNT.
003261      DISPLAY 'HBXARCH - JRNL  READ/KEPT/ARCHIVED: '
003262              WS-JRN-READ-COUNT ' ' WS-JRN-KEPT-COUNT ' '
003263              WS-JRN-ARCH-COUNT.
003264      DISPLAY 'HBXARCH - CMPF  READ/KEPT/PURGED:   '
003265              WS-CMP-READ-COUNT ' ' WS-CMP-KEPT-COUNT ' '
003266              WS-CMP-PURGE-COUNT.
003267      DISPLAY 'HBXARCH - ROFF  READ/KEPT/PURGED:   '
003268              WS-ROF-READ-COUNT ' ' WS-ROF-KEPT-COUNT ' '
003269              WS-ROF-PURGE-COUNT.
003270      IF WS-AUD-FAIL-COUNT > 0 OR WS-SUS-FAIL-COUNT > 0
003271      OR WS-JRN-FAIL-COUNT > 0
003272          DISPLAY 'HBXARCH - ARCHIVE WRITE FAILURES - RECORDS'
003273                  ' KEPT ON CLUSTER: ' WS-AUD-FAIL-COUNT
003274                  ' ' WS-SUS-FAIL-COUNT ' ' WS-JRN-FAIL-COUNT
003275          MOVE 8                   TO RETURN-CODE
003276      ELSE
003277          IF WS-WARNING
003278              MOVE 4               TO RETURN-CODE
003279          END-IF
003280      END-IF.

003281  9000-EXIT.
003282      EXIT.
003290******************************************************************
003300*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO     *
003310*                        THE RUN-CONTROL RECORD                  *
003320******************************************************************
003330  9500-RECORD-RUN-END.
003340      OPEN I-O HBXRCTF.
003350      IF WS-RCTF-STATUS NOT = '00'
003360          DISPLAY 'HBXARCH - HBXRCTF OPEN FAILED, STATUS '
003370                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
003380          GO TO 9500-EXIT
003390      END-IF.
003400      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
003410      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
003420      READ HBXRCTF.
003430      IF WS-RCTF-STATUS NOT = '00'
003440          DISPLAY 'HBXARCH - NO RUN-CONTROL RECORD, STATUS '
003450                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
003460          CLOSE HBXRCTF
003470          GO TO 9500-EXIT
003480      END-IF.
003490      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
003500      ACCEPT WS-RCT-NOW FROM TIME.
003510      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
003520      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
003530      MOVE RETURN-CODE             TO HBXRCT-RC.
003540      IF RETURN-CODE > 4
003550          SET HBXRCT-FAILED        TO TRUE
003560      ELSE
003570          SET HBXRCT-COMPLETED     TO TRUE
003580      END-IF.
003590      MOVE 'AUDIT ARCHIVED'        TO HBXRCT-COUNT-LABEL(1).
003600      MOVE WS-AUD-ARCH-COUNT       TO HBXRCT-COUNT-VALUE(1).
003610      MOVE 'SUSP ARCHIVED'         TO HBXRCT-COUNT-LABEL(2).
003620      MOVE WS-SUS-ARCH-COUNT       TO HBXRCT-COUNT-VALUE(2).
003630      MOVE 'JRNL ARCHIVED'         TO HBXRCT-COUNT-LABEL(3).
003640      MOVE WS-JRN-ARCH-COUNT       TO HBXRCT-COUNT-VALUE(3).
003650      MOVE 'ARCH WRITE FAILS'      TO HBXRCT-COUNT-LABEL(4).
003660      COMPUTE HBXRCT-COUNT-VALUE(4) = WS-AUD-FAIL-COUNT
003670              + WS-SUS-FAIL-COUNT + WS-JRN-FAIL-COUNT.
003680      REWRITE HBXRCT-RECORD.
003690      CLOSE HBXRCTF.

003700  9500-EXIT.
003710      EXIT.
