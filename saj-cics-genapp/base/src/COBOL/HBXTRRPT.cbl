000300*                 MONDAY SPIKE FLAGS THE DESK LEARNED TO IGNORE
000310*                 MEAN SOMETHING AGAIN.  NO CALENDAR, OR NO
000320*                 RECORD FOR TODAY, MEANS THE OLD BEHAVIOUR.
000321* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000322*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000323*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000324*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000325*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000326*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000327*                 END, RECORD COUNTS AND RETURN CODE.
000330******************************************************************
000340******************************************************************
000350*                                                                *
000740      SELECT HBXTRRPO ASSIGN TO HBXTRRPO
000750             ORGANIZATION IS SEQUENTIAL
000760             FILE STATUS IS WS-RPT-STATUS.

000761      SELECT HBXRCTF ASSIGN TO HBXRCTF
000762             ORGANIZATION IS INDEXED
000763             ACCESS MODE IS RANDOM
000764             RECORD KEY IS HBXRCT-KEY
000765             FILE STATUS IS WS-RCTF-STATUS.

000766      SELECT HBXRCTC ASSIGN TO HBXRCTC
000767             ORGANIZATION IS SEQUENTIAL
000768             FILE STATUS IS WS-RCTC-STATUS.
000770  DATA DIVISION.
000780  FILE SECTION.
000790  FD  HBXSUMF.
000850      RECORD CONTAINS 133 CHARACTERS.
000860  01  HBXTRRPO-LINE                PIC X(133).

000861  FD  HBXRCTF
000862      RECORD CONTAINS 200 CHARACTERS.
000863  COPY HBXRCT.

000864  FD  HBXRCTC
000865      RECORD CONTAINS 80 CHARACTERS.
000866  01  HBXRCTC-CARD.
000867      05  HBXRCTC-DATE             PIC 9(08).
000868      05  HBXRCTC-FORCE            PIC X(01).
000869          88  HBXRCTC-FORCED             VALUE 'F'.
000870      05  FILLER                   PIC X(71).

000871  WORKING-STORAGE SECTION.
000880  01  WS-SUMF-STATUS               PIC X(02).
000890      88  WS-SUMF-OK                     VALUE '00'.
000900      88  WS-SUMF-EOF                    VALUE '10'.
001810  01  WS-BLANK-LINE.
001820      05  FILLER         PIC X(01) VALUE ' '.

001821  01  WS-RCTF-STATUS               PIC X(02).
001822  01  WS-RCTC-STATUS               PIC X(02).
001823  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXTRRPT'.
001824  01  WS-RCT-DATE                  PIC 9(08).
001825  01  WS-RCT-TODAY                 PIC 9(08).
001826  01  WS-RCT-NOW.
001827      05  WS-RCT-NOW-TIME          PIC 9(06).
001828      05  FILLER                   PIC 9(02).
001829  01  WS-RCT-DX                    PIC S9(4) COMP.
001830  01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001831      88  WS-RCT-FORCED                  VALUE 'Y'.
001832  01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001833      88  WS-RCT-REFUSED                 VALUE 'Y'.
001834  COPY HBXRCTS.

001835  LINKAGE SECTION.
001840******************************************************************
001850*  0000-MAINLINE                                                *
001860******************************************************************
001870  PROCEDURE DIVISION.
001880  0000-MAINLINE.
001881      PERFORM 0500-CHECK-RUN-CONTROL
001882         THRU 0500-EXIT.
001883      IF WS-RCT-REFUSED
001884          STOP RUN
001885      END-IF.
001890      PERFORM 1000-INITIALIZE
001900         THRU 1000-EXIT.
001910      PERFORM 2000-READ-SUMMARY
001970         THRU 4000-EXIT.
001980      PERFORM 9000-TERMINATE
001990         THRU 9000-EXIT.
001993      PERFORM 9500-RECORD-RUN-END
001996         THRU 9500-EXIT.
002000      STOP RUN.

002010  0000-EXIT.
002020      EXIT.
002021******************************************************************
002022*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND    *
002023*                           NO SECOND RUN UNLESS FORCED          *
002024******************************************************************
002025  0500-CHECK-RUN-CONTROL.
002026      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
002027      ACCEPT WS-RCT-NOW FROM TIME.
002028      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
002029      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
002030          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
002031              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
002032      END-IF.
002033      PERFORM 0510-READ-RUN-CARD
002034         THRU 0510-EXIT.
002035      OPEN I-O HBXRCTF.
002036      IF WS-RCTF-STATUS = '35'
002037          OPEN OUTPUT HBXRCTF
002038          CLOSE HBXRCTF
002039          OPEN I-O HBXRCTF
002040      END-IF.
002041      IF WS-RCTF-STATUS NOT = '00'
002042          DISPLAY 'HBXTRRPT - HBXRCTF OPEN FAILED, STATUS '
002043                  WS-RCTF-STATUS
002044          SET WS-RCT-REFUSED       TO TRUE
002045          MOVE 12                  TO RETURN-CODE
002046          GO TO 0500-EXIT
002047      END-IF.
002048      SET HBXRCTS-IX               TO 1.
002049      SEARCH HBXRCTS-ENTRY
002050          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
002051              PERFORM 0520-CHECK-PREREQUISITE
002052                 THRU 0520-EXIT
002053                 VARYING WS-RCT-DX FROM 1 BY 1
002054                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
002055      END-SEARCH.
002056      IF NOT WS-RCT-REFUSED
002057          PERFORM 0530-RECORD-RUN-START
002058             THRU 0530-EXIT
002059      END-IF.
002060      CLOSE HBXRCTF.
002061      IF WS-RCT-REFUSED
002062          MOVE 12                  TO RETURN-CODE
002063      END-IF.

002064  0500-EXIT.
002065      EXIT.
002066******************************************************************
002067*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN  *
002068*                       COLUMNS 1-8 (THE CURRENT ONE WHEN        *
002069*                       BLANK), F IN COLUMN 9 TO FORCE           *
002070*                       THE RUN                                  *
002071******************************************************************
002072  0510-READ-RUN-CARD.
002073      OPEN INPUT HBXRCTC.
002074      IF WS-RCTC-STATUS NOT = '00'
002075          GO TO 0510-EXIT
002076      END-IF.
002077      READ HBXRCTC
002078          AT END
002079              CLOSE HBXRCTC
002080              GO TO 0510-EXIT
002081      END-READ.
002082      IF HBXRCTC-DATE IS NUMERIC
002083      AND HBXRCTC-DATE > 0
002084          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
002085      END-IF.
002086      IF HBXRCTC-FORCED
002087          SET WS-RCT-FORCED        TO TRUE
002088          DISPLAY 'HBXTRRPT - RUN FORCED BY HBXRCTC'
002089      END-IF.
002090      CLOSE HBXRCTC.

002091  0510-EXIT.
002092      EXIT.
002093******************************************************************
002094*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST    *
002095*                            HAVE COMPLETED FOR THE SAME DATE    *
002096******************************************************************
002097  0520-CHECK-PREREQUISITE.
002098      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
002099      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
002100                                   TO HBXRCT-KEY-STEP.
002101      READ HBXRCTF.
002102      IF WS-RCTF-STATUS = '00'
002103      AND HBXRCT-COMPLETED
002104          GO TO 0520-EXIT
002105      END-IF.
002106      DISPLAY 'HBXTRRPT - PREREQUISITE '
002107              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
002108              ' NOT COMPLETED FOR ' WS-RCT-DATE.
002109      IF WS-RCT-FORCED
002110          DISPLAY 'HBXTRRPT - FORCED - RUNNING WITHOUT IT'
002111      ELSE
002112          SET WS-RCT-REFUSED       TO TRUE
002113      END-IF.

002114  0520-EXIT.
002115      EXIT.
002116******************************************************************
002117*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE      *
002118*                          UNLESS FORCED, ELSE MARK IT STARTED   *
002119******************************************************************
002120  0530-RECORD-RUN-START.
002121      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
002122      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
002123      READ HBXRCTF.
002124      IF WS-RCTF-STATUS = '00'
002125          IF HBXRCT-COMPLETED
002126          AND NOT WS-RCT-FORCED
002127              DISPLAY 'HBXTRRPT - ALREADY COMPLETED FOR '
002128                      WS-RCT-DATE ' - NOT RUN AGAIN'
002129              SET WS-RCT-REFUSED   TO TRUE
002130              GO TO 0530-EXIT
002131          END-IF
002132          ADD 1                    TO HBXRCT-RUN-COUNT
002133      ELSE
002134          MOVE SPACES              TO HBXRCT-RECORD
002135          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
002136          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
002137          MOVE 1                   TO HBXRCT-RUN-COUNT
002138      END-IF.
002139      SET HBXRCT-STARTED           TO TRUE.
002140      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
002141      ACCEPT WS-RCT-NOW FROM TIME.
002142      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
002143      MOVE 0                       TO HBXRCT-END-DATE
002144                                      HBXRCT-END-TIME
002145                                      HBXRCT-RC.
002146      INITIALIZE HBXRCT-COUNTS.
002147      IF WS-RCT-FORCED
002148          SET HBXRCT-FORCED        TO TRUE
002149      ELSE
002150          MOVE 'N'                 TO HBXRCT-FORCED-SW
002151      END-IF.
002152      WRITE HBXRCT-RECORD.
002153      IF WS-RCTF-STATUS = '22'
002154          REWRITE HBXRCT-RECORD
002155      END-IF.

002156  0530-EXIT.
002157      EXIT.
002158******************************************************************
002159*  1000-INITIALIZE - WORK OUT TODAY AND THE ROLLING WINDOW       *
002160******************************************************************
002161  1000-INITIALIZE.
002162      OPEN INPUT  HBXSUMF.
002163      OPEN OUTPUT HBXTRRPO.
002164      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002165      PERFORM 1200-LOAD-CALENDAR
002166         THRU 1200-EXIT.
002167      IF WS-CAL-ACTIVE
002168          COMPUTE WS-DAY-NUMBER =
002169                  FUNCTION INTEGER-OF-DATE(WS-TODAY)
002170                  - (WS-ROLLING-DAYS * 7)
002171      ELSE
002172          COMPUTE WS-DAY-NUMBER =
002180                  FUNCTION INTEGER-OF-DATE(WS-TODAY)
002190                  - WS-ROLLING-DAYS
002200      END-IF.

005040  9000-EXIT.
005050      EXIT.
005060******************************************************************
005070*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO     *
005080*                        THE RUN-CONTROL RECORD                  *
005090******************************************************************
005100  9500-RECORD-RUN-END.
005110      OPEN I-O HBXRCTF.
005120      IF WS-RCTF-STATUS NOT = '00'
005130          DISPLAY 'HBXTRRPT - HBXRCTF OPEN FAILED, STATUS '
005140                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
005150          GO TO 9500-EXIT
005160      END-IF.
005170      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
005180      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
005190      READ HBXRCTF.
005200      IF WS-RCTF-STATUS NOT = '00'
005210          DISPLAY 'HBXTRRPT - NO RUN-CONTROL RECORD, STATUS '
005220                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
005230          CLOSE HBXRCTF
005240          GO TO 9500-EXIT
005250      END-IF.
005260      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
005270      ACCEPT WS-RCT-NOW FROM TIME.
005280      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
005290      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
005300      MOVE RETURN-CODE             TO HBXRCT-RC.
005310      IF RETURN-CODE > 4
005320          SET HBXRCT-FAILED        TO TRUE
005330      ELSE
005340          SET HBXRCT-COMPLETED     TO TRUE
005350      END-IF.
005360      MOVE 'RC ROWS COMPARED'      TO HBXRCT-COUNT-LABEL(1).
005370      MOVE WS-TR-COUNT             TO HBXRCT-COUNT-VALUE(1).
005380      MOVE 'SPIKES FLAGGED'        TO HBXRCT-COUNT-LABEL(2).
005390      MOVE WS-SPIKE-COUNT          TO HBXRCT-COUNT-VALUE(2).
005400      REWRITE HBXRCT-RECORD.
005410      CLOSE HBXRCTF.

005420  9500-EXIT.
005430      EXIT.
