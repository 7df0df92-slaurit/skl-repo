000290*                 WITH 'HBXMON' IN THE AUDIT PROGRAM FIELD AND,
000300*                 LIKE HBXRRST'S, MUST NOT BE COUNTED AS
000310*                 ORIGINAL SEVERE COMPLETIONS.
000312* 2026-09-30 JLS  A DEGRADED-MODE FALLBACK ANSWER IS LOGGED WITH
000314*                 THE POLICY CC BUT IS STILL SUSPENDED FOR A REAL
000316*                 RE-DECISION - COUNT IT WITH THE SEVERES.
000317* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000318*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000319*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000320*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000321*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000322*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000323*                 END, RECORD COUNTS AND RETURN CODE.
000324* 2026-10-15 JLS  HBXSUSA RECORD 1095 -> 2200 BYTES TO MATCH THE
000325*                 HBXARCH GENERATIONS (THE OLD LENGTH FAILED THE
000326*                 OPEN, SO NO ARCHIVED KEYS LOADED AND EVERY
000327*                 ARCHIVED SUSPENSE WAS REPORTED AS AN ORPHAN).
000328*                 A BAD HBXSUSA OPEN STATUS IS NOW DISPLAYED.
000329*****************************************************************
000330*****************************************************************
000340*                                                                *
000350*   H B X S R C N                                                *
000740      SELECT HBXSRCNO ASSIGN TO HBXSRCNO
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
000790  FD  HBXAUDF
000830  COPY HBXSUSP.

000840  FD  HBXSUSA
000850      RECORD CONTAINS 2200 CHARACTERS.
000860  01  HBXSUSA-RECORD.
000870      05  HBXSUSA-KEY              PIC X(26).
000880      05  FILLER                   PIC X(2174).

000890  FD  HBXSRCNO
000900      RECORD CONTAINS 133 CHARACTERS.
000910  01  HBXSRCNO-LINE                PIC X(133).

000911  FD  HBXRCTF
000912      RECORD CONTAINS 200 CHARACTERS.
000913  COPY HBXRCT.

000914  FD  HBXRCTC
000915      RECORD CONTAINS 80 CHARACTERS.
000916  01  HBXRCTC-CARD.
000917      05  HBXRCTC-DATE             PIC 9(08).
000918      05  HBXRCTC-FORCE            PIC X(01).
000919          88  HBXRCTC-FORCED             VALUE 'F'.
000920      05  FILLER                   PIC X(71).

000921  WORKING-STORAGE SECTION.
000930  01  WS-AUDIT-STATUS              PIC X(02).
000940  01  WS-SUSF-STATUS               PIC X(02).
000950  01  WS-SUSA-STATUS               PIC X(02).
001530  01  HBRC-CODES.
001540      COPY HBRC.

001541  01  WS-RCTF-STATUS               PIC X(02).
001542  01  WS-RCTC-STATUS               PIC X(02).
001543  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXSRCN'.
001544  01  WS-RCT-DATE                  PIC 9(08).
001545  01  WS-RCT-TODAY                 PIC 9(08).
001546  01  WS-RCT-NOW.
001547      05  WS-RCT-NOW-TIME          PIC 9(06).
001548      05  FILLER                   PIC 9(02).
001549  01  WS-RCT-DX                    PIC S9(4) COMP.
001550  01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001551      88  WS-RCT-FORCED                  VALUE 'Y'.
001552  01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001553      88  WS-RCT-REFUSED                 VALUE 'Y'.
001554  COPY HBXRCTS.

001555  LINKAGE SECTION.
001560*****************************************************************
001570*  0000-MAINLINE                                                *
001580*****************************************************************
001590  PROCEDURE DIVISION.
001600  0000-MAINLINE.
001601      PERFORM 0500-CHECK-RUN-CONTROL
001602         THRU 0500-EXIT.
001603      IF WS-RCT-REFUSED
001604          STOP RUN
001605      END-IF.
001610      PERFORM 1000-INITIALIZE
001620         THRU 1000-EXIT.
001630      PERFORM 1500-LOAD-ARCHIVE-KEYS
001700         THRU 4000-EXIT.
001710      PERFORM 9000-TERMINATE
001720         THRU 9000-EXIT.
001723      PERFORM 9500-RECORD-RUN-END
001726         THRU 9500-EXIT.
001730      STOP RUN.

001740  0000-EXIT.
001750      EXIT.
001751*****************************************************************
001752*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND   *
001753*                           NO SECOND RUN UNLESS FORCED         *
001754*****************************************************************
001755  0500-CHECK-RUN-CONTROL.
001756      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001757      ACCEPT WS-RCT-NOW FROM TIME.
001758      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001759      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001760          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001761              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001762      END-IF.
001763      PERFORM 0510-READ-RUN-CARD
001764         THRU 0510-EXIT.
001765      OPEN I-O HBXRCTF.
001766      IF WS-RCTF-STATUS = '35'
001767          OPEN OUTPUT HBXRCTF
001768          CLOSE HBXRCTF
001769          OPEN I-O HBXRCTF
001770      END-IF.
001771      IF WS-RCTF-STATUS NOT = '00'
001772          DISPLAY 'HBXSRCN - HBXRCTF OPEN FAILED, STATUS '
001773                  WS-RCTF-STATUS
001774          SET WS-RCT-REFUSED       TO TRUE
001775          MOVE 12                  TO RETURN-CODE
001776          GO TO 0500-EXIT
001777      END-IF.
001778      SET HBXRCTS-IX               TO 1.
001779      SEARCH HBXRCTS-ENTRY
001780          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001781              PERFORM 0520-CHECK-PREREQUISITE
001782                 THRU 0520-EXIT
001783                 VARYING WS-RCT-DX FROM 1 BY 1
001784                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001785      END-SEARCH.
001786      IF NOT WS-RCT-REFUSED
001787          PERFORM 0530-RECORD-RUN-START
001788             THRU 0530-EXIT
001789      END-IF.
001790      CLOSE HBXRCTF.
001791      IF WS-RCT-REFUSED
001792          MOVE 12                  TO RETURN-CODE
001793      END-IF.

001794  0500-EXIT.
001795      EXIT.
001796*****************************************************************
001797*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN *
001798*                       COLUMNS 1-8 (THE CURRENT ONE WHEN       *
001799*                       BLANK), F IN COLUMN 9 TO FORCE          *
001800*                       THE RUN                                 *
001801*****************************************************************
001802  0510-READ-RUN-CARD.
001803      OPEN INPUT HBXRCTC.
001804      IF WS-RCTC-STATUS NOT = '00'
001805          GO TO 0510-EXIT
001806      END-IF.
001807      READ HBXRCTC
001808          AT END
001809              CLOSE HBXRCTC
001810              GO TO 0510-EXIT
001811      END-READ.
001812      IF HBXRCTC-DATE IS NUMERIC
001813      AND HBXRCTC-DATE > 0
001814          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001815      END-IF.
001816      IF HBXRCTC-FORCED
001817          SET WS-RCT-FORCED        TO TRUE
001818          DISPLAY 'HBXSRCN - RUN FORCED BY HBXRCTC'
001819      END-IF.
001820      CLOSE HBXRCTC.

001821  0510-EXIT.
001822      EXIT.
001823*****************************************************************
001824*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST   *
001825*                            HAVE COMPLETED FOR THE SAME DATE   *
001826*****************************************************************
001827  0520-CHECK-PREREQUISITE.
001828      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001829      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001830                                   TO HBXRCT-KEY-STEP.
001831      READ HBXRCTF.
001832      IF WS-RCTF-STATUS = '00'
001833      AND HBXRCT-COMPLETED
001834          GO TO 0520-EXIT
001835      END-IF.
001836      DISPLAY 'HBXSRCN - PREREQUISITE '
001837              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001838              ' NOT COMPLETED FOR ' WS-RCT-DATE.
001839      IF WS-RCT-FORCED
001840          DISPLAY 'HBXSRCN - FORCED - RUNNING WITHOUT IT'
001841      ELSE
001842          SET WS-RCT-REFUSED       TO TRUE
001843      END-IF.

001844  0520-EXIT.
001845      EXIT.
001846*****************************************************************
001847*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE     *
001848*                          UNLESS FORCED, ELSE MARK IT STARTED  *
001849*****************************************************************
001850  0530-RECORD-RUN-START.
001851      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001852      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001853      READ HBXRCTF.
001854      IF WS-RCTF-STATUS = '00'
001855          IF HBXRCT-COMPLETED
001856          AND NOT WS-RCT-FORCED
001857              DISPLAY 'HBXSRCN - ALREADY COMPLETED FOR '
001858                      WS-RCT-DATE ' - NOT RUN AGAIN'
001859              SET WS-RCT-REFUSED   TO TRUE
001860              GO TO 0530-EXIT
001861          END-IF
001862          ADD 1                    TO HBXRCT-RUN-COUNT
001863      ELSE
001864          MOVE SPACES              TO HBXRCT-RECORD
001865          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001866          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001867          MOVE 1                   TO HBXRCT-RUN-COUNT
001868      END-IF.
001869      SET HBXRCT-STARTED           TO TRUE.
001870      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001871      ACCEPT WS-RCT-NOW FROM TIME.
001872      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001873      MOVE 0                       TO HBXRCT-END-DATE
001874                                      HBXRCT-END-TIME
001875                                      HBXRCT-RC.
001876      INITIALIZE HBXRCT-COUNTS.
001877      IF WS-RCT-FORCED
001878          SET HBXRCT-FORCED        TO TRUE
001879      ELSE
001880          MOVE 'N'                 TO HBXRCT-FORCED-SW
001881      END-IF.
001882      WRITE HBXRCT-RECORD.
001883      IF WS-RCTF-STATUS = '22'
001884          REWRITE HBXRCT-RECORD
001885      END-IF.

001886  0530-EXIT.
001887      EXIT.
001888*****************************************************************
001889*  1000-INITIALIZE                                              *
001890*****************************************************************
001891  1000-INITIALIZE.
001892      OPEN INPUT  HBXAUDF.
001893      OPEN INPUT  HBXSUSF.
001894      OPEN OUTPUT HBXSRCNO.
001895      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001896      WRITE HBXSRCNO-LINE FROM WS-HEADING-1.
001897      MOVE WS-TODAY                TO WS-H2-DATE.
001898      WRITE HBXSRCNO-LINE FROM WS-HEADING-2.
001899      WRITE HBXSRCNO-LINE FROM WS-BLANK-LINE.

001900  1000-EXIT.
001901      EXIT.
001902*****************************************************************
001910*  1500-LOAD-ARCHIVE-KEYS - TODAY'S HBXSUSA KEYS, IN CASE       *
001920*                           HBXARCH ALREADY MOVED A COMPLETED   *
001930*                           SUSPENSE RECORD OFF THE CLUSTER     *
001950  1500-LOAD-ARCHIVE-KEYS.
001960      OPEN INPUT HBXSUSA.
001970      IF WS-SUSA-STATUS NOT = '00'
001972          IF WS-SUSA-STATUS NOT = '35'
001974              DISPLAY 'HBXSRCN - HBXSUSA OPEN FAILED, STATUS '
001976                      WS-SUSA-STATUS ' - NO ARCHIVED KEYS'
001978          END-IF
001980          GO TO 1500-EXIT
001990      END-IF.
002000      PERFORM 1510-READ-ARCH-SUSP
002650  2200-PROCESS-AUDIT.
002660      IF HBXAUD-KEY-DATE = WS-TODAY
002670      AND HBXAUD-API-HBRRULE
002680      AND (HBXAUD-CC = HBR-CC-SEVERE
002685      OR   HBXAUD-FROM-FALLBACK)
002690      AND HBXAUD-PROGRAM NOT = 'HBXRRST'
002700      AND HBXAUD-PROGRAM NOT = 'HBXMON'
002710          ADD 1                    TO WS-SEVERE-COUNT

004280  9000-EXIT.
004290      EXIT.
004300*****************************************************************
004310*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO    *
004320*                        THE RUN-CONTROL RECORD                 *
004330*****************************************************************
004340  9500-RECORD-RUN-END.
004350      OPEN I-O HBXRCTF.
004360      IF WS-RCTF-STATUS NOT = '00'
004370          DISPLAY 'HBXSRCN - HBXRCTF OPEN FAILED, STATUS '
004380                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
004390          GO TO 9500-EXIT
004400      END-IF.
004410      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
004420      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
004430      READ HBXRCTF.
004440      IF WS-RCTF-STATUS NOT = '00'
004450          DISPLAY 'HBXSRCN - NO RUN-CONTROL RECORD, STATUS '
004460                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
004470          CLOSE HBXRCTF
004480          GO TO 9500-EXIT
004490      END-IF.
004500      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
004510      ACCEPT WS-RCT-NOW FROM TIME.
004520      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
004530      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
004540      MOVE RETURN-CODE             TO HBXRCT-RC.
004550      IF RETURN-CODE > 4
004560          SET HBXRCT-FAILED        TO TRUE
004570      ELSE
004580          SET HBXRCT-COMPLETED     TO TRUE
004590      END-IF.
004600      MOVE 'SEVERE TODAY'          TO HBXRCT-COUNT-LABEL(1).
004610      MOVE WS-SEVERE-COUNT         TO HBXRCT-COUNT-VALUE(1).
004620      MOVE 'MATCHED LIVE'          TO HBXRCT-COUNT-LABEL(2).
004630      MOVE WS-MATCH-LIVE-COUNT     TO HBXRCT-COUNT-VALUE(2).
004640      MOVE 'ORPHANS'               TO HBXRCT-COUNT-LABEL(3).
004650      MOVE WS-ORPHAN-COUNT         TO HBXRCT-COUNT-VALUE(3).
004660      MOVE 'STUCK PENDING'         TO HBXRCT-COUNT-LABEL(4).
004670      MOVE WS-STUCK-COUNT          TO HBXRCT-COUNT-VALUE(4).
004680      REWRITE HBXRCT-RECORD.
004690      CLOSE HBXRCTF.

004700  9500-EXIT.
004710      EXIT.
