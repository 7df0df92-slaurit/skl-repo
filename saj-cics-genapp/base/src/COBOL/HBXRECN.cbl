000190* 2026-08-09 JLS  NEW PROGRAM.  END-OF-DAY RECONCILIATION OF
000200*                 HBXATMF INVOCATION-ATTEMPT COUNTS AGAINST
000210*                 HBXAUDF COMPLETION COUNTS, BY API, FOR TODAY.
000211* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000212*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000213*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000214*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000215*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000216*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000217*                 END, RECORD COUNTS AND RETURN CODE.
000220******************************************************************
000230******************************************************************
000240*                                                                *
000520          ORGANIZATION IS SEQUENTIAL
000530          FILE STATUS IS WS-RPT-STATUS.

000531      SELECT HBXRCTF ASSIGN TO HBXRCTF
000532          ORGANIZATION IS INDEXED
000533          ACCESS MODE IS RANDOM
000534          RECORD KEY IS HBXRCT-KEY
000535          FILE STATUS IS WS-RCTF-STATUS.

000536      SELECT HBXRCTC ASSIGN TO HBXRCTC
000537          ORGANIZATION IS SEQUENTIAL
000538          FILE STATUS IS WS-RCTC-STATUS.

000540  DATA DIVISION.
000550  FILE SECTION.
000560  FD  HBXATMF.
000620      RECORD CONTAINS 133 CHARACTERS.
000630  01  HBXRECNO-LINE                PIC X(133).

000631  FD  HBXRCTF
000632      RECORD CONTAINS 200 CHARACTERS.
000633  COPY HBXRCT.

000634  FD  HBXRCTC
000635      RECORD CONTAINS 80 CHARACTERS.
000636  01  HBXRCTC-CARD.
000637      05  HBXRCTC-DATE             PIC 9(08).
000638      05  HBXRCTC-FORCE            PIC X(01).
000639          88  HBXRCTC-FORCED             VALUE 'F'.
000640      05  FILLER                   PIC X(71).

000641  WORKING-STORAGE SECTION.
000650  01  WS-ATMF-STATUS                PIC X(02).
000660      88  WS-ATMF-OK                     VALUE '00'.
000670      88  WS-ATMF-EOF                    VALUE '10'.
001060      05  WS-RL-VARIANCE    PIC -ZZZ,ZZ9.
001070      05  WS-RL-FLAG        PIC X(20).

001071  01  WS-RCTF-STATUS               PIC X(02).
001072  01  WS-RCTC-STATUS               PIC X(02).
001073  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXRECN'.
001074  01  WS-RCT-DATE                  PIC 9(08).
001075  01  WS-RCT-TODAY                 PIC 9(08).
001076  01  WS-RCT-NOW.
001077      05  WS-RCT-NOW-TIME          PIC 9(06).
001078      05  FILLER                   PIC 9(02).
001079  01  WS-RCT-DX                    PIC S9(4) COMP.
001080  01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001081      88  WS-RCT-FORCED                  VALUE 'Y'.
001082  01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001083      88  WS-RCT-REFUSED                 VALUE 'Y'.
001084  COPY HBXRCTS.

001085  LINKAGE SECTION.
001090******************************************************************
001100*  0000-MAINLINE                                                *
001110******************************************************************
001120  PROCEDURE DIVISION.
001130  0000-MAINLINE.
001131      PERFORM 0500-CHECK-RUN-CONTROL
001132         THRU 0500-EXIT.
001133      IF WS-RCT-REFUSED
001134          STOP RUN
001135      END-IF.
001140      PERFORM 1000-INITIALIZE
001150         THRU 1000-EXIT.
001160      PERFORM 2000-TALLY-ATTEMPTS
001210         THRU 4000-EXIT.
001220      PERFORM 9000-TERMINATE
001230         THRU 9000-EXIT.
001233      PERFORM 9500-RECORD-RUN-END
001236         THRU 9500-EXIT.
001240      STOP RUN.

001250  0000-EXIT.
001260      EXIT.
001261******************************************************************
001262*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND    *
001263*                           NO SECOND RUN UNLESS FORCED          *
001264******************************************************************
001265  0500-CHECK-RUN-CONTROL.
001266      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001267      ACCEPT WS-RCT-NOW FROM TIME.
001268      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001269      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001270          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001271              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001272      END-IF.
001273      PERFORM 0510-READ-RUN-CARD
001274         THRU 0510-EXIT.
001275      OPEN I-O HBXRCTF.
001276      IF WS-RCTF-STATUS = '35'
001277          OPEN OUTPUT HBXRCTF
001278          CLOSE HBXRCTF
001279          OPEN I-O HBXRCTF
001280      END-IF.
001281      IF WS-RCTF-STATUS NOT = '00'
001282          DISPLAY 'HBXRECN - HBXRCTF OPEN FAILED, STATUS '
001283                  WS-RCTF-STATUS
001284          SET WS-RCT-REFUSED       TO TRUE
001285          MOVE 12                  TO RETURN-CODE
001286          GO TO 0500-EXIT
001287      END-IF.
001288      SET HBXRCTS-IX               TO 1.
001289      SEARCH HBXRCTS-ENTRY
001290          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001291              PERFORM 0520-CHECK-PREREQUISITE
001292                 THRU 0520-EXIT
001293                 VARYING WS-RCT-DX FROM 1 BY 1
001294                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001295      END-SEARCH.
001296      IF NOT WS-RCT-REFUSED
001297          PERFORM 0530-RECORD-RUN-START
001298             THRU 0530-EXIT
001299      END-IF.
001300      CLOSE HBXRCTF.
001301      IF WS-RCT-REFUSED
001302          MOVE 12                  TO RETURN-CODE
001303      END-IF.

001304  0500-EXIT.
001305      EXIT.
001306******************************************************************
001307*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN  *
001308*                       COLUMNS 1-8 (THE CURRENT ONE WHEN        *
001309*                       BLANK), F IN COLUMN 9 TO FORCE           *
001310*                       THE RUN                                  *
001311******************************************************************
001312  0510-READ-RUN-CARD.
001313      OPEN INPUT HBXRCTC.
001314      IF WS-RCTC-STATUS NOT = '00'
001315          GO TO 0510-EXIT
001316      END-IF.
001317      READ HBXRCTC
001318          AT END
001319              CLOSE HBXRCTC
001320              GO TO 0510-EXIT
001321      END-READ.
001322      IF HBXRCTC-DATE IS NUMERIC
001323      AND HBXRCTC-DATE > 0
001324          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001325      END-IF.
001326      IF HBXRCTC-FORCED
001327          SET WS-RCT-FORCED        TO TRUE
001328          DISPLAY 'HBXRECN - RUN FORCED BY HBXRCTC'
001329      END-IF.
001330      CLOSE HBXRCTC.

001331  0510-EXIT.
001332      EXIT.
001333******************************************************************
001334*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST    *
001335*                            HAVE COMPLETED FOR THE SAME DATE    *
001336******************************************************************
001337  0520-CHECK-PREREQUISITE.
001338      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001339      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001340                                   TO HBXRCT-KEY-STEP.
001341      READ HBXRCTF.
001342      IF WS-RCTF-STATUS = '00'
001343      AND HBXRCT-COMPLETED
001344          GO TO 0520-EXIT
001345      END-IF.
001346      DISPLAY 'HBXRECN - PREREQUISITE '
001347              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001348              ' NOT COMPLETED FOR ' WS-RCT-DATE.
001349      IF WS-RCT-FORCED
001350          DISPLAY 'HBXRECN - FORCED - RUNNING WITHOUT IT'
001351      ELSE
001352          SET WS-RCT-REFUSED       TO TRUE
001353      END-IF.

001354  0520-EXIT.
001355      EXIT.
001356******************************************************************
001357*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE      *
001358*                          UNLESS FORCED, ELSE MARK IT STARTED   *
001359******************************************************************
001360  0530-RECORD-RUN-START.
001361      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001362      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001363      READ HBXRCTF.
001364      IF WS-RCTF-STATUS = '00'
001365          IF HBXRCT-COMPLETED
001366          AND NOT WS-RCT-FORCED
001367              DISPLAY 'HBXRECN - ALREADY COMPLETED FOR '
001368                      WS-RCT-DATE ' - NOT RUN AGAIN'
001369              SET WS-RCT-REFUSED   TO TRUE
001370              GO TO 0530-EXIT
001371          END-IF
001372          ADD 1                    TO HBXRCT-RUN-COUNT
001373      ELSE
001374          MOVE SPACES              TO HBXRCT-RECORD
001375          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001376          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001377          MOVE 1                   TO HBXRCT-RUN-COUNT
001378      END-IF.
001379      SET HBXRCT-STARTED           TO TRUE.
001380      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001381      ACCEPT WS-RCT-NOW FROM TIME.
001382      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001383      MOVE 0                       TO HBXRCT-END-DATE
001384                                      HBXRCT-END-TIME
001385                                      HBXRCT-RC.
001386      INITIALIZE HBXRCT-COUNTS.
001387      IF WS-RCT-FORCED
001388          SET HBXRCT-FORCED        TO TRUE
001389      ELSE
001390          MOVE 'N'                 TO HBXRCT-FORCED-SW
001391      END-IF.
001392      WRITE HBXRCT-RECORD.
001393      IF WS-RCTF-STATUS = '22'
001394          REWRITE HBXRCT-RECORD
001395      END-IF.

001396  0530-EXIT.
001397      EXIT.
001398******************************************************************
001399*  1000-INITIALIZE                                              *
001400******************************************************************
001401  1000-INITIALIZE.
001402      OPEN INPUT  HBXATMF.
001403      OPEN INPUT  HBXAUDF.
001404      OPEN OUTPUT HBXRECNO.
001405      ACCEPT WS-TODAY FROM DATE YYYYMMDD.

001406  1000-EXIT.
001407      EXIT.
001408******************************************************************
001409*  2000-TALLY-ATTEMPTS - READ HBXATMF FOR TODAY'S ENTRIES        *
001410******************************************************************
001411  2000-TALLY-ATTEMPTS.
001412      PERFORM 2100-READ-ATMF
001420         THRU 2100-EXIT.
001430      PERFORM 2200-PROCESS-ATMF
001440         THRU 2200-EXIT

002530  9000-EXIT.
002540      EXIT.
002550******************************************************************
002560*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO     *
002570*                        THE RUN-CONTROL RECORD                  *
002580******************************************************************
002590  9500-RECORD-RUN-END.
002600      OPEN I-O HBXRCTF.
002610      IF WS-RCTF-STATUS NOT = '00'
002620          DISPLAY 'HBXRECN - HBXRCTF OPEN FAILED, STATUS '
002630                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
002640          GO TO 9500-EXIT
002650      END-IF.
002660      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
002670      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
002680      READ HBXRCTF.
002690      IF WS-RCTF-STATUS NOT = '00'
002700          DISPLAY 'HBXRECN - NO RUN-CONTROL RECORD, STATUS '
002710                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
002720          CLOSE HBXRCTF
002730          GO TO 9500-EXIT
002740      END-IF.
002750      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
002760      ACCEPT WS-RCT-NOW FROM TIME.
002770      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
002780      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
002790      MOVE RETURN-CODE             TO HBXRCT-RC.
002800      IF RETURN-CODE > 4
002810          SET HBXRCT-FAILED        TO TRUE
002820      ELSE
002830          SET HBXRCT-COMPLETED     TO TRUE
002840      END-IF.
002850      MOVE 'CONN ATTEMPTS'         TO HBXRCT-COUNT-LABEL(1).
002860      MOVE WS-CONN-ATTEMPTS        TO HBXRCT-COUNT-VALUE(1).
002870      MOVE 'CONN COMPLETIONS'      TO HBXRCT-COUNT-LABEL(2).
002880      MOVE WS-CONN-COMPLETIONS     TO HBXRCT-COUNT-VALUE(2).
002890      MOVE 'RULE ATTEMPTS'         TO HBXRCT-COUNT-LABEL(3).
002900      MOVE WS-RULE-ATTEMPTS        TO HBXRCT-COUNT-VALUE(3).
002910      MOVE 'RULE COMPLETIONS'      TO HBXRCT-COUNT-LABEL(4).
002920      MOVE WS-RULE-COMPLETIONS     TO HBXRCT-COUNT-VALUE(4).
002930      REWRITE HBXRCT-RECORD.
002940      CLOSE HBXRCTF.

002950  9500-EXIT.
002960      EXIT.

