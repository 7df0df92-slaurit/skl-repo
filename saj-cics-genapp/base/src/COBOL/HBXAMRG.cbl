000240*                 REGIONS THAT COLLIDE ON THE DATE/TIME/
000250*                 TERMINAL/USERID KEY NO LONGER FIGHT FOR ONE
000260*                 VSAM KEY SLOT WHEN THE CLUSTERS ARE COMBINED.
000261* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000262*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000263*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000264*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000265*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000266*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000267*                 END, RECORD COUNTS AND RETURN CODE.
000270*****************************************************************
000280*****************************************************************
000290*                                                                *
000630      SELECT HBXAUDC ASSIGN TO HBXAUDC
000640             ORGANIZATION IS SEQUENTIAL
000650             FILE STATUS IS WS-AUDC-STATUS.

000651      SELECT HBXRCTF ASSIGN TO HBXRCTF
000652             ORGANIZATION IS INDEXED
000653             ACCESS MODE IS RANDOM
000654             RECORD KEY IS HBXRCT-KEY
000655             FILE STATUS IS WS-RCTF-STATUS.

000656      SELECT HBXRCTC ASSIGN TO HBXRCTC
000657             ORGANIZATION IS SEQUENTIAL
000658             FILE STATUS IS WS-RCTC-STATUS.
000660  DATA DIVISION.
000670  FILE SECTION.
000680  FD  HBXAUDF1
000840      RECORD CONTAINS 111 CHARACTERS.
000850  01  HBXAUDC-RECORD               PIC X(111).

000851  FD  HBXRCTF
000852      RECORD CONTAINS 200 CHARACTERS.
000853  COPY HBXRCT.

000854  FD  HBXRCTC
000855      RECORD CONTAINS 80 CHARACTERS.
000856  01  HBXRCTC-CARD.
000857      05  HBXRCTC-DATE             PIC 9(08).
000858      05  HBXRCTC-FORCE            PIC X(01).
000859          88  HBXRCTC-FORCED             VALUE 'F'.
000860      05  FILLER                   PIC X(71).

000861  WORKING-STORAGE SECTION.
000870  01  WS-AUD1-STATUS               PIC X(02).
000880  01  WS-AUD2-STATUS               PIC X(02).
000890  01  WS-AUD3-STATUS               PIC X(02).
001020          10  WS-IN-READ-COUNT     PIC 9(07) COMP-3.
001030  01  WS-WRITE-COUNT               PIC 9(07) COMP-3 VALUE 0.

001031  01  WS-RCTF-STATUS               PIC X(02).
001032  01  WS-RCTC-STATUS               PIC X(02).
001033  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXAMRG'.
001034  01  WS-RCT-DATE                  PIC 9(08).
001035  01  WS-RCT-TODAY                 PIC 9(08).
001036  01  WS-RCT-NOW.
001037      05  WS-RCT-NOW-TIME          PIC 9(06).
001038      05  FILLER                   PIC 9(02).
001039  01  WS-RCT-DX                    PIC S9(4) COMP.
001040  01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001041      88  WS-RCT-FORCED                  VALUE 'Y'.
001042  01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001043      88  WS-RCT-REFUSED                 VALUE 'Y'.
001044  COPY HBXRCTS.

001045  LINKAGE SECTION.
001050*****************************************************************
001060*  0000-MAINLINE                                                *
001070*****************************************************************
001080  PROCEDURE DIVISION.
001090  0000-MAINLINE.
001091      PERFORM 0500-CHECK-RUN-CONTROL
001092         THRU 0500-EXIT.
001093      IF WS-RCT-REFUSED
001094          STOP RUN
001095      END-IF.
001100      PERFORM 1000-INITIALIZE
001110         THRU 1000-EXIT.
001120      PERFORM 3000-MERGE-ONE-RECORD
001140         UNTIL WS-LIVE-COUNT = 0.
001150      PERFORM 9000-TERMINATE
001160         THRU 9000-EXIT.
001163      PERFORM 9500-RECORD-RUN-END
001166         THRU 9500-EXIT.
001170      STOP RUN.

001180  0000-EXIT.
001190      EXIT.
001191*****************************************************************
001192*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND   *
001193*                           NO SECOND RUN UNLESS FORCED         *
001194*****************************************************************
001195  0500-CHECK-RUN-CONTROL.
001196      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001197      ACCEPT WS-RCT-NOW FROM TIME.
001198      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001199      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001200          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001201              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001202      END-IF.
001203      PERFORM 0510-READ-RUN-CARD
001204         THRU 0510-EXIT.
001205      OPEN I-O HBXRCTF.
001206      IF WS-RCTF-STATUS = '35'
001207          OPEN OUTPUT HBXRCTF
001208          CLOSE HBXRCTF
001209          OPEN I-O HBXRCTF
001210      END-IF.
001211      IF WS-RCTF-STATUS NOT = '00'
001212          DISPLAY 'HBXAMRG - HBXRCTF OPEN FAILED, STATUS '
001213                  WS-RCTF-STATUS
001214          SET WS-RCT-REFUSED       TO TRUE
001215          MOVE 12                  TO RETURN-CODE
001216          GO TO 0500-EXIT
001217      END-IF.
001218      SET HBXRCTS-IX               TO 1.
001219      SEARCH HBXRCTS-ENTRY
001220          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001221              PERFORM 0520-CHECK-PREREQUISITE
001222                 THRU 0520-EXIT
001223                 VARYING WS-RCT-DX FROM 1 BY 1
001224                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001225      END-SEARCH.
001226      IF NOT WS-RCT-REFUSED
001227          PERFORM 0530-RECORD-RUN-START
001228             THRU 0530-EXIT
001229      END-IF.
001230      CLOSE HBXRCTF.
001231      IF WS-RCT-REFUSED
001232          MOVE 12                  TO RETURN-CODE
001233      END-IF.

001234  0500-EXIT.
001235      EXIT.
001236*****************************************************************
001237*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN *
001238*                       COLUMNS 1-8 (THE CURRENT ONE WHEN       *
001239*                       BLANK), F IN COLUMN 9 TO FORCE          *
001240*                       THE RUN                                 *
001241*****************************************************************
001242  0510-READ-RUN-CARD.
001243      OPEN INPUT HBXRCTC.
001244      IF WS-RCTC-STATUS NOT = '00'
001245          GO TO 0510-EXIT
001246      END-IF.
001247      READ HBXRCTC
001248          AT END
001249              CLOSE HBXRCTC
001250              GO TO 0510-EXIT
001251      END-READ.
001252      IF HBXRCTC-DATE IS NUMERIC
001253      AND HBXRCTC-DATE > 0
001254          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001255      END-IF.
001256      IF HBXRCTC-FORCED
001257          SET WS-RCT-FORCED        TO TRUE
001258          DISPLAY 'HBXAMRG - RUN FORCED BY HBXRCTC'
001259      END-IF.
001260      CLOSE HBXRCTC.

001261  0510-EXIT.
001262      EXIT.
001263*****************************************************************
001264*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST   *
001265*                            HAVE COMPLETED FOR THE SAME DATE   *
001266*****************************************************************
001267  0520-CHECK-PREREQUISITE.
001268      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001269      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001270                                   TO HBXRCT-KEY-STEP.
001271      READ HBXRCTF.
001272      IF WS-RCTF-STATUS = '00'
001273      AND HBXRCT-COMPLETED
001274          GO TO 0520-EXIT
001275      END-IF.
001276      DISPLAY 'HBXAMRG - PREREQUISITE '
001277              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001278              ' NOT COMPLETED FOR ' WS-RCT-DATE.
001279      IF WS-RCT-FORCED
001280          DISPLAY 'HBXAMRG - FORCED - RUNNING WITHOUT IT'
001281      ELSE
001282          SET WS-RCT-REFUSED       TO TRUE
001283      END-IF.

001284  0520-EXIT.
001285      EXIT.
001286*****************************************************************
001287*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE     *
001288*                          UNLESS FORCED, ELSE MARK IT STARTED  *
001289*****************************************************************
001290  0530-RECORD-RUN-START.
001291      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001292      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001293      READ HBXRCTF.
001294      IF WS-RCTF-STATUS = '00'
001295          IF HBXRCT-COMPLETED
001296          AND NOT WS-RCT-FORCED
001297              DISPLAY 'HBXAMRG - ALREADY COMPLETED FOR '
001298                      WS-RCT-DATE ' - NOT RUN AGAIN'
001299              SET WS-RCT-REFUSED   TO TRUE
001300              GO TO 0530-EXIT
001301          END-IF
001302          ADD 1                    TO HBXRCT-RUN-COUNT
001303      ELSE
001304          MOVE SPACES              TO HBXRCT-RECORD
001305          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001306          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001307          MOVE 1                   TO HBXRCT-RUN-COUNT
001308      END-IF.
001309      SET HBXRCT-STARTED           TO TRUE.
001310      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001311      ACCEPT WS-RCT-NOW FROM TIME.
001312      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001313      MOVE 0                       TO HBXRCT-END-DATE
001314                                      HBXRCT-END-TIME
001315                                      HBXRCT-RC.
001316      INITIALIZE HBXRCT-COUNTS.
001317      IF WS-RCT-FORCED
001318          SET HBXRCT-FORCED        TO TRUE
001319      ELSE
001320          MOVE 'N'                 TO HBXRCT-FORCED-SW
001321      END-IF.
001322      WRITE HBXRCT-RECORD.
001323      IF WS-RCTF-STATUS = '22'
001324          REWRITE HBXRCT-RECORD
001325      END-IF.

001326  0530-EXIT.
001327      EXIT.
001328*****************************************************************
001329*  1000-INITIALIZE - OPEN WHAT EXISTS AND PRIME EACH INPUT      *
001330*****************************************************************
001331  1000-INITIALIZE.
001332      OPEN OUTPUT HBXAUDC.
001333      MOVE 0                       TO WS-LIVE-COUNT.
001334      PERFORM 1100-PRIME-ONE-INPUT
001335         THRU 1100-EXIT
001336         VARYING WS-IN-IX FROM 1 BY 1
001337         UNTIL WS-IN-IX > 3.

001338  1000-EXIT.
001339      EXIT.
001340*****************************************************************
001341*  1100-PRIME-ONE-INPUT - OPEN AND READ THE FIRST RECORD; A     *
001342*                         MISSING REGION FILE JUST SITS AT EOF  *
001350*****************************************************************
001360  1100-PRIME-ONE-INPUT.
001370      MOVE 'Y'                     TO WS-IN-EOF-SW(WS-IN-IX).

002540  9000-EXIT.
002550      EXIT.
002560*****************************************************************
002570*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO    *
002580*                        THE RUN-CONTROL RECORD                 *
002590*****************************************************************
002600  9500-RECORD-RUN-END.
002610      OPEN I-O HBXRCTF.
002620      IF WS-RCTF-STATUS NOT = '00'
002630          DISPLAY 'HBXAMRG - HBXRCTF OPEN FAILED, STATUS '
002640                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
002650          GO TO 9500-EXIT
002660      END-IF.
002670      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
002680      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
002690      READ HBXRCTF.
002700      IF WS-RCTF-STATUS NOT = '00'
002710          DISPLAY 'HBXAMRG - NO RUN-CONTROL RECORD, STATUS '
002720                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
002730          CLOSE HBXRCTF
002740          GO TO 9500-EXIT
002750      END-IF.
002760      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
002770      ACCEPT WS-RCT-NOW FROM TIME.
002780      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
002790      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
002800      MOVE RETURN-CODE             TO HBXRCT-RC.
002810      IF RETURN-CODE > 4
002820          SET HBXRCT-FAILED        TO TRUE
002830      ELSE
002840          SET HBXRCT-COMPLETED     TO TRUE
002850      END-IF.
002860      MOVE 'REGION 1 READ'         TO HBXRCT-COUNT-LABEL(1).
002870      MOVE WS-IN-READ-COUNT(1)     TO HBXRCT-COUNT-VALUE(1).
002880      MOVE 'REGION 2 READ'         TO HBXRCT-COUNT-LABEL(2).
002890      MOVE WS-IN-READ-COUNT(2)     TO HBXRCT-COUNT-VALUE(2).
002900      MOVE 'REGION 3 READ'         TO HBXRCT-COUNT-LABEL(3).
002910      MOVE WS-IN-READ-COUNT(3)     TO HBXRCT-COUNT-VALUE(3).
002920      MOVE 'MERGED WRITTEN'        TO HBXRCT-COUNT-LABEL(4).
002930      MOVE WS-WRITE-COUNT          TO HBXRCT-COUNT-VALUE(4).
002940      REWRITE HBXRCT-RECORD.
002950      CLOSE HBXRCTF.

002960  9500-EXIT.
002970      EXIT.
