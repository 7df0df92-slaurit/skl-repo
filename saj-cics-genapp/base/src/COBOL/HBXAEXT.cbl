000200*                 DAY'S HBXAUDF RECORDS FOR THE DISTRIBUTED
000210*                 ANALYTICS PLATFORM, WHICH CANNOT READ A VSAM
000220*                 KSDS WITH PACKED AND BINARY FIELDS.
000223* 2026-09-30 JLS  EXPORT CACHE INDICATOR 'F' (DEGRADED-MODE
000226*                 FALLBACK ANSWER) AS WELL AS 'Y' AND 'N'.
000227* 2026-10-14 JLS  CHECK AND RECORD THE RUN ON THE HBXRCTF
000228*                 END-OF-DAY RUN-CONTROL FILE (COPY HBXRCT AND
000229*                 HBXRCTS).  REFUSES TO RUN (RC=12) UNTIL EVERY
000230*                 PREREQUISITE STEP HAS COMPLETED FOR THE BUSINESS
000231*                 DATE, OR A SECOND TIME FOR THE SAME DATE UNLESS
000232*                 THE HBXRCTC CARD FORCES IT.  RECORDS THE START,
000233*                 END, RECORD COUNTS AND RETURN CODE.
000234*****************************************************************
000240*****************************************************************
000250*                                                                *
000260*   H B X A E X T                                                *
000500      SELECT HBXAEXTO ASSIGN TO HBXAEXTO
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS WS-EXT-STATUS.

000521      SELECT HBXRCTF ASSIGN TO HBXRCTF
000522             ORGANIZATION IS INDEXED
000523             ACCESS MODE IS RANDOM
000524             RECORD KEY IS HBXRCT-KEY
000525             FILE STATUS IS WS-RCTF-STATUS.

000526      SELECT HBXRCTC ASSIGN TO HBXRCTC
000527             ORGANIZATION IS SEQUENTIAL
000528             FILE STATUS IS WS-RCTC-STATUS.
000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  HBXAUDF
000590      RECORD CONTAINS 113 CHARACTERS.
000600  01  HBXAEXTO-RECORD              PIC X(113).

000601  FD  HBXRCTF
000602      RECORD CONTAINS 200 CHARACTERS.
000603  COPY HBXRCT.

000604  FD  HBXRCTC
000605      RECORD CONTAINS 80 CHARACTERS.
000606  01  HBXRCTC-CARD.
000607      05  HBXRCTC-DATE             PIC 9(08).
000608      05  HBXRCTC-FORCE            PIC X(01).
000609          88  HBXRCTC-FORCED             VALUE 'F'.
000610      05  FILLER                   PIC X(71).

000611  WORKING-STORAGE SECTION.
000620  01  WS-AUDIT-STATUS              PIC X(02).
000630      88  WS-AUDIT-OK                    VALUE '00'.
000640      88  WS-AUDIT-EOF                   VALUE '10'.
000990  01  WS-CC-DISPLAY                PIC 99.
001000  01  WS-RC-DISPLAY                PIC 9(09).

001001  01  WS-RCTF-STATUS               PIC X(02).
001002  01  WS-RCTC-STATUS               PIC X(02).
001003  01  WS-RCT-STEP                  PIC X(08) VALUE 'HBXAEXT'.
001004  01  WS-RCT-DATE                  PIC 9(08).
001005  01  WS-RCT-TODAY                 PIC 9(08).
001006  01  WS-RCT-NOW.
001007      05  WS-RCT-NOW-TIME          PIC 9(06).
001008      05  FILLER                   PIC 9(02).
001009  01  WS-RCT-DX                    PIC S9(4) COMP.
001010  01  WS-RCT-FORCE-SW              PIC X(01) VALUE 'N'.
001011      88  WS-RCT-FORCED                  VALUE 'Y'.
001012  01  WS-RCT-REFUSE-SW             PIC X(01) VALUE 'N'.
001013      88  WS-RCT-REFUSED                 VALUE 'Y'.
001014  COPY HBXRCTS.

001015  LINKAGE SECTION.
001020*****************************************************************
001030*  0000-MAINLINE                                                *
001040*****************************************************************
001050  PROCEDURE DIVISION.
001060  0000-MAINLINE.
001061      PERFORM 0500-CHECK-RUN-CONTROL
001062         THRU 0500-EXIT.
001063      IF WS-RCT-REFUSED
001064          STOP RUN
001065      END-IF.
001070      PERFORM 1000-INITIALIZE
001080         THRU 1000-EXIT.
001090      PERFORM 2000-READ-AUDIT
001130         UNTIL WS-AUDIT-DONE.
001140      PERFORM 9000-TERMINATE
001150         THRU 9000-EXIT.
001153      PERFORM 9500-RECORD-RUN-END
001156         THRU 9500-EXIT.
001160      STOP RUN.

001170  0000-EXIT.
001180      EXIT.
001181*****************************************************************
001182*  0500-CHECK-RUN-CONTROL - BUSINESS DATE, PREREQUISITES, AND   *
001183*                           NO SECOND RUN UNLESS FORCED         *
001184*****************************************************************
001185  0500-CHECK-RUN-CONTROL.
001186      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
001187      ACCEPT WS-RCT-NOW FROM TIME.
001188      MOVE WS-RCT-TODAY            TO WS-RCT-DATE.
001189      IF WS-RCT-NOW-TIME < HBXRCTS-DAY-CUTOFF
001190          COMPUTE WS-RCT-DATE = FUNCTION DATE-OF-INTEGER
001191              (FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY) - 1)
001192      END-IF.
001193      PERFORM 0510-READ-RUN-CARD
001194         THRU 0510-EXIT.
001195      OPEN I-O HBXRCTF.
001196      IF WS-RCTF-STATUS = '35'
001197          OPEN OUTPUT HBXRCTF
001198          CLOSE HBXRCTF
001199          OPEN I-O HBXRCTF
001200      END-IF.
001201      IF WS-RCTF-STATUS NOT = '00'
001202          DISPLAY 'HBXAEXT - HBXRCTF OPEN FAILED, STATUS '
001203                  WS-RCTF-STATUS
001204          SET WS-RCT-REFUSED       TO TRUE
001205          MOVE 12                  TO RETURN-CODE
001206          GO TO 0500-EXIT
001207      END-IF.
001208      SET HBXRCTS-IX               TO 1.
001209      SEARCH HBXRCTS-ENTRY
001210          WHEN HBXRCTS-STEP(HBXRCTS-IX) = WS-RCT-STEP
001211              PERFORM 0520-CHECK-PREREQUISITE
001212                 THRU 0520-EXIT
001213                 VARYING WS-RCT-DX FROM 1 BY 1
001214                 UNTIL WS-RCT-DX > HBXRCTS-DEP-COUNT(HBXRCTS-IX)
001215      END-SEARCH.
001216      IF NOT WS-RCT-REFUSED
001217          PERFORM 0530-RECORD-RUN-START
001218             THRU 0530-EXIT
001219      END-IF.
001220      CLOSE HBXRCTF.
001221      IF WS-RCT-REFUSED
001222          MOVE 12                  TO RETURN-CODE
001223      END-IF.

001224  0500-EXIT.
001225      EXIT.
001226*****************************************************************
001227*  0510-READ-RUN-CARD - OPTIONAL HBXRCTC CARD: BUSINESS DATE IN *
001228*                       COLUMNS 1-8 (THE CURRENT ONE WHEN       *
001229*                       BLANK), F IN COLUMN 9 TO FORCE          *
001230*                       THE RUN                                 *
001231*****************************************************************
001232  0510-READ-RUN-CARD.
001233      OPEN INPUT HBXRCTC.
001234      IF WS-RCTC-STATUS NOT = '00'
001235          GO TO 0510-EXIT
001236      END-IF.
001237      READ HBXRCTC
001238          AT END
001239              CLOSE HBXRCTC
001240              GO TO 0510-EXIT
001241      END-READ.
001242      IF HBXRCTC-DATE IS NUMERIC
001243      AND HBXRCTC-DATE > 0
001244          MOVE HBXRCTC-DATE        TO WS-RCT-DATE
001245      END-IF.
001246      IF HBXRCTC-FORCED
001247          SET WS-RCT-FORCED        TO TRUE
001248          DISPLAY 'HBXAEXT - RUN FORCED BY HBXRCTC'
001249      END-IF.
001250      CLOSE HBXRCTC.

001251  0510-EXIT.
001252      EXIT.
001253*****************************************************************
001254*  0520-CHECK-PREREQUISITE - ONE STEP THIS ONE WAITS FOR MUST   *
001255*                            HAVE COMPLETED FOR THE SAME DATE   *
001256*****************************************************************
001257  0520-CHECK-PREREQUISITE.
001258      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001259      MOVE HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001260                                   TO HBXRCT-KEY-STEP.
001261      READ HBXRCTF.
001262      IF WS-RCTF-STATUS = '00'
001263      AND HBXRCT-COMPLETED
001264          GO TO 0520-EXIT
001265      END-IF.
001266      DISPLAY 'HBXAEXT - PREREQUISITE '
001267              HBXRCTS-DEP-STEP(HBXRCTS-IX, WS-RCT-DX)
001268              ' NOT COMPLETED FOR ' WS-RCT-DATE.
001269      IF WS-RCT-FORCED
001270          DISPLAY 'HBXAEXT - FORCED - RUNNING WITHOUT IT'
001271      ELSE
001272          SET WS-RCT-REFUSED       TO TRUE
001273      END-IF.

001274  0520-EXIT.
001275      EXIT.
001276*****************************************************************
001277*  0530-RECORD-RUN-START - REFUSE A SECOND RUN FOR THE DATE     *
001278*                          UNLESS FORCED, ELSE MARK IT STARTED  *
001279*****************************************************************
001280  0530-RECORD-RUN-START.
001281      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
001282      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
001283      READ HBXRCTF.
001284      IF WS-RCTF-STATUS = '00'
001285          IF HBXRCT-COMPLETED
001286          AND NOT WS-RCT-FORCED
001287              DISPLAY 'HBXAEXT - ALREADY COMPLETED FOR '
001288                      WS-RCT-DATE ' - NOT RUN AGAIN'
001289              SET WS-RCT-REFUSED   TO TRUE
001290              GO TO 0530-EXIT
001291          END-IF
001292          ADD 1                    TO HBXRCT-RUN-COUNT
001293      ELSE
001294          MOVE SPACES              TO HBXRCT-RECORD
001295          MOVE WS-RCT-DATE         TO HBXRCT-KEY-DATE
001296          MOVE WS-RCT-STEP         TO HBXRCT-KEY-STEP
001297          MOVE 1                   TO HBXRCT-RUN-COUNT
001298      END-IF.
001299      SET HBXRCT-STARTED           TO TRUE.
001300      MOVE WS-RCT-TODAY            TO HBXRCT-START-DATE.
001301      ACCEPT WS-RCT-NOW FROM TIME.
001302      MOVE WS-RCT-NOW-TIME         TO HBXRCT-START-TIME.
001303      MOVE 0                       TO HBXRCT-END-DATE
001304                                      HBXRCT-END-TIME
001305                                      HBXRCT-RC.
001306      INITIALIZE HBXRCT-COUNTS.
001307      IF WS-RCT-FORCED
001308          SET HBXRCT-FORCED        TO TRUE
001309      ELSE
001310          MOVE 'N'                 TO HBXRCT-FORCED-SW
001311      END-IF.
001312      WRITE HBXRCT-RECORD.
001313      IF WS-RCTF-STATUS = '22'
001314          REWRITE HBXRCT-RECORD
001315      END-IF.

001316  0530-EXIT.
001317      EXIT.
001318*****************************************************************
001319*  1000-INITIALIZE                                              *
001320*****************************************************************
001321  1000-INITIALIZE.
001322      OPEN INPUT  HBXAUDF.
001323      OPEN OUTPUT HBXAEXTO.
001324      ACCEPT WS-TODAY FROM DATE YYYYMMDD.

001325  1000-EXIT.
001326      EXIT.
001327*****************************************************************
001328*  2000-READ-AUDIT                                              *
001329*****************************************************************
001330  2000-READ-AUDIT.
001331      READ HBXAUDF NEXT RECORD
001332          AT END
001340              SET WS-AUDIT-DONE   TO TRUE
001350      END-READ.

001740          ADD 1                    TO WS-OLD-LAYOUT-COUNT
001750      END-IF.
001760      IF HBXAUD-FROM-CACHE OR HBXAUD-FROM-SERVER
001765      OR HBXAUD-FROM-FALLBACK
001770          MOVE HBXAUD-CACHE-IND    TO WS-EX-CACHE
001780      ELSE
001790          MOVE SPACE               TO WS-EX-CACHE

001950  9000-EXIT.
001960      EXIT.
001970*****************************************************************
001980*  9500-RECORD-RUN-END - END TIME, COUNTS AND RETURN CODE TO    *
001990*                        THE RUN-CONTROL RECORD                 *
002000*****************************************************************
002010  9500-RECORD-RUN-END.
002020      OPEN I-O HBXRCTF.
002030      IF WS-RCTF-STATUS NOT = '00'
002040          DISPLAY 'HBXAEXT - HBXRCTF OPEN FAILED, STATUS '
002050                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
002060          GO TO 9500-EXIT
002070      END-IF.
002080      MOVE WS-RCT-DATE             TO HBXRCT-KEY-DATE.
002090      MOVE WS-RCT-STEP             TO HBXRCT-KEY-STEP.
002100      READ HBXRCTF.
002110      IF WS-RCTF-STATUS NOT = '00'
002120          DISPLAY 'HBXAEXT - NO RUN-CONTROL RECORD, STATUS '
002130                  WS-RCTF-STATUS ' - RUN END NOT RECORDED'
002140          CLOSE HBXRCTF
002150          GO TO 9500-EXIT
002160      END-IF.
002170      ACCEPT WS-RCT-TODAY FROM DATE YYYYMMDD.
002180      ACCEPT WS-RCT-NOW FROM TIME.
002190      MOVE WS-RCT-TODAY            TO HBXRCT-END-DATE.
002200      MOVE WS-RCT-NOW-TIME         TO HBXRCT-END-TIME.
002210      MOVE RETURN-CODE             TO HBXRCT-RC.
002220      IF RETURN-CODE > 4
002230          SET HBXRCT-FAILED        TO TRUE
002240      ELSE
002250          SET HBXRCT-COMPLETED     TO TRUE
002260      END-IF.
002270      MOVE 'RECORDS READ'          TO HBXRCT-COUNT-LABEL(1).
002280      MOVE WS-READ-COUNT           TO HBXRCT-COUNT-VALUE(1).
002290      MOVE 'RECORDS EXPORTED'      TO HBXRCT-COUNT-LABEL(2).
002300      MOVE WS-EXPORT-COUNT         TO HBXRCT-COUNT-VALUE(2).
002310      MOVE 'OLD LAYOUT'            TO HBXRCT-COUNT-LABEL(3).
002320      MOVE WS-OLD-LAYOUT-COUNT     TO HBXRCT-COUNT-VALUE(3).
002330      REWRITE HBXRCT-RECORD.
002340      CLOSE HBXRCTF.

002350  9500-EXIT.
002360      EXIT.
