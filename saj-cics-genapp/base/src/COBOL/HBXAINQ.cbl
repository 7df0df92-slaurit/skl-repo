000220*                 QUESTION ABOUT A RULE DECISION FROM MONTHS
000230*                 BACK IS ANSWERED WITH A READABLE REPORT
000240*                 INSTEAD OF A HEX DUMP OF GDG GENERATIONS.
000242* 2026-09-23 JLS  HBXSUSA RECORD 1095 -> 2140 BYTES - THE SUSPENSE
000244*                 RECORD NOW CARRIES THE REPLAY DECISION (SEE
000246*                 HBXSUSP.CPY).
000248* 2026-09-30 JLS  PRINT CACHE INDICATOR 'F' (DEGRADED-MODE
000250*                 FALLBACK ANSWER) AS WELL AS 'Y' AND 'N'.
000252*                 HBXSUSA RECORD 2140 -> 2200 BYTES (THE
000254*                 PROVISIONAL ANSWER - SEE HBXSUSP.CPY).
000255* 2026-10-07 JLS  EACH SUSPENSE RECORD NOW PRINTS ITS INPUT PARMS
000256*                 (AND ANY REPLAY DECISION'S OUTPUT PARMS) WITH
000257*                 THE SENSITIVE FIELDS CATALOGUED ON HBXSFCF
000258*                 MASKED.  CONTROL CARD COLUMN 61 'U' ASKS FOR
000259*                 CLEAR TEXT, GRANTED ONLY IF THE JOB CAN OPEN
000260*                 THE PROTECTED HBX.UNMASK.PARMS DATA SET ON DD
000261*                 HBXUNMK.  NO CATALOG, NO PARMS PRINTED.
000262*****************************************************************
000263*****************************************************************
000270*                                                                *
000280*   H B X A I N Q                                                *
000290*                                                                *
000360*     COLS 17-24   USERID   - BLANK FOR ANY                     *
000370*     COLS 25-56   RULEAPP  - BLANK FOR ANY                     *
000380*     COLS 57-60   SSID     - BLANK FOR ANY                     *
000385*     COL  61      U - PRINT THE PARMS UNMASKED (AUTHORIZED     *
000387*                  USERS ONLY - SEE BELOW); BLANK FOR MASKED    *
000390*                                                                *
000400*   A MISSING OR NON-NUMERIC DATE PAIR DEFAULTS TO TODAY ONLY.  *
000410*   EVERY MATCHING HBXAUDF RECORD IS PRINTED IN HBXAUD LAYOUT   *
000480*   ON.  RECORDS WRITTEN BEFORE HBXAUD-ELAPSED-MS EXISTED HOLD  *
000490*   LOW-VALUES THERE - THE FIELD IS TESTED FOR NUMERIC AND      *
000500*   PRINTED BLANK WHEN ABSENT.                                  *
000502*                                                                *
000503*   EACH SUSPENSE LINE IS FOLLOWED BY THE NON-BLANK 100-BYTE    *
000504*   SLICES OF ITS INPUT PARMS AND, WHEN IT HAS ONE, OF ITS      *
000505*   REPLAY DECISION'S OUTPUT PARMS.  THE POSITIONS CATALOGUED   *
000506*   FOR THE RULEAPP ON HBXSFCF (COPY HBXSFC) ARE MASKED UNLESS  *
000507*   COLUMN 61 ASKS FOR CLEAR TEXT AND THE JOB CAN OPEN DD       *
000508*   HBXUNMK - THE HBX.UNMASK.PARMS DATA SET, READABLE ONLY BY   *
000509*   THE PRIVILEGED GROUP, SO ANYONE ELSE'S JOB STOPS ON THE     *
000510*   SECURITY CHECK AT OPEN.  A REQUEST WITH NO HBXUNMK DD STAYS *
000511*   MASKED AND ENDS RC 4.  IF THE CATALOG CANNOT BE READ THE    *
000512*   PARMS ARE NOT PRINTED AT ALL AND THE RUN ENDS RC 4.         *
000513*                                                                *
000520*****************************************************************
000530  ENVIRONMENT DIVISION.
000540  INPUT-OUTPUT SECTION.
000750      SELECT HBXAINQO ASSIGN TO HBXAINQO
000760             ORGANIZATION IS SEQUENTIAL
000770             FILE STATUS IS WS-RPT-STATUS.

000771      SELECT HBXSFCF ASSIGN TO HBXSFCF
000772             ORGANIZATION IS SEQUENTIAL
000773             FILE STATUS IS WS-SFCF-STATUS.

000774      SELECT HBXUNMK ASSIGN TO HBXUNMK
000775             ORGANIZATION IS SEQUENTIAL
000776             FILE STATUS IS WS-UNMK-STATUS.
000780  DATA DIVISION.
000790  FILE SECTION.
000800  FD  HBXAUDF
000870  COPY HBXSUSP.

000880  FD  HBXSUSA
000890      RECORD CONTAINS 2200 CHARACTERS.
000900  01  HBXSUSA-RECORD               PIC X(2200).

000910  FD  HBXAIQC
000920      RECORD CONTAINS 80 CHARACTERS.
000960      05  HBXAIQC-USERID           PIC X(08).
000970      05  HBXAIQC-RULEAPP          PIC X(32).
000980      05  HBXAIQC-SSID             PIC X(04).
000985      05  HBXAIQC-UNMASK           PIC X(01).
000990      05  FILLER                   PIC X(19).

001000  FD  HBXAINQO
001010      RECORD CONTAINS 133 CHARACTERS.
001020  01  HBXAINQO-LINE                PIC X(133).

001021  FD  HBXSFCF
001022      RECORD CONTAINS 80 CHARACTERS.
001023  01  HBXSFCF-RECORD               PIC X(80).

001024  FD  HBXUNMK
001025      RECORD CONTAINS 80 CHARACTERS.
001026  01  HBXUNMK-RECORD               PIC X(80).

001030  WORKING-STORAGE SECTION.
001040  01  WS-AUDIT-STATUS              PIC X(02).
001050  01  WS-AUDA-STATUS               PIC X(02).
001070  01  WS-SUSA-STATUS               PIC X(02).
001080  01  WS-CARD-STATUS               PIC X(02).
001090  01  WS-RPT-STATUS                PIC X(02).
001091  01  WS-SFCF-STATUS               PIC X(02).
001092  01  WS-UNMK-STATUS               PIC X(02).
001100  01  WS-AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
001110      88  WS-AUDIT-DONE                  VALUE 'Y'.
001120  01  WS-AUDA-EOF-SW               PIC X(01) VALUE 'N'.
001170      88  WS-SUSA-DONE                   VALUE 'Y'.
001180  01  WS-MATCH-SW                  PIC X(01) VALUE 'N'.
001190      88  WS-MATCH                      VALUE 'Y'.
001191  01  WS-SFCF-EOF-SW               PIC X(01) VALUE 'N'.
001192      88  WS-SFCF-DONE                   VALUE 'Y'.
001193  01  WS-SFC-LOADED-SW             PIC X(01) VALUE 'N'.
001194      88  WS-SFC-LOADED                  VALUE 'Y'.
001195  01  WS-UNMASK-SW                 PIC X(01) VALUE 'N'.
001196      88  WS-UNMASKED                    VALUE 'Y'.
001197  01  WS-MASKED-SW                 PIC X(01) VALUE 'N'.
001198      88  WS-PARMS-MASKED                VALUE 'Y'.
001199  01  WS-WARN-SW                   PIC X(01) VALUE 'N'.
001202      88  WS-WARNING                     VALUE 'Y'.
001205  01  WS-TODAY                     PIC 9(08).
001210  01  WS-FROM-DATE                 PIC 9(08) VALUE 0.
001220  01  WS-TO-DATE                   PIC 9(08) VALUE 0.
001230  01  WS-SEL-USERID                PIC X(08) VALUE SPACES.
001240  01  WS-SEL-RULEAPP               PIC X(32) VALUE SPACES.
001250  01  WS-SEL-SSID                  PIC X(04) VALUE SPACES.
001255  01  WS-SEL-UNMASK                PIC X(01) VALUE SPACE.
001256      88  WS-UNMASK-REQUESTED            VALUE 'U'.
001257  01  WS-SFC-COUNT                 PIC S9(4) COMP VALUE 0.
001258  01  WS-SFC-MAX                   PIC S9(4) COMP VALUE 200.
001259  01  WS-SFC-TABLE.
001260      05  WS-SF-ENTRY OCCURS 200 TIMES INDEXED BY WS-SF-IX.
001261          10  WS-SF-RULEAPP        PIC X(32).
001262          10  WS-SF-PARMS          PIC X(01).
001263          10  WS-SF-OFF            PIC S9(4) COMP.
001264          10  WS-SF-LEN            PIC S9(4) COMP.
001265          10  WS-SF-MASK-LEN       PIC S9(4) COMP.
001266  01  WS-SF-WORK-OFF               PIC S9(4) COMP.
001267  01  WS-SF-WORK-LEN               PIC S9(4) COMP.
001268  01  WS-PRINT-PARMS-AREA          PIC X(01).
001269  01  WS-PRINT-PARMS               PIC X(1000).
001270  01  WS-PRINT-SLICES REDEFINES WS-PRINT-PARMS.
001271      05  WS-PRINT-SLICE OCCURS 10 TIMES PIC X(100).
001272  01  WS-SLICE-IX                  PIC S9(4) COMP VALUE 0.
001273  01  WS-COUNTS.
001274      05  WS-AUD-LIVE-COUNT        PIC 9(07) COMP-3 VALUE 0.
001280      05  WS-AUD-ARCH-COUNT        PIC 9(07) COMP-3 VALUE 0.
001290      05  WS-SUS-LIVE-COUNT        PIC 9(07) COMP-3 VALUE 0.
001300      05  WS-SUS-ARCH-COUNT        PIC 9(07) COMP-3 VALUE 0.
001305      05  WS-SUS-MASKED-COUNT      PIC 9(07) COMP-3 VALUE 0.

001310  01  WS-HEADING-1.
001320      05  FILLER     PIC X(01) VALUE '1'.
001460      05  FILLER       PIC X(01) VALUE ' '.
001470      05  FILLER       PIC X(09) VALUE 'RULEAPP: '.
001480      05  WS-H3-RLAPP  PIC X(32).
001482      05  FILLER       PIC X(09) VALUE '  PARMS: '.
001484      05  WS-H3-PARMS  PIC X(10).
001490  01  WS-SECT-AUDIT-HEADING.
001500      05  FILLER       PIC X(01) VALUE ' '.
001510      05  WS-SAH-TEXT  PIC X(60).
002120      05  WS-SL-RETRY    PIC ZZZ9.
002130      05  FILLER         PIC X(01) VALUE ' '.
002140      05  WS-SL-STATUS   PIC X(01).
002142  01  WS-PARM-LINE.
002144      05  FILLER         PIC X(05) VALUE SPACES.
002146      05  WS-PL-LABEL    PIC X(09).
002148      05  WS-PL-OFFSET   PIC 9(04).
002150      05  FILLER         PIC X(01) VALUE ' '.
002152      05  WS-PL-TEXT     PIC X(100).
002156  01  WS-COUNT-LINE.
002160      05  FILLER       PIC X(01) VALUE ' '.
002170      05  WS-CTL-LABEL PIC X(36).
002180      05  WS-CTL-COUNT PIC ZZZ,ZZ9.
002190  01  WS-BLANK-LINE.
002200      05  FILLER       PIC X(01) VALUE ' '.

002205  COPY HBXSFC.

002210  LINKAGE SECTION.
002220*****************************************************************
002230*  0000-MAINLINE                                                *
002550          MOVE HBXAIQC-USERID      TO WS-SEL-USERID
002560          MOVE HBXAIQC-RULEAPP     TO WS-SEL-RULEAPP
002570          MOVE HBXAIQC-SSID        TO WS-SEL-SSID
002575          MOVE HBXAIQC-UNMASK      TO WS-SEL-UNMASK
002580      ELSE
002590          MOVE WS-TODAY            TO WS-FROM-DATE
002600          MOVE WS-TODAY            TO WS-TO-DATE
002610          DISPLAY 'HBXAINQ - NO VALID DATE CARD - TODAY ONLY'
002620      END-IF.
002630      CLOSE HBXAIQC.
002632      PERFORM 1100-LOAD-SFC-CATALOG
002634         THRU 1100-EXIT.
002636      PERFORM 1200-CHECK-UNMASK
002638         THRU 1200-EXIT.
002640      OPEN OUTPUT HBXAINQO.
002650      WRITE HBXAINQO-LINE FROM WS-HEADING-1.
002660      MOVE WS-FROM-DATE            TO WS-H2-FROM.
002690      MOVE WS-SEL-SSID             TO WS-H2-SSID.
002700      WRITE HBXAINQO-LINE FROM WS-HEADING-2.
002710      MOVE WS-SEL-RULEAPP          TO WS-H3-RLAPP.
002712      EVALUATE TRUE
002714          WHEN WS-UNMASKED
002716              MOVE 'UNMASKED'      TO WS-H3-PARMS
002718          WHEN WS-SFC-LOADED
002720              MOVE 'MASKED'        TO WS-H3-PARMS
002722          WHEN OTHER
002724              MOVE 'SUPPRESSED'    TO WS-H3-PARMS
002726      END-EVALUATE.
002728      WRITE HBXAINQO-LINE FROM WS-HEADING-3.
002730      WRITE HBXAINQO-LINE FROM WS-BLANK-LINE.

002740  1000-EXIT.
002750      EXIT.
002751*****************************************************************
002752*  1100-LOAD-SFC-CATALOG - THE SENSITIVE-FIELD CATALOG INTO     *
002753*                          WS-SFC-TABLE.  IF IT CANNOT BE READ  *
002754*                          NO PARMS ARE PRINTED                 *
002755*****************************************************************
002756  1100-LOAD-SFC-CATALOG.
002757      OPEN INPUT HBXSFCF.
002758      IF WS-SFCF-STATUS NOT = '00'
002759          DISPLAY 'HBXAINQ - HBXSFCF OPEN FAILED, STATUS '
002760                  WS-SFCF-STATUS ' - PARMS NOT PRINTED'
002761          SET WS-WARNING           TO TRUE
002762          GO TO 1100-EXIT
002763      END-IF.
002764      SET WS-SFC-LOADED            TO TRUE.
002765      PERFORM 1110-LOAD-ONE-FIELD
002766         THRU 1110-EXIT
002767         UNTIL WS-SFCF-DONE.
002768      CLOSE HBXSFCF.

002769  1100-EXIT.
002770      EXIT.
002771*****************************************************************
002772*  1110-LOAD-ONE-FIELD - ONE CATALOG ENTRY.  AN IMPOSSIBLE      *
002773*                        OFFSET/LENGTH IS SKIPPED               *
002774*****************************************************************
002775  1110-LOAD-ONE-FIELD.
002776      READ HBXSFCF INTO HBXSFC-ENTRY
002777          AT END
002778              SET WS-SFCF-DONE    TO TRUE
002779              GO TO 1110-EXIT
002780      END-READ.
002781      IF HBXSFC-OFFSET NOT NUMERIC
002782      OR HBXSFC-LENGTH NOT NUMERIC
002783          GO TO 1110-EXIT
002784      END-IF.
002785      MOVE HBXSFC-OFFSET           TO WS-SF-WORK-OFF.
002786      MOVE HBXSFC-LENGTH           TO WS-SF-WORK-LEN.
002787      IF WS-SF-WORK-OFF < 1 OR WS-SF-WORK-LEN < 1
002788      OR WS-SF-WORK-OFF + WS-SF-WORK-LEN > HBXSFC-PARM-MAX + 1
002789          GO TO 1110-EXIT
002790      END-IF.
002791      IF WS-SFC-COUNT NOT < WS-SFC-MAX
002792          DISPLAY 'HBXAINQ - HBXSFCF TABLE FULL - ENTRY SKIPPED: '
002793                  HBXSFC-RULEAPP ' ' HBXSFC-SEQ
002794          SET WS-WARNING           TO TRUE
002795          GO TO 1110-EXIT
002796      END-IF.
002797      ADD 1                        TO WS-SFC-COUNT.
002798      SET WS-SF-IX                 TO WS-SFC-COUNT.
002799      MOVE HBXSFC-RULEAPP          TO WS-SF-RULEAPP(WS-SF-IX).
002800      MOVE HBXSFC-PARMS            TO WS-SF-PARMS(WS-SF-IX).
002801      MOVE WS-SF-WORK-OFF          TO WS-SF-OFF(WS-SF-IX).
002802      MOVE WS-SF-WORK-LEN          TO WS-SF-LEN(WS-SF-IX).
002803      MOVE WS-SF-WORK-LEN          TO WS-SF-MASK-LEN(WS-SF-IX).
002804      IF HBXSFC-SHOW-LAST IS NUMERIC
002805          SUBTRACT HBXSFC-SHOW-LAST
002806                              FROM WS-SF-MASK-LEN(WS-SF-IX)
002807      END-IF.

002808  1110-EXIT.
002809      EXIT.
002810*****************************************************************
002811*  1200-CHECK-UNMASK - CLEAR TEXT ONLY WHEN ASKED FOR AND THE   *
002812*                      JOB CAN OPEN THE PROTECTED HBXUNMK DATA  *
002813*                      SET                                      *
002814*****************************************************************
002815  1200-CHECK-UNMASK.
002816      IF NOT WS-UNMASK-REQUESTED
002817          GO TO 1200-EXIT
002818      END-IF.
002819      OPEN INPUT HBXUNMK.
002820      IF WS-UNMK-STATUS NOT = '00'
002821          DISPLAY 'HBXAINQ - UNMASK REQUESTED BUT HBXUNMK '
002822                  'OPEN FAILED, STATUS ' WS-UNMK-STATUS
002823                  ' - PARMS MASKED'
002824          SET WS-WARNING           TO TRUE
002825          GO TO 1200-EXIT
002826      END-IF.
002827      CLOSE HBXUNMK.
002828      SET WS-UNMASKED              TO TRUE.
002829      DISPLAY 'HBXAINQ - UNMASKED PARMS REQUESTED AND AUTHORIZED'.

002830  1200-EXIT.
002831      EXIT.
002832*****************************************************************
002833*  2000-SEARCH-AUDIT - LIVE CLUSTER FIRST, THEN EVERY ARCHIVE   *
002834*                      GENERATION CONCATENATED ON HBXAUDA       *
002835*****************************************************************
002836  2000-SEARCH-AUDIT.
002837      MOVE 'AUDIT RECORDS - LIVE CLUSTER (HBXAUDF)'
002838                                   TO WS-SAH-TEXT.
002839      WRITE HBXAINQO-LINE FROM WS-SECT-AUDIT-HEADING.
002840      WRITE HBXAINQO-LINE FROM WS-AUD-COL-HEADING.
002850      OPEN INPUT HBXAUDF.
002860      IF WS-AUDIT-STATUS = '00'
004090          MOVE SPACES              TO WS-AL-ELAPSED
004100      END-IF.
004110      IF HBXAUD-FROM-CACHE OR HBXAUD-FROM-SERVER
004115      OR HBXAUD-FROM-FALLBACK
004120          MOVE HBXAUD-CACHE-IND    TO WS-AL-CACHE
004130      ELSE
004140          MOVE SPACE               TO WS-AL-CACHE
005440      MOVE HBXSUSP-RETRY-COUNT     TO WS-SL-RETRY.
005450      MOVE HBXSUSP-STATUS          TO WS-SL-STATUS.
005460      WRITE HBXAINQO-LINE FROM WS-SUS-LINE.
005465      PERFORM 3700-PRINT-SUSP-PARMS
005466         THRU 3700-EXIT.

005470  3600-EXIT.
005480      EXIT.
005481*****************************************************************
005482*  3700-PRINT-SUSP-PARMS - THE INPUT PARMS, THEN ANY REPLAY     *
005483*                          DECISION'S OUTPUT PARMS, MASKED      *
005484*****************************************************************
005485  3700-PRINT-SUSP-PARMS.
005486      IF NOT WS-SFC-LOADED
005487      AND NOT WS-UNMASKED
005488          GO TO 3700-EXIT
005489      END-IF.
005490      MOVE 'N'                     TO WS-MASKED-SW.
005491      MOVE HBXSUSP-INPUT-PARMS     TO WS-PRINT-PARMS.
005492      MOVE 'I'                     TO WS-PRINT-PARMS-AREA.
005493      MOVE 'INPUT    '             TO WS-PL-LABEL.
005494      PERFORM 3710-PRINT-ONE-AREA
005495         THRU 3710-EXIT.
005496      IF HBXSUSP-HAS-DECISION
005497          MOVE HBXSUSP-RPL-OUTPUT-PARMS
005498                                   TO WS-PRINT-PARMS
005499          MOVE 'O'                 TO WS-PRINT-PARMS-AREA
005500          MOVE 'DECISION '         TO WS-PL-LABEL
005501          PERFORM 3710-PRINT-ONE-AREA
005502             THRU 3710-EXIT
005503      END-IF.
005504      IF WS-PARMS-MASKED
005505          ADD 1                    TO WS-SUS-MASKED-COUNT
005506      END-IF.

005507  3700-EXIT.
005508      EXIT.
005509*****************************************************************
005510*  3710-PRINT-ONE-AREA - MASK ONE PARM AREA AND PRINT ITS       *
005511*                        NON-BLANK 100-BYTE SLICES              *
005512*****************************************************************
005513  3710-PRINT-ONE-AREA.
005514      IF NOT WS-UNMASKED
005515          PERFORM 3720-MASK-ONE-FIELD
005516             THRU 3720-EXIT
005517             VARYING WS-SF-IX FROM 1 BY 1
005518             UNTIL WS-SF-IX > WS-SFC-COUNT
005519      END-IF.
005520      PERFORM 3730-PRINT-ONE-SLICE
005521         THRU 3730-EXIT
005522         VARYING WS-SLICE-IX FROM 1 BY 1
005523         UNTIL WS-SLICE-IX > 10.

005524  3710-EXIT.
005525      EXIT.
005526*****************************************************************
005527*  3720-MASK-ONE-FIELD - MASK ONE CATALOGUED FIELD IF IT        *
005528*                        BELONGS TO THIS RULEAPP AND PARM AREA  *
005529*****************************************************************
005530  3720-MASK-ONE-FIELD.
005531      IF WS-SF-RULEAPP(WS-SF-IX) NOT = HBXSUSP-RULEAPP
005532      OR WS-SF-PARMS(WS-SF-IX) NOT = WS-PRINT-PARMS-AREA
005533      OR WS-SF-MASK-LEN(WS-SF-IX) < 1
005534          GO TO 3720-EXIT
005535      END-IF.
005536      IF WS-PRINT-PARMS(WS-SF-OFF(WS-SF-IX):WS-SF-LEN(WS-SF-IX))
005537                                   = SPACES
005538          GO TO 3720-EXIT
005539      END-IF.
005540      INSPECT WS-PRINT-PARMS(WS-SF-OFF(WS-SF-IX):
005541                             WS-SF-MASK-LEN(WS-SF-IX))
005542              REPLACING CHARACTERS BY HBXSFC-MASK-CHAR.
005543      SET WS-PARMS-MASKED          TO TRUE.

005544  3720-EXIT.
005545      EXIT.
005546*****************************************************************
005547*  3730-PRINT-ONE-SLICE - ONE 100-BYTE SLICE, SKIPPED IF BLANK  *
005548*****************************************************************
005549  3730-PRINT-ONE-SLICE.
005550      IF WS-PRINT-SLICE(WS-SLICE-IX) = SPACES
005551          GO TO 3730-EXIT
005552      END-IF.
005553      COMPUTE WS-PL-OFFSET = (WS-SLICE-IX - 1) * 100 + 1.
005554      MOVE WS-PRINT-SLICE(WS-SLICE-IX)
005555                                   TO WS-PL-TEXT.
005556      WRITE HBXAINQO-LINE FROM WS-PARM-LINE.

005557  3730-EXIT.
005558      EXIT.
005559*****************************************************************
005560*  4000-PRINT-TOTALS - HOW MUCH WAS FOUND, AND WHERE            *
005561*****************************************************************
005562  4000-PRINT-TOTALS.
005563      MOVE 'AUDIT RECORDS MATCHED - LIVE'
005564                                   TO WS-CTL-LABEL.
005565      MOVE WS-AUD-LIVE-COUNT       TO WS-CTL-COUNT.
005566      WRITE HBXAINQO-LINE FROM WS-COUNT-LINE.
005570      MOVE 'AUDIT RECORDS MATCHED - ARCHIVE'
005580                                   TO WS-CTL-LABEL.
005590      MOVE WS-AUD-ARCH-COUNT       TO WS-CTL-COUNT.
005660                                   TO WS-CTL-LABEL.
005670      MOVE WS-SUS-ARCH-COUNT       TO WS-CTL-COUNT.
005680      WRITE HBXAINQO-LINE FROM WS-COUNT-LINE.
005682      MOVE 'SUSPENSE RECORDS WITH PARMS MASKED'
005684                                   TO WS-CTL-LABEL.
005686      MOVE WS-SUS-MASKED-COUNT     TO WS-CTL-COUNT.
005688      WRITE HBXAINQO-LINE FROM WS-COUNT-LINE.

005690  4000-EXIT.
005700      EXIT.
005770              WS-AUD-LIVE-COUNT ' ' WS-AUD-ARCH-COUNT.
005780      DISPLAY 'HBXAINQ - SUSP  MATCHED LIVE/ARCH: '
005790              WS-SUS-LIVE-COUNT ' ' WS-SUS-ARCH-COUNT.
005792      DISPLAY 'HBXAINQ - SUSP  WITH PARMS MASKED: '
005794              WS-SUS-MASKED-COUNT.
005796      IF WS-WARNING
005798          MOVE 4                   TO RETURN-CODE
005799      END-IF.

005800  9000-EXIT.
005810      EXIT.
