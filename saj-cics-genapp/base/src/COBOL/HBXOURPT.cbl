000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXOURPT.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-30.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-30 JLS  NEW PROGRAM.  MONTHLY SSID AVAILABILITY / MTTR
000200*                 REPORT FROM THE HBXOUTF OUTAGE HISTORY, FOR THE
000210*                 ZRULE VENDOR SLA REVIEW - "HOW MANY MINUTES WAS
000220*                 HBR2 DOWN LAST MONTH" NOW HAS AN ANSWER.
000222* 2026-10-15 JLS  CHECK THE HBXOUTF OPEN.  A FAILED OPEN NOW ENDS
000224*                 THE RUN RC=8 WITH NO LISTING OR TOTALS
000226*                 INSTEAD OF LOOPING ON THE READ.
000230******************************************************************
000240******************************************************************
000250*                                                                *
000260*   H B X O U R P T                                              *
000270*                                                                *
000280*   RUN MONTHLY, ON OR AFTER THE 1ST (JOB HBXOURPJ).  REPORTS    *
000290*   THE PREVIOUS CALENDAR MONTH.  EVERY SSID ON HBXSSIF IS       *
000300*   LISTED, SO A SERVER THAT NEVER WENT DOWN SHOWS 100%.         *
000310*                                                                *
000320*   EACH HBXOUTF OUTAGE OVERLAPPING THE MONTH IS CLIPPED TO THE  *
000330*   MONTH (ONE STILL OPEN COUNTS TO MONTH END) AND ANY PART OF   *
000340*   IT INSIDE A MAINTENANCE WINDOW PUBLISHED ON THE HBXCALF      *
000350*   BUSINESS CALENDAR IS DISCOUNTED - A PLANNED OUTAGE IS NOT    *
000360*   HELD AGAINST THE VENDOR.  AN OUTAGE WHOLLY INSIDE A WINDOW   *
000370*   IS LISTED AS PLANNED AND NOT COUNTED.  FOR EACH SSID:        *
000380*     AVAILABILITY % - (SCHEDULED SECONDS - COUNTED DOWN         *
000390*                      SECONDS) / SCHEDULED SECONDS, WHERE       *
000400*                      SCHEDULED IS THE MONTH LESS ITS           *
000410*                      MAINTENANCE WINDOWS,                      *
000420*     OUTAGES        - COUNTED OUTAGES, SPLIT BY WHO SAW THEM    *
000430*                      FIRST (HBXMON PROBE OR LIVE TRAFFIC),     *
000440*     LONGEST        - THE LONGEST COUNTED OUTAGE, MINUTES,      *
000450*     MTTR           - COUNTED DOWN MINUTES / OUTAGES.           *
000460*                                                                *
000470*   NO CALENDAR (OR NO WINDOWS IN THE MONTH) MEANS NOTHING IS    *
000480*   DISCOUNTED.  MORE THAN WS-SSID-MAX SSIDS OR WS-MW-MAX        *
000490*   WINDOWS SETS RETURN CODE 4.                                  *
000493*   IF HBXOUTF CANNOT BE OPENED NOTHING IS REPORTED AND THE     *
000496*   RETURN CODE IS 8.                                            *
000500*                                                                *
000510******************************************************************
000520  ENVIRONMENT DIVISION.
000530  INPUT-OUTPUT SECTION.
000540  FILE-CONTROL.
000550      SELECT HBXOUTF ASSIGN TO HBXOUTF
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS SEQUENTIAL
000580             RECORD KEY IS HBXOUT-KEY
000590             FILE STATUS IS WS-OUTF-STATUS.

000600      SELECT HBXSSIF ASSIGN TO HBXSSIF
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS SEQUENTIAL
000630             RECORD KEY IS HBXSSID-KEY
000640             FILE STATUS IS WS-SSIF-STATUS.

000650      SELECT HBXCALF ASSIGN TO HBXCALF
000660             ORGANIZATION IS SEQUENTIAL
000670             FILE STATUS IS WS-CALF-STATUS.

000680      SELECT HBXOURPO ASSIGN TO HBXOURPO
000690             ORGANIZATION IS SEQUENTIAL
000700             FILE STATUS IS WS-RPT-STATUS.
000710  DATA DIVISION.
000720  FILE SECTION.
000730  FD  HBXOUTF
000740      RECORD CONTAINS 64 CHARACTERS.
000750  COPY HBXOUT.

000760  FD  HBXSSIF
000770      RECORD CONTAINS 53 CHARACTERS.
000780  COPY HBXSSID.

000790  FD  HBXCALF
000800      RECORD CONTAINS 48 CHARACTERS.
000810  COPY HBXCAL.

000820  FD  HBXOURPO
000830      RECORD CONTAINS 133 CHARACTERS.
000840  01  HBXOURPO-LINE                PIC X(133).

000850  WORKING-STORAGE SECTION.
000860  01  WS-OUTF-STATUS               PIC X(02).
000870  01  WS-SSIF-STATUS               PIC X(02).
000880  01  WS-CALF-STATUS               PIC X(02).
000890  01  WS-RPT-STATUS                PIC X(02).
000900  01  WS-OUTF-EOF-SW               PIC X(01) VALUE 'N'.
000910      88  WS-OUTF-EOF                    VALUE 'Y'.
000913  01  WS-OUTF-OPEN-SW              PIC X(01) VALUE 'N'.
000916      88  WS-OUTF-OPEN                   VALUE 'Y'.
000920  01  WS-SSIF-EOF-SW               PIC X(01) VALUE 'N'.
000930      88  WS-SSIF-EOF                    VALUE 'Y'.
000940  01  WS-CALF-EOF-SW               PIC X(01) VALUE 'N'.
000950      88  WS-CALF-EOF                    VALUE 'Y'.
000960  01  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
000970      88  WS-SSID-FOUND                  VALUE 'Y'.
000980  01  WS-TODAY                     PIC 9(08).
000990  01  WS-TODAY-R REDEFINES WS-TODAY.
001000      05  WS-TODAY-YYYYMM          PIC 9(06).
001010      05  WS-TODAY-DD              PIC 9(02).
001020  01  WS-MONTH-START               PIC 9(08).
001030  01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
001040      05  WS-MS-YYYYMM             PIC 9(06).
001050      05  WS-MS-DD                 PIC 9(02).
001060  01  WS-MONTH-END                 PIC 9(08).
001070  01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001080      05  WS-ME-YYYYMM             PIC 9(06).
001090      05  WS-ME-DD                 PIC 9(02).
001100  01  WS-DAY-NUMBER                PIC S9(9) COMP.
001110  01  WS-SECS-PER-DAY              PIC S9(9) COMP VALUE 86400.
001120*
001130*    SECONDS ARE COUNTED FROM THE INTEGER-OF-DATE EPOCH SO
001140*    INTERVALS THAT CROSS MIDNIGHT OR MONTH END SUBTRACT CLEANLY
001150*
001160  01  WS-PERIOD-START              PIC S9(15) COMP-3.
001170  01  WS-PERIOD-END                PIC S9(15) COMP-3.
001180  01  WS-SCHED-SECS                PIC S9(15) COMP-3 VALUE 0.
001190  01  WS-MAINT-SECS                PIC S9(15) COMP-3 VALUE 0.
001200  01  WS-OUT-START                 PIC S9(15) COMP-3.
001210  01  WS-OUT-END                   PIC S9(15) COMP-3.
001220  01  WS-OUT-RAW                   PIC S9(15) COMP-3.
001230  01  WS-OUT-PLANNED               PIC S9(15) COMP-3.
001240  01  WS-OUT-COUNTED               PIC S9(15) COMP-3.
001250  01  WS-OV-START                  PIC S9(15) COMP-3.
001260  01  WS-OV-END                    PIC S9(15) COMP-3.
001270  01  WS-CV-DATE                   PIC 9(08).
001280  01  WS-CV-TIME                   PIC 9(06).
001290  01  WS-CV-TIME-R REDEFINES WS-CV-TIME.
001300      05  WS-CV-HH                 PIC 9(02).
001310      05  WS-CV-MM                 PIC 9(02).
001320      05  WS-CV-SS                 PIC 9(02).
001330  01  WS-CV-SECS                   PIC S9(15) COMP-3.
001340  01  WS-MINUTES                   PIC S9(9)V9 COMP-3.
001350  01  WS-PLANNED-COUNT             PIC 9(05) COMP-3 VALUE 0.
001360  01  WS-COUNTED-COUNT             PIC 9(05) COMP-3 VALUE 0.
001370  01  WS-OVERFLOW-COUNT            PIC 9(05) COMP-3 VALUE 0.

001380  01  WS-MW-COUNT                  PIC S9(4) COMP VALUE 0.
001390  01  WS-MW-MAX                    PIC S9(4) COMP VALUE 62.
001400  01  WS-MW-TABLE.
001410      05  WS-MW-ENTRY OCCURS 62 TIMES INDEXED BY WS-MW-IX.
001420          10  WS-MW-START          PIC S9(15) COMP-3.
001430          10  WS-MW-END            PIC S9(15) COMP-3.

001440  01  WS-SSID-COUNT                PIC S9(4) COMP VALUE 0.
001450  01  WS-SSID-MAX                  PIC S9(4) COMP VALUE 50.
001460  01  WS-HIT-IX                    PIC S9(4) COMP VALUE 0.
001470  01  WS-SSID-TABLE.
001480      05  WS-ST-ENTRY OCCURS 50 TIMES INDEXED BY WS-ST-IX.
001490          10  WS-ST-SSID           PIC X(04).
001500          10  WS-ST-OUTAGES        PIC 9(05) COMP-3.
001510          10  WS-ST-BY-MONITOR     PIC 9(05) COMP-3.
001520          10  WS-ST-BY-TRAFFIC     PIC 9(05) COMP-3.
001530          10  WS-ST-DOWN-SECS      PIC S9(15) COMP-3.
001540          10  WS-ST-LONGEST        PIC S9(15) COMP-3.

001550  01  WS-HEADING-1.
001560      05  FILLER     PIC X(01) VALUE '1'.
001570      05  FILLER     PIC X(55) VALUE
001580          'HBXOURPT - MONTHLY SSID AVAILABILITY AND MTTR REPORT'.
001590  01  WS-HEADING-2.
001600      05  FILLER       PIC X(01) VALUE ' '.
001610      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
001620      05  WS-H2-DATE   PIC 9(08).
001630      05  FILLER       PIC X(12) VALUE '   PERIOD: '.
001640      05  WS-H2-FROM   PIC 9(08).
001650      05  FILLER       PIC X(04) VALUE ' TO '.
001660      05  WS-H2-TO     PIC 9(08).
001670  01  WS-BLANK-LINE.
001680      05  FILLER       PIC X(01) VALUE ' '.
001690  01  WS-SECT-HEADING.
001700      05  FILLER       PIC X(01) VALUE ' '.
001710      05  WS-SH-TEXT   PIC X(70).
001720  01  WS-DETAIL-HEADING.
001730      05  FILLER       PIC X(01) VALUE ' '.
001740      05  FILLER       PIC X(05) VALUE 'SSID'.
001750      05  FILLER       PIC X(16) VALUE 'DOWN'.
001760      05  FILLER       PIC X(16) VALUE 'UP'.
001770      05  FILLER       PIC X(16) VALUE '     CC/RC'.
001780      05  FILLER       PIC X(10) VALUE 'DOWN SEEN'.
001790      05  FILLER       PIC X(10) VALUE 'UP SEEN'.
001800      05  FILLER       PIC X(12) VALUE '   COUNTED'.
001810      05  FILLER       PIC X(12) VALUE '   PLANNED'.
001820  01  WS-DETAIL-LINE.
001830      05  FILLER       PIC X(01) VALUE ' '.
001840      05  WS-DL-SSID   PIC X(04).
001850      05  FILLER       PIC X(01) VALUE SPACE.
001860      05  WS-DL-DOWN-DATE   PIC 9(08).
001870      05  FILLER       PIC X(01) VALUE SPACE.
001880      05  WS-DL-DOWN-TIME   PIC 9(06).
001890      05  FILLER       PIC X(01) VALUE SPACE.
001900      05  WS-DL-UP.
001910          10  WS-DL-UP-DATE PIC 9(08).
001920          10  FILLER        PIC X(01).
001930          10  WS-DL-UP-TIME PIC 9(06).
001940      05  FILLER       PIC X(01) VALUE SPACE.
001950      05  WS-DL-CC     PIC ZZZZ9.
001960      05  FILLER       PIC X(01) VALUE '/'.
001970      05  WS-DL-RC     PIC ZZZZZZZZ9.
001980      05  FILLER       PIC X(01) VALUE SPACE.
001990      05  WS-DL-DOWN-SEEN   PIC X(09).
002000      05  FILLER       PIC X(01) VALUE SPACE.
002010      05  WS-DL-UP-SEEN     PIC X(09).
002020      05  FILLER       PIC X(01) VALUE SPACE.
002030      05  WS-DL-COUNTED     PIC ZZZ,ZZ9.9.
002040      05  FILLER       PIC X(03) VALUE SPACES.
002050      05  WS-DL-PLANNED     PIC ZZZ,ZZ9.9.
002060      05  FILLER       PIC X(02) VALUE SPACES.
002070      05  WS-DL-NOTE        PIC X(08).
002080  01  WS-NO-OUTAGES-LINE.
002090      05  FILLER       PIC X(01) VALUE ' '.
002100      05  FILLER       PIC X(40) VALUE
002110          '  NO OUTAGES IN THE PERIOD'.
002111  01  WS-NO-FILE-LINE.
002112      05  FILLER       PIC X(01) VALUE ' '.
002113      05  FILLER       PIC X(48) VALUE
002114          '  OUTAGE HISTORY FILE HBXOUTF NOT OPENED, STATUS'.
002115      05  FILLER       PIC X(01) VALUE ' '.
002116      05  WS-NFL-STATUS PIC X(02).
002120  01  WS-SUMMARY-HEADING.
002130      05  FILLER       PIC X(01) VALUE ' '.
002140      05  FILLER       PIC X(06) VALUE 'SSID'.
002150      05  FILLER       PIC X(10) VALUE '   AVAIL %'.
002160      05  FILLER       PIC X(09) VALUE '  OUTAGES'.
002170      05  FILLER       PIC X(09) VALUE '   BY MON'.
002180      05  FILLER       PIC X(09) VALUE '  BY TRAF'.
002190      05  FILLER       PIC X(12) VALUE '  DOWN MINS'.
002200      05  FILLER       PIC X(12) VALUE '  LONGEST'.
002210      05  FILLER       PIC X(12) VALUE '  MTTR MINS'.
002220  01  WS-SUMMARY-LINE.
002230      05  FILLER       PIC X(01) VALUE ' '.
002240      05  WS-SL-SSID   PIC X(04).
002250      05  FILLER       PIC X(03) VALUE SPACES.
002260      05  WS-SL-AVAIL  PIC ZZ9.999.
002270      05  FILLER       PIC X(04) VALUE SPACES.
002280      05  WS-SL-OUTAGES     PIC ZZZZ9.
002290      05  FILLER       PIC X(04) VALUE SPACES.
002300      05  WS-SL-BY-MON      PIC ZZZZ9.
002310      05  FILLER       PIC X(04) VALUE SPACES.
002320      05  WS-SL-BY-TRAF     PIC ZZZZ9.
002330      05  FILLER       PIC X(03) VALUE SPACES.
002340      05  WS-SL-DOWN-MINS   PIC ZZZ,ZZ9.9.
002350      05  FILLER       PIC X(03) VALUE SPACES.
002360      05  WS-SL-LONGEST     PIC ZZZ,ZZ9.9.
002370      05  FILLER       PIC X(03) VALUE SPACES.
002380      05  WS-SL-MTTR        PIC ZZZ,ZZ9.9.
002390  01  WS-COUNT-LINE.
002400      05  FILLER       PIC X(01) VALUE ' '.
002410      05  WS-CTL-LABEL PIC X(44).
002420      05  WS-CTL-COUNT PIC ZZZ,ZZ9.9.

002430  LINKAGE SECTION.
002440******************************************************************
002450*  0000-MAINLINE                                                *
002460******************************************************************
002470  PROCEDURE DIVISION.
002480  0000-MAINLINE.
002490      PERFORM 1000-INITIALIZE
002500         THRU 1000-EXIT.
002510      IF WS-OUTF-OPEN
002520          PERFORM 1200-LOAD-WINDOWS
002527             THRU 1200-EXIT
002534          PERFORM 1400-LOAD-SSIDS
002541             THRU 1400-EXIT
002548          PERFORM 2000-LIST-OUTAGES
002555             THRU 2000-EXIT
002562          PERFORM 4000-PRINT-SUMMARY
002569             THRU 4000-EXIT
002576      END-IF.
002590      PERFORM 9000-TERMINATE
002600         THRU 9000-EXIT.
002610      STOP RUN.

002620  0000-EXIT.
002630      EXIT.
002640******************************************************************
002650*  1000-INITIALIZE - WORK OUT LAST MONTH, PRINT THE HEADINGS    *
002655*                    AND OPEN THE OUTAGE HISTORY                *
002660******************************************************************
002670  1000-INITIALIZE.
002690      OPEN OUTPUT HBXOURPO.
002700      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002710      MOVE WS-TODAY-YYYYMM         TO WS-MS-YYYYMM.
002720      MOVE 01                      TO WS-MS-DD.
002730      COMPUTE WS-DAY-NUMBER =
002740              FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1.
002750      COMPUTE WS-MONTH-END =
002760              FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
002770      MOVE WS-ME-YYYYMM            TO WS-MS-YYYYMM.
002780      MOVE 01                      TO WS-MS-DD.
002790      MOVE WS-MONTH-START          TO WS-CV-DATE.
002800      MOVE 0                       TO WS-CV-TIME.
002810      PERFORM 8000-TO-SECONDS
002820         THRU 8000-EXIT.
002830      MOVE WS-CV-SECS              TO WS-PERIOD-START.
002840      COMPUTE WS-PERIOD-END =
002850              (WS-DAY-NUMBER + 1) * WS-SECS-PER-DAY.
002860      WRITE HBXOURPO-LINE FROM WS-HEADING-1.
002870      MOVE WS-TODAY                TO WS-H2-DATE.
002880      MOVE WS-MONTH-START          TO WS-H2-FROM.
002890      MOVE WS-MONTH-END            TO WS-H2-TO.
002900      WRITE HBXOURPO-LINE FROM WS-HEADING-2.
002910      WRITE HBXOURPO-LINE FROM WS-BLANK-LINE.
002911      OPEN INPUT  HBXOUTF.
002912      IF WS-OUTF-STATUS NOT = '00'
002913          DISPLAY 'HBXOURPT - HBXOUTF OPEN FAILED, STATUS '
002914                  WS-OUTF-STATUS
002915          MOVE WS-OUTF-STATUS      TO WS-NFL-STATUS
002916          WRITE HBXOURPO-LINE FROM WS-NO-FILE-LINE
002917          MOVE 8                   TO RETURN-CODE
002918          GO TO 1000-EXIT
002919      END-IF.
002920      SET WS-OUTF-OPEN             TO TRUE.

002921  1000-EXIT.
002930      EXIT.
002940******************************************************************
002950*  1200-LOAD-WINDOWS - EVERY PUBLISHED MAINTENANCE WINDOW THAT  *
002960*                      TOUCHES THE MONTH.  NO CALENDAR MEANS    *
002970*                      NO WINDOWS                               *
002980******************************************************************
002990  1200-LOAD-WINDOWS.
003000      OPEN INPUT HBXCALF.
003010      IF WS-CALF-STATUS NOT = '00'
003020          DISPLAY 'HBXOURPT - NO BUSINESS CALENDAR - NO '
003030                  'MAINTENANCE WINDOWS DISCOUNTED'
003040          GO TO 1200-SCHEDULED
003050      END-IF.
003060      PERFORM 1210-READ-ONE-DAY
003070         THRU 1210-EXIT
003080         UNTIL WS-CALF-EOF.
003090      CLOSE HBXCALF.

003100  1200-SCHEDULED.
003110      COMPUTE WS-SCHED-SECS =
003120              WS-PERIOD-END - WS-PERIOD-START - WS-MAINT-SECS.

003130  1200-EXIT.
003140      EXIT.
003150******************************************************************
003160*  1210-READ-ONE-DAY - KEEP THE DAY'S WINDOW IF IT OVERLAPS THE *
003170*                      MONTH.  AN END AT OR BEFORE THE START    *
003180*                      RUNS PAST MIDNIGHT INTO THE NEXT DAY     *
003190******************************************************************
003200  1210-READ-ONE-DAY.
003210      READ HBXCALF
003220          AT END
003230              SET WS-CALF-EOF     TO TRUE
003240              GO TO 1210-EXIT
003250      END-READ.
003260      IF HBXCAL-MAINT-START = 0 AND HBXCAL-MAINT-END = 0
003270          GO TO 1210-EXIT
003280      END-IF.
003290      MOVE HBXCAL-DATE             TO WS-CV-DATE.
003300      MOVE HBXCAL-MAINT-START      TO WS-CV-TIME.
003310      PERFORM 8000-TO-SECONDS
003320         THRU 8000-EXIT.
003330      MOVE WS-CV-SECS              TO WS-OV-START.
003340      MOVE HBXCAL-MAINT-END        TO WS-CV-TIME.
003350      PERFORM 8000-TO-SECONDS
003360         THRU 8000-EXIT.
003370      MOVE WS-CV-SECS              TO WS-OV-END.
003380      IF WS-OV-END NOT > WS-OV-START
003390          ADD WS-SECS-PER-DAY      TO WS-OV-END
003400      END-IF.
003410      IF WS-OV-END NOT > WS-PERIOD-START
003420      OR WS-OV-START NOT < WS-PERIOD-END
003430          GO TO 1210-EXIT
003440      END-IF.
003450      IF WS-MW-COUNT NOT < WS-MW-MAX
003460          ADD 1                    TO WS-OVERFLOW-COUNT
003470          GO TO 1210-EXIT
003480      END-IF.
003490      ADD 1                        TO WS-MW-COUNT.
003500      SET WS-MW-IX                 TO WS-MW-COUNT.
003510      MOVE WS-OV-START             TO WS-MW-START(WS-MW-IX).
003520      MOVE WS-OV-END               TO WS-MW-END(WS-MW-IX).
003530      IF WS-OV-START < WS-PERIOD-START
003540          MOVE WS-PERIOD-START     TO WS-OV-START
003550      END-IF.
003560      IF WS-OV-END > WS-PERIOD-END
003570          MOVE WS-PERIOD-END       TO WS-OV-END
003580      END-IF.
003590      COMPUTE WS-MAINT-SECS =
003600              WS-MAINT-SECS + WS-OV-END - WS-OV-START.

003610  1210-EXIT.
003620      EXIT.
003630******************************************************************
003640*  1400-LOAD-SSIDS - ONE TABLE ROW PER SSID ON HBXSSIF          *
003650******************************************************************
003660  1400-LOAD-SSIDS.
003670      OPEN INPUT HBXSSIF.
003680      IF WS-SSIF-STATUS NOT = '00'
003690          DISPLAY 'HBXOURPT - HBXSSIF NOT AVAILABLE - ONLY '
003700                  'SSIDS WITH OUTAGES ARE LISTED'
003710          GO TO 1400-EXIT
003720      END-IF.
003730      PERFORM 1410-READ-ONE-SSID
003740         THRU 1410-EXIT
003750         UNTIL WS-SSIF-EOF.
003760      CLOSE HBXSSIF.

003770  1400-EXIT.
003780      EXIT.
003790******************************************************************
003800*  1410-READ-ONE-SSID                                           *
003810******************************************************************
003820  1410-READ-ONE-SSID.
003830      READ HBXSSIF NEXT RECORD
003840          AT END
003850              SET WS-SSIF-EOF     TO TRUE
003860              GO TO 1410-EXIT
003870      END-READ.
003880      MOVE HBXSSID-SSID            TO HBXOUT-SSID.
003890      PERFORM 3000-FIND-SSID
003900         THRU 3000-EXIT.

003910  1410-EXIT.
003920      EXIT.
003930******************************************************************
003940*  2000-LIST-OUTAGES - ONE DETAIL LINE PER OUTAGE IN THE MONTH  *
003950******************************************************************
003960  2000-LIST-OUTAGES.
003970      MOVE 'OUTAGES IN THE PERIOD - TIMES IN MINUTES'
003980                                   TO WS-SH-TEXT.
003990      WRITE HBXOURPO-LINE FROM WS-SECT-HEADING.
004000      WRITE HBXOURPO-LINE FROM WS-DETAIL-HEADING.
004010      PERFORM 2100-READ-OUTAGE
004020         THRU 2100-EXIT.
004030      PERFORM 2200-PROCESS-OUTAGE
004040         THRU 2200-EXIT
004050         UNTIL WS-OUTF-EOF.
004060      IF WS-COUNTED-COUNT = 0 AND WS-PLANNED-COUNT = 0
004070          WRITE HBXOURPO-LINE FROM WS-NO-OUTAGES-LINE
004080      END-IF.
004090      WRITE HBXOURPO-LINE FROM WS-BLANK-LINE.

004100  2000-EXIT.
004110      EXIT.
004120******************************************************************
004130*  2100-READ-OUTAGE                                             *
004140******************************************************************
004150  2100-READ-OUTAGE.
004160      READ HBXOUTF NEXT RECORD
004170          AT END
004180              SET WS-OUTF-EOF     TO TRUE
004190      END-READ.

004200  2100-EXIT.
004210      EXIT.
004220******************************************************************
004230*  2200-PROCESS-OUTAGE - CLIP TO THE MONTH, DISCOUNT WINDOWS,   *
004240*                        TALLY AGAINST THE SSID                 *
004250******************************************************************
004260  2200-PROCESS-OUTAGE.
004270      MOVE HBXOUT-DOWN-DATE        TO WS-CV-DATE.
004280      MOVE HBXOUT-DOWN-TIME        TO WS-CV-TIME.
004290      PERFORM 8000-TO-SECONDS
004300         THRU 8000-EXIT.
004310      MOVE WS-CV-SECS              TO WS-OUT-START.
004320      IF HBXOUT-CLOSED
004330          MOVE HBXOUT-UP-DATE      TO WS-CV-DATE
004340          MOVE HBXOUT-UP-TIME      TO WS-CV-TIME
004350          PERFORM 8000-TO-SECONDS
004360             THRU 8000-EXIT
004370          MOVE WS-CV-SECS          TO WS-OUT-END
004380      ELSE
004390          MOVE WS-PERIOD-END       TO WS-OUT-END
004400      END-IF.
004410      IF WS-OUT-END NOT > WS-PERIOD-START
004420      OR WS-OUT-START NOT < WS-PERIOD-END
004430          GO TO 2200-READ-NEXT
004440      END-IF.
004450      IF WS-OUT-START < WS-PERIOD-START
004460          MOVE WS-PERIOD-START     TO WS-OUT-START
004470      END-IF.
004480      IF WS-OUT-END > WS-PERIOD-END
004490          MOVE WS-PERIOD-END       TO WS-OUT-END
004500      END-IF.
004510      COMPUTE WS-OUT-RAW = WS-OUT-END - WS-OUT-START.
004520      MOVE 0                       TO WS-OUT-PLANNED.
004530      PERFORM 2300-DISCOUNT-WINDOW
004540         THRU 2300-EXIT
004550         VARYING WS-MW-IX FROM 1 BY 1
004560         UNTIL WS-MW-IX > WS-MW-COUNT.
004570      COMPUTE WS-OUT-COUNTED = WS-OUT-RAW - WS-OUT-PLANNED.
004580      IF WS-OUT-COUNTED > 0
004590          ADD 1                    TO WS-COUNTED-COUNT
004600          PERFORM 2400-TALLY-OUTAGE
004610             THRU 2400-EXIT
004620      ELSE
004630          ADD 1                    TO WS-PLANNED-COUNT
004640          MOVE 0                   TO WS-OUT-COUNTED
004650      END-IF.
004660      PERFORM 2500-PRINT-OUTAGE
004670         THRU 2500-EXIT.

004680  2200-READ-NEXT.
004690      PERFORM 2100-READ-OUTAGE
004700         THRU 2100-EXIT.

004710  2200-EXIT.
004720      EXIT.
004730******************************************************************
004740*  2300-DISCOUNT-WINDOW - THE PART OF THE OUTAGE INSIDE ONE     *
004750*                         MAINTENANCE WINDOW                    *
004760******************************************************************
004770  2300-DISCOUNT-WINDOW.
004780      MOVE WS-OUT-START            TO WS-OV-START.
004790      IF WS-MW-START(WS-MW-IX) > WS-OV-START
004800          MOVE WS-MW-START(WS-MW-IX)
004810                                   TO WS-OV-START
004820      END-IF.
004830      MOVE WS-OUT-END              TO WS-OV-END.
004840      IF WS-MW-END(WS-MW-IX) < WS-OV-END
004850          MOVE WS-MW-END(WS-MW-IX) TO WS-OV-END
004860      END-IF.
004870      IF WS-OV-END > WS-OV-START
004880          COMPUTE WS-OUT-PLANNED =
004890                  WS-OUT-PLANNED + WS-OV-END - WS-OV-START
004900      END-IF.

004910  2300-EXIT.
004920      EXIT.
004930******************************************************************
004940*  2400-TALLY-OUTAGE - ADD A COUNTED OUTAGE TO ITS SSID         *
004950******************************************************************
004960  2400-TALLY-OUTAGE.
004970      PERFORM 3000-FIND-SSID
004980         THRU 3000-EXIT.
004990      IF NOT WS-SSID-FOUND
005000          GO TO 2400-EXIT
005010      END-IF.
005020      SET WS-ST-IX                 TO WS-HIT-IX.
005030      ADD 1                        TO WS-ST-OUTAGES(WS-ST-IX).
005040      IF HBXOUT-DOWN-BY-MONITOR
005050          ADD 1                    TO WS-ST-BY-MONITOR(WS-ST-IX)
005060      ELSE
005070          ADD 1                    TO WS-ST-BY-TRAFFIC(WS-ST-IX)
005080      END-IF.
005090      ADD WS-OUT-COUNTED           TO WS-ST-DOWN-SECS(WS-ST-IX).
005100      IF WS-OUT-COUNTED > WS-ST-LONGEST(WS-ST-IX)
005110          MOVE WS-OUT-COUNTED      TO WS-ST-LONGEST(WS-ST-IX)
005120      END-IF.

005130  2400-EXIT.
005140      EXIT.
005150******************************************************************
005160*  2500-PRINT-OUTAGE                                            *
005170******************************************************************
005180  2500-PRINT-OUTAGE.
005190      MOVE HBXOUT-SSID             TO WS-DL-SSID.
005200      MOVE HBXOUT-DOWN-DATE        TO WS-DL-DOWN-DATE.
005210      MOVE HBXOUT-DOWN-TIME        TO WS-DL-DOWN-TIME.
005220      IF HBXOUT-CLOSED
005230          MOVE HBXOUT-UP-DATE      TO WS-DL-UP-DATE
005240          MOVE SPACE               TO WS-DL-UP(9:1)
005250          MOVE HBXOUT-UP-TIME      TO WS-DL-UP-TIME
005260      ELSE
005270          MOVE 'STILL DOWN'        TO WS-DL-UP
005280      END-IF.
005290      MOVE HBXOUT-DOWN-CC          TO WS-DL-CC.
005300      MOVE HBXOUT-DOWN-RC          TO WS-DL-RC.
005310      EVALUATE TRUE
005320          WHEN HBXOUT-DOWN-BY-MONITOR
005330              MOVE 'MONITOR'       TO WS-DL-DOWN-SEEN
005340          WHEN HBXOUT-DOWN-BY-TRAFFIC
005350              MOVE 'TRAFFIC'       TO WS-DL-DOWN-SEEN
005360          WHEN OTHER
005370              MOVE SPACES          TO WS-DL-DOWN-SEEN
005380      END-EVALUATE.
005390      EVALUATE TRUE
005400          WHEN HBXOUT-OPEN
005410              MOVE SPACES          TO WS-DL-UP-SEEN
005420          WHEN HBXOUT-UP-BY-MONITOR
005430              MOVE 'MONITOR'       TO WS-DL-UP-SEEN
005440          WHEN HBXOUT-UP-BY-TRAFFIC
005450              MOVE 'TRAFFIC'       TO WS-DL-UP-SEEN
005460          WHEN OTHER
005470              MOVE SPACES          TO WS-DL-UP-SEEN
005480      END-EVALUATE.
005490      COMPUTE WS-MINUTES ROUNDED = WS-OUT-COUNTED / 60.
005500      MOVE WS-MINUTES              TO WS-DL-COUNTED.
005510      COMPUTE WS-MINUTES ROUNDED = WS-OUT-PLANNED / 60.
005520      MOVE WS-MINUTES              TO WS-DL-PLANNED.
005530      IF WS-OUT-COUNTED = 0
005540          MOVE 'PLANNED'           TO WS-DL-NOTE
005550      ELSE
005560          MOVE SPACES              TO WS-DL-NOTE
005570      END-IF.
005580      WRITE HBXOURPO-LINE FROM WS-DETAIL-LINE.

005590  2500-EXIT.
005600      EXIT.
005610******************************************************************
005620*  3000-FIND-SSID - LOCATE (OR ADD) HBXOUT-SSID IN THE TABLE    *
005630******************************************************************
005640  3000-FIND-SSID.
005650      MOVE 'N'                     TO WS-FOUND-SW.
005660      MOVE 0                       TO WS-HIT-IX.
005670      PERFORM 3100-TEST-SSID
005680         THRU 3100-EXIT
005690         VARYING WS-ST-IX FROM 1 BY 1
005700         UNTIL WS-ST-IX > WS-SSID-COUNT OR WS-SSID-FOUND.
005710      IF WS-SSID-FOUND
005720          GO TO 3000-EXIT
005730      END-IF.
005740      IF WS-SSID-COUNT NOT < WS-SSID-MAX
005750          ADD 1                    TO WS-OVERFLOW-COUNT
005760          GO TO 3000-EXIT
005770      END-IF.
005780      ADD 1                        TO WS-SSID-COUNT.
005790      MOVE WS-SSID-COUNT           TO WS-HIT-IX.
005800      SET WS-ST-IX                 TO WS-HIT-IX.
005810      MOVE HBXOUT-SSID             TO WS-ST-SSID(WS-ST-IX).
005820      MOVE 0                       TO WS-ST-OUTAGES(WS-ST-IX).
005830      MOVE 0                       TO WS-ST-BY-MONITOR(WS-ST-IX).
005840      MOVE 0                       TO WS-ST-BY-TRAFFIC(WS-ST-IX).
005850      MOVE 0                       TO WS-ST-DOWN-SECS(WS-ST-IX).
005860      MOVE 0                       TO WS-ST-LONGEST(WS-ST-IX).
005870      SET WS-SSID-FOUND            TO TRUE.

005880  3000-EXIT.
005890      EXIT.
005900******************************************************************
005910*  3100-TEST-SSID                                               *
005920******************************************************************
005930  3100-TEST-SSID.
005940      IF WS-ST-SSID(WS-ST-IX) = HBXOUT-SSID
005950          SET WS-SSID-FOUND        TO TRUE
005960          SET WS-HIT-IX            TO WS-ST-IX
005970      END-IF.

005980  3100-EXIT.
005990      EXIT.
006000******************************************************************
006010*  4000-PRINT-SUMMARY - ONE LINE PER SSID, THEN THE TOTALS      *
006020******************************************************************
006030  4000-PRINT-SUMMARY.
006040      MOVE 'AVAILABILITY BY SSID (MAINTENANCE WINDOWS EXCLUDED)'
006050                                   TO WS-SH-TEXT.
006060      WRITE HBXOURPO-LINE FROM WS-SECT-HEADING.
006070      WRITE HBXOURPO-LINE FROM WS-SUMMARY-HEADING.
006080      PERFORM 4100-PRINT-SSID
006090         THRU 4100-EXIT
006100         VARYING WS-ST-IX FROM 1 BY 1
006110         UNTIL WS-ST-IX > WS-SSID-COUNT.
006120      WRITE HBXOURPO-LINE FROM WS-BLANK-LINE.
006130      MOVE 'SCHEDULED MINUTES IN THE PERIOD'
006140                                   TO WS-CTL-LABEL.
006150      COMPUTE WS-MINUTES ROUNDED = WS-SCHED-SECS / 60.
006160      MOVE WS-MINUTES              TO WS-CTL-COUNT.
006170      WRITE HBXOURPO-LINE FROM WS-COUNT-LINE.
006180      MOVE 'MAINTENANCE WINDOW MINUTES EXCLUDED'
006190                                   TO WS-CTL-LABEL.
006200      COMPUTE WS-MINUTES ROUNDED = WS-MAINT-SECS / 60.
006210      MOVE WS-MINUTES              TO WS-CTL-COUNT.
006220      WRITE HBXOURPO-LINE FROM WS-COUNT-LINE.
006230      MOVE 'OUTAGES COUNTED'       TO WS-CTL-LABEL.
006240      MOVE WS-COUNTED-COUNT        TO WS-CTL-COUNT.
006250      WRITE HBXOURPO-LINE FROM WS-COUNT-LINE.
006260      MOVE 'OUTAGES WHOLLY INSIDE A MAINTENANCE WINDOW'
006270                                   TO WS-CTL-LABEL.
006280      MOVE WS-PLANNED-COUNT        TO WS-CTL-COUNT.
006290      WRITE HBXOURPO-LINE FROM WS-COUNT-LINE.
006300      IF WS-OVERFLOW-COUNT > 0
006310          MOVE 'SSIDS/WINDOWS DROPPED - TABLE FULL'
006320                                   TO WS-CTL-LABEL
006330          MOVE WS-OVERFLOW-COUNT   TO WS-CTL-COUNT
006340          WRITE HBXOURPO-LINE FROM WS-COUNT-LINE
006350          MOVE 4                   TO RETURN-CODE
006360      END-IF.

006370  4000-EXIT.
006380      EXIT.
006390******************************************************************
006400*  4100-PRINT-SSID                                              *
006410******************************************************************
006420  4100-PRINT-SSID.
006430      MOVE WS-ST-SSID(WS-ST-IX)    TO WS-SL-SSID.
006440      IF WS-SCHED-SECS > 0
006450          COMPUTE WS-SL-AVAIL ROUNDED =
006460              (WS-SCHED-SECS - WS-ST-DOWN-SECS(WS-ST-IX)) * 100
006470                  / WS-SCHED-SECS
006480      ELSE
006490          MOVE 0                   TO WS-SL-AVAIL
006500      END-IF.
006510      MOVE WS-ST-OUTAGES(WS-ST-IX) TO WS-SL-OUTAGES.
006520      MOVE WS-ST-BY-MONITOR(WS-ST-IX)
006530                                   TO WS-SL-BY-MON.
006540      MOVE WS-ST-BY-TRAFFIC(WS-ST-IX)
006550                                   TO WS-SL-BY-TRAF.
006560      COMPUTE WS-MINUTES ROUNDED =
006570              WS-ST-DOWN-SECS(WS-ST-IX) / 60.
006580      MOVE WS-MINUTES              TO WS-SL-DOWN-MINS.
006590      COMPUTE WS-MINUTES ROUNDED =
006600              WS-ST-LONGEST(WS-ST-IX) / 60.
006610      MOVE WS-MINUTES              TO WS-SL-LONGEST.
006620      IF WS-ST-OUTAGES(WS-ST-IX) > 0
006630          COMPUTE WS-MINUTES ROUNDED =
006640                  WS-ST-DOWN-SECS(WS-ST-IX) / 60
006650                      / WS-ST-OUTAGES(WS-ST-IX)
006660      ELSE
006670          MOVE 0                   TO WS-MINUTES
006680      END-IF.
006690      MOVE WS-MINUTES              TO WS-SL-MTTR.
006700      WRITE HBXOURPO-LINE FROM WS-SUMMARY-LINE.

006710  4100-EXIT.
006720      EXIT.
006730******************************************************************
006740*  8000-TO-SECONDS - WS-CV-DATE/WS-CV-TIME TO SECONDS           *
006750******************************************************************
006760  8000-TO-SECONDS.
006770      COMPUTE WS-CV-SECS =
006780              FUNCTION INTEGER-OF-DATE(WS-CV-DATE)
006790                  * WS-SECS-PER-DAY
006800              + WS-CV-HH * 3600 + WS-CV-MM * 60 + WS-CV-SS.

006810  8000-EXIT.
006820      EXIT.
006830******************************************************************
006840*  9000-TERMINATE                                                *
006850******************************************************************
006860  9000-TERMINATE.
006870      IF WS-OUTF-OPEN
006873          CLOSE HBXOUTF
006876      END-IF.
006880      CLOSE HBXOURPO.
006890      DISPLAY 'HBXOURPT - PERIOD ' WS-MONTH-START ' TO '
006900              WS-MONTH-END ' OUTAGES COUNTED/PLANNED: '
006910              WS-COUNTED-COUNT ' ' WS-PLANNED-COUNT.

006920  9000-EXIT.
006930      EXIT.
