000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXGOLD.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-23.
000150  DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-23 JLS  NEW PROGRAM.  GOLDEN-CASE REGRESSION RUN.
000200*                 DRIVES EVERY CASE ON HBX.GOLDEN.CASES AGAINST
000210*                 EVERY SSID ON THE FAILOVER LIST AND REPORTS ANY
000220*                 SERVER WHOSE ANSWER HAS DRIFTED FROM THE
000230*                 APPROVED ONE, SO A ZRULE SERVER LEFT ON AN OLD
000240*                 RULESET IS CAUGHT BEFORE HBXCONN BALANCES
000250*                 CUSTOMERS ONTO IT.
000260*****************************************************************
000270*****************************************************************
000280*                                                                *
000290*   H B X G O L D                                                *
000300*                                                                *
000310*   RUN ON DEMAND STRAIGHT AFTER EVERY RULES DEPLOYMENT, AND ON  *
000320*   A SCHEDULE (JOB HBXGOLDJ).  BUILDS THE SSID LIST FROM THE    *
000330*   'S' ROWS OF THE HBXTBLF REFERENCE-TABLE MASTER - THE SAME    *
000340*   ROWS HBXSSLD LOADS INTO HBXSSIDQ - OR, WHEN THE MASTER HOLDS *
000350*   NO 'S' ROWS YET, FROM THE LEGACY HBXSSDL SEQUENTIAL LIST.    *
000360*   THEN, FOR EACH SSID IN TURN, READS EVERY HBXGCS GOLDEN CASE  *
000370*   AND LINKS OVER EXCI TO HBXGDRV IN THE APPLICATION CICS       *
000380*   REGION, WHICH DRIVES HBRRULE AT THAT SSID AND NOWHERE ELSE.  *
000390*   THE CC, RC AND OUTPUT PARMS (UP TO THE CASE'S COMPARE        *
000400*   LENGTH) MUST MATCH THE CASE EXACTLY.                         *
000410*                                                                *
000420*   THE REPORT LISTS EVERY MISMATCH BY SSID AND CASE, WITH A     *
000430*   SUMMARY LINE PER SSID.  RETURN CODES:                        *
000440*     0 - EVERY CASE MATCHED ON EVERY SSID                       *
000450*     4 - AT LEAST ONE SERVER ANSWERED A CASE DIFFERENTLY        *
000460*         (RULESET DRIFT)                                        *
000470*     8 - THE RUN COULD NOT VERIFY EVERY SERVER - AN SSID OR THE *
000480*         CICS REGION WAS UNREACHABLE, A CASE RECORD WAS BAD,    *
000490*         OR THERE WERE NO SSIDS OR NO CASES TO RUN              *
000500*                                                                *
000510*   THE TARGET CICS SYSID AND THE BATCH USERID BELOW ARE SHIPPED *
000520*   DEFAULTS - THE GOLDSYSID / GOLDUSERID SITE PARAMETERS (READ  *
000530*   THROUGH THE HBXPRMF DD) OVERRIDE THEM AT RUN TIME.           *
000540*                                                                *
000550*****************************************************************
000560  ENVIRONMENT DIVISION.
000570  INPUT-OUTPUT SECTION.
000580  FILE-CONTROL.
000590      SELECT HBXGCSF ASSIGN TO HBXGCSF
000600             ORGANIZATION IS SEQUENTIAL
000610             FILE STATUS IS WS-GCSF-STATUS.

000620      SELECT HBXTBLF ASSIGN TO HBXTBLF
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS DYNAMIC
000650             RECORD KEY IS HBXTBL-KEY
000660             FILE STATUS IS WS-TBLF-STATUS.

000670      SELECT HBXSSDL ASSIGN TO HBXSSDL
000680             ORGANIZATION IS SEQUENTIAL
000690             FILE STATUS IS WS-SSDL-STATUS.

000700      SELECT HBXGOLDO ASSIGN TO HBXGOLDO
000710             ORGANIZATION IS SEQUENTIAL
000720             FILE STATUS IS WS-RPT-STATUS.

000730      SELECT HBXPRMF ASSIGN TO HBXPRMF
000740             ORGANIZATION IS SEQUENTIAL
000750             FILE STATUS IS WS-PRMF-STATUS.
000760  DATA DIVISION.
000770  FILE SECTION.
000780  FD  HBXGCSF
000790      RECORD CONTAINS 2100 CHARACTERS.
000800  COPY HBXGCS.

000810  FD  HBXTBLF.
000820  COPY HBXTBL.

000830  FD  HBXSSDL
000840      RECORD CONTAINS 4 CHARACTERS.
000850  01  HBXSSDL-RECORD               PIC X(04).

000860  FD  HBXGOLDO
000870      RECORD CONTAINS 133 CHARACTERS.
000880  01  HBXGOLDO-LINE                PIC X(133).

000890  FD  HBXPRMF
000900      RECORD CONTAINS 48 CHARACTERS.
000910  COPY HBXPRM.
000920  WORKING-STORAGE SECTION.
000930  01  WS-GCSF-STATUS               PIC X(02).
000940  01  WS-TBLF-STATUS               PIC X(02).
000950  01  WS-SSDL-STATUS               PIC X(02).
000960  01  WS-RPT-STATUS                PIC X(02).
000970  01  WS-PRMF-STATUS               PIC X(02).
000980  01  WS-PRMF-EOF-SW               PIC X(01) VALUE 'N'.
000990      88  WS-PRMF-EOF                    VALUE 'Y'.
001000  01  WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
001010      88  WS-LIST-EOF                    VALUE 'Y'.
001020  01  WS-CASE-EOF-SW               PIC X(01) VALUE 'N'.
001030      88  WS-CASE-EOF                    VALUE 'Y'.
001040  01  WS-RESP                      PIC S9(8) COMP.
001050  01  WS-RESP2                     PIC S9(8) COMP.
001060  01  WS-CICS-SYSID                PIC X(04) VALUE 'APPL'.
001070  01  WS-BATCH-USERID              PIC X(08) VALUE 'HBXGOLD'.
001080  01  WS-TODAY                     PIC 9(08).
001090  01  WS-SSID-MAX                  PIC S9(4) COMP VALUE 32.
001100  01  WS-SSID-COUNT                PIC S9(4) COMP VALUE 0.
001110  01  WS-SSID-IX                   PIC S9(4) COMP VALUE 0.
001120  01  WS-SSID-TABLE.
001130      05  WS-SSID-ENTRY OCCURS 32 TIMES PIC X(04).
001140  01  WS-CMP-LEN                   PIC S9(4) COMP VALUE 0.
001150  01  WS-POS                       PIC S9(4) COMP VALUE 0.
001160  01  WS-FIRST-DIFF                PIC S9(4) COMP VALUE 0.
001170  01  WS-RESULT-SW                 PIC X(01).
001180      88  WS-CASE-MATCHED                VALUE 'M'.
001190      88  WS-CASE-DRIFTED                VALUE 'D'.
001200      88  WS-CASE-NOT-RUN                VALUE 'U'.
001210      88  WS-CASE-BAD                    VALUE 'B'.
001220  01  WS-SSID-COUNTS.
001230      05  WS-SS-RUN                PIC 9(07) COMP-3.
001240      05  WS-SS-MATCHED            PIC 9(07) COMP-3.
001250      05  WS-SS-DRIFTED            PIC 9(07) COMP-3.
001260      05  WS-SS-NOT-RUN            PIC 9(07) COMP-3.
001270      05  WS-SS-BAD                PIC 9(07) COMP-3.
001280  01  WS-TOTAL-COUNTS.
001290      05  WS-TOT-RUN               PIC 9(07) COMP-3 VALUE 0.
001300      05  WS-TOT-MATCHED           PIC 9(07) COMP-3 VALUE 0.
001310      05  WS-TOT-DRIFTED           PIC 9(07) COMP-3 VALUE 0.
001320      05  WS-TOT-NOT-RUN           PIC 9(07) COMP-3 VALUE 0.
001330      05  WS-TOT-BAD               PIC 9(07) COMP-3 VALUE 0.
001340  01  HBRC-CODES.
001350      COPY HBRC.
001360  COPY HBXGDP.
001370  01  WS-HEADING-1.
001380      05  FILLER     PIC X(01) VALUE '1'.
001390      05  FILLER     PIC X(58) VALUE
001400          'HBXGOLD - GOLDEN-CASE RULESET REGRESSION BY SSID'.
001410  01  WS-HEADING-2.
001420      05  FILLER       PIC X(01) VALUE ' '.
001430      05  FILLER       PIC X(10) VALUE 'RUN DATE: '.
001440      05  WS-H2-DATE   PIC 9(08).
001450      05  FILLER       PIC X(16) VALUE '   CICS SYSID: '.
001460      05  WS-H2-SYSID  PIC X(04).
001470  01  WS-BLANK-LINE.
001480      05  FILLER       PIC X(01) VALUE ' '.
001490  01  WS-SSID-HEADING.
001500      05  FILLER       PIC X(01) VALUE ' '.
001510      05  FILLER       PIC X(06) VALUE 'SSID: '.
001520      05  WS-SH-SSID   PIC X(04).
001530  01  WS-COL-HEADING.
001540      05  FILLER       PIC X(01) VALUE ' '.
001550      05  FILLER       PIC X(06) VALUE 'SSID'.
001560      05  FILLER       PIC X(09) VALUE 'CASE'.
001570      05  FILLER       PIC X(33) VALUE 'RULEAPP'.
001580      05  FILLER       PIC X(31) VALUE 'DESCRIPTION'.
001590      05  FILLER       PIC X(10) VALUE 'EXP CC/RC'.
001600      05  FILLER       PIC X(10) VALUE 'GOT CC/RC'.
001610      05  FILLER       PIC X(05) VALUE 'DIFF'.
001620      05  FILLER       PIC X(16) VALUE 'RESULT'.
001630  01  WS-MISMATCH-LINE.
001640      05  FILLER       PIC X(01) VALUE ' '.
001650      05  WS-ML-SSID   PIC X(04).
001660      05  FILLER       PIC X(02) VALUE SPACES.
001670      05  WS-ML-CASE   PIC X(08).
001680      05  FILLER       PIC X(01) VALUE SPACE.
001690      05  WS-ML-RULEAPP     PIC X(32).
001700      05  FILLER       PIC X(01) VALUE SPACE.
001710      05  WS-ML-DESC        PIC X(30).
001720      05  FILLER       PIC X(01) VALUE SPACE.
001730      05  WS-ML-EXP-CC      PIC Z9.
001740      05  FILLER       PIC X(01) VALUE '/'.
001750      05  WS-ML-EXP-RC      PIC ZZZZ9.
001760      05  FILLER       PIC X(02) VALUE SPACES.
001770      05  WS-ML-GOT-CC      PIC Z9.
001780      05  FILLER       PIC X(01) VALUE '/'.
001790      05  WS-ML-GOT-RC      PIC ZZZZ9.
001800      05  FILLER       PIC X(02) VALUE SPACES.
001810      05  WS-ML-DIFF        PIC ZZZ9.
001820      05  FILLER       PIC X(01) VALUE SPACE.
001830      05  WS-ML-RESULT      PIC X(20).
001840  01  WS-SSID-SUMMARY.
001850      05  FILLER       PIC X(01) VALUE ' '.
001860      05  FILLER       PIC X(06) VALUE SPACES.
001870      05  FILLER       PIC X(11) VALUE 'CASES RUN: '.
001880      05  WS-SM-RUN         PIC ZZZ,ZZ9.
001890      05  FILLER       PIC X(11) VALUE '  MATCHED: '.
001900      05  WS-SM-MATCHED     PIC ZZZ,ZZ9.
001910      05  FILLER       PIC X(11) VALUE '  DRIFTED: '.
001920      05  WS-SM-DRIFTED     PIC ZZZ,ZZ9.
001930      05  FILLER       PIC X(11) VALUE '  NOT RUN: '.
001940      05  WS-SM-NOT-RUN     PIC ZZZ,ZZ9.
001950      05  FILLER       PIC X(13) VALUE '  BAD CASES: '.
001960      05  WS-SM-BAD         PIC ZZZ,ZZ9.
001970  01  WS-RESULT-LINE.
001980      05  FILLER       PIC X(01) VALUE ' '.
001990      05  WS-RL-TEXT   PIC X(60).
002000  01  WS-MSG-LINE.
002010      05  FILLER       PIC X(01) VALUE ' '.
002020      05  WS-MSG-TEXT  PIC X(60).
002030*****************************************************************
002040*  0000-MAINLINE                                                *
002050*****************************************************************
002060  PROCEDURE DIVISION.
002070  0000-MAINLINE.
002080      PERFORM 1000-INITIALIZE
002090         THRU 1000-EXIT.
002100      PERFORM 2000-RUN-ONE-SSID
002110         THRU 2000-EXIT
002120         VARYING WS-SSID-IX FROM 1 BY 1
002130         UNTIL WS-SSID-IX > WS-SSID-COUNT.
002140      PERFORM 9000-TERMINATE
002150         THRU 9000-EXIT.
002160      STOP RUN.
002170*****************************************************************
002180*  1000-INITIALIZE - SITE PARMS, HEADINGS, AND THE SSID LIST    *
002190*****************************************************************
002200  1000-INITIALIZE.
002210      PERFORM 1100-READ-SITE-PARMS
002220         THRU 1100-EXIT.
002230      OPEN OUTPUT HBXGOLDO.
002240      ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002250      WRITE HBXGOLDO-LINE FROM WS-HEADING-1.
002260      MOVE WS-TODAY                TO WS-H2-DATE.
002270      MOVE WS-CICS-SYSID           TO WS-H2-SYSID.
002280      WRITE HBXGOLDO-LINE FROM WS-HEADING-2.
002290      PERFORM 1200-LOAD-SSIDS-FROM-MASTER
002300         THRU 1200-EXIT.
002310      IF WS-SSID-COUNT = 0
002320          PERFORM 1300-LOAD-SSIDS-FROM-LIST
002330             THRU 1300-EXIT
002340      END-IF.
002350      IF WS-SSID-COUNT = 0
002360          MOVE 'NO SSIDS ON HBXTBLF OR HBXSSDL'
002370                                    TO WS-MSG-TEXT
002380          WRITE HBXGOLDO-LINE FROM WS-BLANK-LINE
002390          WRITE HBXGOLDO-LINE FROM WS-MSG-LINE
002400      END-IF.
002410      DISPLAY 'HBXGOLD - GOLDEN-CASE REGRESSION STARTING'.
002420      DISPLAY 'HBXGOLD - TARGET SYSID ' WS-CICS-SYSID
002430              '  SSIDS ' WS-SSID-COUNT.

002440  1000-EXIT.
002450      EXIT.
002460*****************************************************************
002470*  1100-READ-SITE-PARMS - GOLD* TUNABLES FROM HBXPRMF,          *
002480*                         SHIPPED DEFAULTS WHEN ABSENT          *
002490*****************************************************************
002500  1100-READ-SITE-PARMS.
002510      OPEN INPUT HBXPRMF.
002520      IF WS-PRMF-STATUS NOT = '00'
002530          GO TO 1100-EXIT
002540      END-IF.
002550      PERFORM 1110-READ-ONE-PARM
002560         THRU 1110-EXIT
002570         UNTIL WS-PRMF-EOF.
002580      CLOSE HBXPRMF.

002590  1100-EXIT.
002600      EXIT.
002610*****************************************************************
002620*  1110-READ-ONE-PARM - APPLY ONE PARAMETER RECORD              *
002630*****************************************************************
002640  1110-READ-ONE-PARM.
002650      READ HBXPRMF
002660          AT END
002670              SET WS-PRMF-EOF     TO TRUE
002680              GO TO 1110-EXIT
002690      END-READ.
002700      EVALUATE HBXPRM-NAME
002710          WHEN 'GOLDSYSID'
002720              IF HBXPRM-VALUE NOT = SPACES
002730                  MOVE HBXPRM-VALUE     TO WS-CICS-SYSID
002740              END-IF
002750          WHEN 'GOLDUSERID'
002760              IF HBXPRM-VALUE NOT = SPACES
002770                  MOVE HBXPRM-VALUE     TO WS-BATCH-USERID
002780              END-IF
002790          WHEN OTHER
002800              CONTINUE
002810      END-EVALUATE.

002820  1110-EXIT.
002830      EXIT.
002840*****************************************************************
002850*  1200-LOAD-SSIDS-FROM-MASTER - THE 'S' ROWS OF HBXTBLF        *
002860*****************************************************************
002870  1200-LOAD-SSIDS-FROM-MASTER.
002880      OPEN INPUT HBXTBLF.
002890      IF WS-TBLF-STATUS NOT = '00'
002900          GO TO 1200-EXIT
002910      END-IF.
002920      MOVE LOW-VALUES              TO HBXTBL-KEY.
002930      SET HBXTBL-TABLE-SSID        TO TRUE.
002940      MOVE 'N'                     TO WS-LIST-EOF-SW.
002950      START HBXTBLF KEY IS NOT LESS THAN HBXTBL-KEY
002960          INVALID KEY
002970              SET WS-LIST-EOF      TO TRUE
002980      END-START.
002990      PERFORM 1210-READ-MASTER-ROW
003000         THRU 1210-EXIT
003010         UNTIL WS-LIST-EOF.
003020      CLOSE HBXTBLF.

003030  1200-EXIT.
003040      EXIT.
003050*****************************************************************
003060*  1210-READ-MASTER-ROW - TAKE ONE SSID ROW; STOP AT THE FIRST  *
003070*                         ROW OF ANOTHER TABLE                  *
003080*****************************************************************
003090  1210-READ-MASTER-ROW.
003100      READ HBXTBLF NEXT RECORD
003110          AT END
003120              SET WS-LIST-EOF      TO TRUE
003130              GO TO 1210-EXIT
003140      END-READ.
003150      IF NOT HBXTBL-TABLE-SSID
003160          SET WS-LIST-EOF          TO TRUE
003170          GO TO 1210-EXIT
003180      END-IF.
003190      IF WS-SSID-COUNT < WS-SSID-MAX
003200          ADD 1                    TO WS-SSID-COUNT
003210          MOVE HBXTBL-ENTRY-KEY(1:4)
003220                                   TO WS-SSID-ENTRY(WS-SSID-COUNT)
003230      END-IF.

003240  1210-EXIT.
003250      EXIT.
003260*****************************************************************
003270*  1300-LOAD-SSIDS-FROM-LIST - LEGACY HBXSSDL SEQUENTIAL LIST   *
003280*****************************************************************
003290  1300-LOAD-SSIDS-FROM-LIST.
003300      OPEN INPUT HBXSSDL.
003310      IF WS-SSDL-STATUS NOT = '00'
003320          GO TO 1300-EXIT
003330      END-IF.
003340      MOVE 'N'                     TO WS-LIST-EOF-SW.
003350      PERFORM 1310-READ-LIST-ROW
003360         THRU 1310-EXIT
003370         UNTIL WS-LIST-EOF.
003380      CLOSE HBXSSDL.

003390  1300-EXIT.
003400      EXIT.
003410*****************************************************************
003420*  1310-READ-LIST-ROW                                           *
003430*****************************************************************
003440  1310-READ-LIST-ROW.
003450      READ HBXSSDL
003460          AT END
003470              SET WS-LIST-EOF      TO TRUE
003480              GO TO 1310-EXIT
003490      END-READ.
003500      IF HBXSSDL-RECORD NOT = SPACES
003510      AND WS-SSID-COUNT < WS-SSID-MAX
003520          ADD 1                    TO WS-SSID-COUNT
003530          MOVE HBXSSDL-RECORD      TO WS-SSID-ENTRY(WS-SSID-COUNT)
003540      END-IF.

003550  1310-EXIT.
003560      EXIT.
003570*****************************************************************
003580*  2000-RUN-ONE-SSID - EVERY GOLDEN CASE AGAINST ONE SSID       *
003590*****************************************************************
003600  2000-RUN-ONE-SSID.
003610      INITIALIZE WS-SSID-COUNTS.
003620      WRITE HBXGOLDO-LINE FROM WS-BLANK-LINE.
003630      MOVE WS-SSID-ENTRY(WS-SSID-IX) TO WS-SH-SSID.
003640      WRITE HBXGOLDO-LINE FROM WS-SSID-HEADING.
003650      WRITE HBXGOLDO-LINE FROM WS-COL-HEADING.
003660      MOVE 'N'                     TO WS-CASE-EOF-SW.
003670      OPEN INPUT HBXGCSF.
003680      IF WS-GCSF-STATUS NOT = '00'
003690          MOVE 'GOLDEN CASE FILE WOULD NOT OPEN'
003700                                   TO WS-MSG-TEXT
003710          WRITE HBXGOLDO-LINE FROM WS-MSG-LINE
003720          ADD 1                    TO WS-TOT-BAD
003730          GO TO 2000-EXIT
003740      END-IF.
003750      PERFORM 2100-READ-CASE
003760         THRU 2100-EXIT.
003770      PERFORM 2200-RUN-ONE-CASE
003780         THRU 2200-EXIT
003790         UNTIL WS-CASE-EOF.
003800      CLOSE HBXGCSF.
003810      MOVE WS-SS-RUN               TO WS-SM-RUN.
003820      MOVE WS-SS-MATCHED           TO WS-SM-MATCHED.
003830      MOVE WS-SS-DRIFTED           TO WS-SM-DRIFTED.
003840      MOVE WS-SS-NOT-RUN           TO WS-SM-NOT-RUN.
003850      MOVE WS-SS-BAD               TO WS-SM-BAD.
003860      WRITE HBXGOLDO-LINE FROM WS-SSID-SUMMARY.
003870      ADD WS-SS-RUN                TO WS-TOT-RUN.
003880      ADD WS-SS-MATCHED            TO WS-TOT-MATCHED.
003890      ADD WS-SS-DRIFTED            TO WS-TOT-DRIFTED.
003900      ADD WS-SS-NOT-RUN            TO WS-TOT-NOT-RUN.
003910      ADD WS-SS-BAD                TO WS-TOT-BAD.

003920  2000-EXIT.
003930      EXIT.
003940*****************************************************************
003950*  2100-READ-CASE - NEXT GOLDEN CASE, SKIPPING COMMENT LINES    *
003960*****************************************************************
003970  2100-READ-CASE.
003980      READ HBXGCSF
003990          AT END
004000              SET WS-CASE-EOF      TO TRUE
004010              GO TO 2100-EXIT
004020      END-READ.
004030      IF HBXGCS-CASE-ID = SPACES
004040      OR HBXGCS-CASE-ID(1:1) = '*'
004050          GO TO 2100-READ-CASE
004060      END-IF.

004070  2100-EXIT.
004080      EXIT.
004090*****************************************************************
004100*  2200-RUN-ONE-CASE - DRIVE ONE CASE, JUDGE IT, REPORT IT      *
004110*****************************************************************
004120  2200-RUN-ONE-CASE.
004130      IF HBXGCS-EXPECTED-CC NOT NUMERIC
004140      OR HBXGCS-EXPECTED-RC NOT NUMERIC
004150      OR HBXGCS-RULEAPP = SPACES
004160          SET WS-CASE-BAD          TO TRUE
004170          ADD 1                    TO WS-SS-BAD
004180          MOVE 0                   TO HBXGDP-CC
004190          MOVE 0                   TO HBXGDP-RC
004200          MOVE 0                   TO WS-FIRST-DIFF
004210          PERFORM 2500-PRINT-MISMATCH
004220             THRU 2500-EXIT
004230          GO TO 2200-READ-NEXT
004240      END-IF.
004250      ADD 1                        TO WS-SS-RUN.
004260      PERFORM 2300-DRIVE-CASE
004270         THRU 2300-EXIT.
004280      PERFORM 2400-JUDGE-CASE
004290         THRU 2400-EXIT.
004300      IF NOT WS-CASE-MATCHED
004310          PERFORM 2500-PRINT-MISMATCH
004320             THRU 2500-EXIT
004330      END-IF.

004340  2200-READ-NEXT.
004350      PERFORM 2100-READ-CASE
004360         THRU 2100-EXIT.

004370  2200-EXIT.
004380      EXIT.
004390*****************************************************************
004400*  2300-DRIVE-CASE - LINK TO HBXGDRV OVER EXCI FOR THIS SSID    *
004410*****************************************************************
004420  2300-DRIVE-CASE.
004430      MOVE WS-SSID-ENTRY(WS-SSID-IX) TO HBXGDP-SSID.
004440      MOVE WS-BATCH-USERID          TO HBXGDP-USERID.
004450      MOVE HBXGCS-RULEAPP           TO HBXGDP-RULEAPP.
004460      MOVE HBXGCS-INPUT-PARMS       TO HBXGDP-INPUT-PARMS.
004470      MOVE SPACES                   TO HBXGDP-OUTPUT-PARMS.
004480      MOVE 0                        TO HBXGDP-RESP.
004490      EXEC CICS LINK
004500                PROGRAM('HBXGDRV')
004510                SYSID(WS-CICS-SYSID)
004520                COMMAREA(HBXGDP-AREA)
004530                LENGTH(LENGTH OF HBXGDP-AREA)
004540                RESP(WS-RESP)
004550                RESP2(WS-RESP2)
004560      END-EXEC.
004570      IF WS-RESP NOT = DFHRESP(NORMAL)
004580          SET HBXGDP-LINK-FAILED    TO TRUE
004590          MOVE HBR-CC-SEVERE        TO HBXGDP-CC
004600          MOVE HBR-RC-NOT-CONNECTED TO HBXGDP-RC
004610          MOVE SPACES               TO HBXGDP-OUTPUT-PARMS
004620          DISPLAY 'HBXGOLD - LINK TO HBXGDRV FAILED' WS-RESP
004630      END-IF.

004640  2300-EXIT.
004650      EXIT.
004660*****************************************************************
004670*  2400-JUDGE-CASE - AN UNREACHABLE SERVER IS NOT DRIFT, BUT IT *
004680*                    IS NOT A PASS EITHER.  OTHERWISE CC, RC    *
004690*                    AND THE COMPARED OUTPUT BYTES MUST MATCH   *
004700*****************************************************************
004710  2400-JUDGE-CASE.
004720      MOVE 0                       TO WS-FIRST-DIFF.
004730      IF HBXGDP-LINK-FAILED
004740          SET WS-CASE-NOT-RUN      TO TRUE
004750          ADD 1                    TO WS-SS-NOT-RUN
004760          GO TO 2400-EXIT
004770      END-IF.
004780      MOVE 1000                    TO WS-CMP-LEN.
004790      IF HBXGCS-COMPARE-LEN NUMERIC
004800      AND HBXGCS-COMPARE-LEN > 0
004810      AND HBXGCS-COMPARE-LEN < 1000
004820          MOVE HBXGCS-COMPARE-LEN  TO WS-CMP-LEN
004830      END-IF.
004840      IF HBXGDP-OUTPUT-PARMS(1:WS-CMP-LEN)
004850          NOT = HBXGCS-EXPECTED-OUTPUT(1:WS-CMP-LEN)
004860          PERFORM 2410-FIND-FIRST-DIFF
004870             THRU 2410-EXIT
004880             VARYING WS-POS FROM 1 BY 1
004890             UNTIL WS-POS > WS-CMP-LEN OR WS-FIRST-DIFF > 0
004900      END-IF.
004910      IF HBXGDP-CC = HBXGCS-EXPECTED-CC
004920      AND HBXGDP-RC = HBXGCS-EXPECTED-RC
004930      AND WS-FIRST-DIFF = 0
004940          SET WS-CASE-MATCHED      TO TRUE
004950          ADD 1                    TO WS-SS-MATCHED
004960      ELSE
004970          SET WS-CASE-DRIFTED      TO TRUE
004980          ADD 1                    TO WS-SS-DRIFTED
004990      END-IF.

005000  2400-EXIT.
005010      EXIT.
005020*****************************************************************
005030*  2410-FIND-FIRST-DIFF - TEST ONE BYTE OF THE OUTPUT PARMS     *
005040*****************************************************************
005050  2410-FIND-FIRST-DIFF.
005060      IF HBXGDP-OUTPUT-PARMS(WS-POS:1)
005070          NOT = HBXGCS-EXPECTED-OUTPUT(WS-POS:1)
005080          MOVE WS-POS              TO WS-FIRST-DIFF
005090      END-IF.

005100  2410-EXIT.
005110      EXIT.
005120*****************************************************************
005130*  2500-PRINT-MISMATCH - ONE LINE PER CASE THAT DID NOT MATCH   *
005140*****************************************************************
005150  2500-PRINT-MISMATCH.
005160      MOVE WS-SSID-ENTRY(WS-SSID-IX) TO WS-ML-SSID.
005170      MOVE HBXGCS-CASE-ID          TO WS-ML-CASE.
005180      MOVE HBXGCS-RULEAPP          TO WS-ML-RULEAPP.
005190      MOVE HBXGCS-DESCRIPTION      TO WS-ML-DESC.
005200      MOVE 0                       TO WS-ML-EXP-CC.
005210      MOVE 0                       TO WS-ML-EXP-RC.
005220      IF HBXGCS-EXPECTED-CC NUMERIC
005230          MOVE HBXGCS-EXPECTED-CC  TO WS-ML-EXP-CC
005240      END-IF.
005250      IF HBXGCS-EXPECTED-RC NUMERIC
005260          MOVE HBXGCS-EXPECTED-RC  TO WS-ML-EXP-RC
005270      END-IF.
005280      MOVE HBXGDP-CC               TO WS-ML-GOT-CC.
005290      MOVE HBXGDP-RC               TO WS-ML-GOT-RC.
005300      MOVE WS-FIRST-DIFF           TO WS-ML-DIFF.
005310      EVALUATE TRUE
005320          WHEN WS-CASE-DRIFTED
005330              MOVE '*** DRIFT ***'     TO WS-ML-RESULT
005340          WHEN WS-CASE-NOT-RUN
005350              MOVE 'SSID UNREACHABLE'  TO WS-ML-RESULT
005360          WHEN OTHER
005370              MOVE 'BAD CASE RECORD'   TO WS-ML-RESULT
005380      END-EVALUATE.
005390      WRITE HBXGOLDO-LINE FROM WS-MISMATCH-LINE.

005400  2500-EXIT.
005410      EXIT.
005420*****************************************************************
005430*  9000-TERMINATE - OVERALL VERDICT AND RETURN CODE             *
005440*****************************************************************
005450  9000-TERMINATE.
005460      WRITE HBXGOLDO-LINE FROM WS-BLANK-LINE.
005470      EVALUATE TRUE
005480          WHEN WS-TOT-DRIFTED > 0
005490              MOVE '*** RULESET DRIFT DETECTED ***'
005500                                    TO WS-RL-TEXT
005510          WHEN WS-SSID-COUNT = 0 OR WS-TOT-RUN = 0
005520          OR WS-TOT-NOT-RUN > 0 OR WS-TOT-BAD > 0
005530              MOVE 'NOT EVERY SSID WAS VERIFIED'
005540                                    TO WS-RL-TEXT
005550          WHEN OTHER
005560              MOVE 'EVERY CASE MATCHED ON EVERY SSID'
005570                                    TO WS-RL-TEXT
005580      END-EVALUATE.
005590      WRITE HBXGOLDO-LINE FROM WS-RESULT-LINE.
005600      CLOSE HBXGOLDO.
005610      DISPLAY 'HBXGOLD - CASES RUN     : ' WS-TOT-RUN.
005620      DISPLAY 'HBXGOLD - MATCHED       : ' WS-TOT-MATCHED.
005630      DISPLAY 'HBXGOLD - DRIFTED       : ' WS-TOT-DRIFTED.
005640      DISPLAY 'HBXGOLD - NOT RUN       : ' WS-TOT-NOT-RUN.
005650      DISPLAY 'HBXGOLD - BAD CASES     : ' WS-TOT-BAD.
005660      IF WS-SSID-COUNT = 0 OR WS-TOT-RUN = 0
005670      OR WS-TOT-NOT-RUN > 0 OR WS-TOT-BAD > 0
005680          MOVE 8                    TO RETURN-CODE
005690      ELSE
005700          IF WS-TOT-DRIFTED > 0
005710              MOVE 4                TO RETURN-CODE
005720          END-IF
005730      END-IF.

005740  9000-EXIT.
005750      EXIT.
