000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXDJRQ.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-16.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-16 JLS  NEW PROGRAM.  DECISION JOURNAL LOOKUP - SHOWS
000200*                 EXACTLY WHAT A RULE APPLICATION WAS ASKED AND
000210*                 WHAT IT ANSWERED, SO A DISPUTED DECISION NO
000220*                 LONGER HAS TO BE RE-CREATED FROM THE AUDIT
000230*                 CC/RC AND THE FRONT END'S OWN LOGS.
000233* 2026-09-30 JLS  SHOW A DEGRADED-MODE FALLBACK ANSWER AS SOURCE
000236*                 FBK / FALLBACK POLICY.
000237* 2026-10-14 JLS  SHOW A CALL REFUSED AT ITS DAILY CALL QUOTA AS
000238*                 SOURCE QTA / QUOTA EXCEEDED.
000239* 2026-10-15 JLS  THE DETAIL SCREEN MASKS THE SENSITIVE FIELDS
000240*                 CATALOGUED FOR THE DECISION'S RULEAPP (TS QUEUE
000241*                 HBXSFCQ) IN THE INPUT AND OUTPUT PARMS UNLESS
000242*                 THE USER HAS READ ACCESS TO FACILITY PROFILE
000243*                 HBX.UNMASK.PARMS, THE SAME AS HBXSUSQ.
000244******************************************************************
000250******************************************************************
000260*                                                                *
000270*   H B X D J R Q                                                *
000280*                                                                *
000290*   PSEUDO-CONVERSATIONAL TRANSACTION HBXJ.  BROWSES THE HBXDJRF *
000300*   DECISION JOURNAL FOR A DATE RANGE (DEFAULT TODAY) OPTIONALLY *
000310*   NARROWED TO ONE USERID (THE SIGNED-ON USER OF THE ORIGINAL   *
000320*   TASK OR THE USERID THE CALLER PASSED TO HBXRULE) AND/OR ONE  *
000330*   RULEAPP, ON MAP HBXDJQ1, EIGHT LINES AT A TIME.  TYPING 'S'  *
000340*   IN A ROW'S SELECT FIELD SHOWS THE WHOLE DECISION - KEY,      *
000350*   CALLER, SSID, CC/RC, WHERE THE ANSWER CAME FROM, AND THE     *
000360*   FULL 1000-BYTE INPUT AND OUTPUT PARMS - ON DETAIL MAP        *
000370*   HBXDJQ2, WHERE PF10 PAGES BOTH PARM AREAS TOGETHER IN        *
000380*   380-BYTE WINDOWS.  PF7 RESTARTS THE BROWSE; PF8 PAGES        *
000390*   FORWARD; PF12 RETURNS FROM DETAIL TO THE LIST; PF3 ENDS THE  *
000400*   TRANSACTION.                                                 *
000410*                                                                *
000420*   A NARROW SELECTION OVER A BUSY DATE RANGE CAN MEAN READING   *
000430*   A GREAT MANY RECORDS TO FILL ONE PAGE, SO ONE PAGE STOPS     *
000440*   AFTER WS-SCAN-LIMIT RECORDS AND PF8 CARRIES THE SEARCH ON.   *
000450*                                                                *
000460*   READ-ONLY.  THE JOURNAL HOLDS CUSTOMER DATA, SO HBXJ IS      *
000470*   RESTRICTED BY TRANSACTION-ATTACH SECURITY THE SAME WAY HBXS  *
000480*   IS.  SEE THE HBXCSD.CNTL NOTES.                              *
000490*                                                                *
000491*   ACCOUNT NUMBERS, SSNS, INCOME AND THE LIKE IN THE PARMS ARE  *
000492*   MASKED ON THE DETAIL SCREEN PER THE HBX.SENSITIVE.FIELDS     *
000493*   CATALOG FOR ANYONE WITHOUT READ ACCESS TO FACILITY PROFILE   *
000494*   HBX.UNMASK.PARMS.                                            *
000495*                                                                *
000500******************************************************************
000510  ENVIRONMENT DIVISION.
000520  DATA DIVISION.
000530  WORKING-STORAGE SECTION.
000540  COPY DFHAID.
000550  01  WS-RESP                     PIC S9(8) COMP.
000560  01  WS-RESP2                    PIC S9(8) COMP.
000570  01  WS-EXIT-SW                  PIC X(01) VALUE 'N'.
000580      88  WS-EXIT                       VALUE 'Y'.
000590  01  WS-MAX-LINES                 PIC S9(4) COMP VALUE 8.
000600  01  WS-BROWSE-EOF-SW             PIC X(01) VALUE 'N'.
000610      88  WS-BROWSE-EOF                  VALUE 'Y'.
000620  01  WS-PAGE-FULL-SW              PIC X(01) VALUE 'N'.
000630      88  WS-PAGE-FULL                   VALUE 'Y'.
000640  01  WS-ROW-COUNT                 PIC S9(4) COMP VALUE 0.
000650  01  WS-ROW-IX                    PIC S9(4) COMP VALUE 0.
000660  01  WS-SCAN-COUNT                PIC S9(8) COMP VALUE 0.
000670  01  WS-SCAN-LIMIT                PIC S9(8) COMP VALUE 2000.
000680  01  WS-SEL-FOUND-SW              PIC X(01) VALUE 'N'.
000690      88  WS-SEL-FOUND                   VALUE 'Y'.
000700  01  WS-SEL-CHAR                  PIC X(01).
000710  01  WS-SELECT-ERROR-SW           PIC X(01) VALUE 'N'.
000720      88  WS-SELECT-ERROR                VALUE 'Y'.
000730  01  WS-MSG-TEXT                  PIC X(79) VALUE SPACES.
000740  01  WS-ABSTIME                   PIC S9(15) COMP-3.
000750  01  WS-TODAY                     PIC 9(08).
000760  01  WS-NEW-FROM-DATE             PIC 9(08).
000770  01  WS-NEW-TO-DATE               PIC 9(08).
000780  01  WS-DISP-CC                   PIC ZZZ9.
000790  01  WS-DISP-RC                   PIC ZZZZ9.
000800  01  WS-SOURCE-SHORT               PIC X(03).
000810  01  WS-SOURCE-TEXT                PIC X(16).
000820  01  WS-APP-SHORT                  PIC X(16).
000830  01  WS-TIME-EDIT                  PIC 9(06).
000840  01  WS-TIME-EDIT-X REDEFINES WS-TIME-EDIT.
000850      05  WS-TIME-EDIT-HH            PIC 9(02).
000860      05  WS-TIME-EDIT-MM            PIC 9(02).
000870      05  WS-TIME-EDIT-SS            PIC 9(02).
000880  01  WS-TIME-TEXT.
000890      05  WS-TIME-HH                PIC X(02).
000900      05  FILLER                     PIC X(01) VALUE ':'.
000910      05  WS-TIME-MM                PIC X(02).
000920      05  FILLER                     PIC X(01) VALUE ':'.
000930      05  WS-TIME-SS                PIC X(02).
000940  01  WS-PARM-AREA                  PIC X(1140).
000950  01  WS-PARM-WINDOWS REDEFINES WS-PARM-AREA.
000960      05  WS-PARM-WINDOW            OCCURS 3 TIMES
000970                                    PIC X(380).
000980  01  WS-WINDOW-DISPLAY.
000990      05  WS-PARM-LINE1             PIC X(76).
001000      05  WS-PARM-LINE2             PIC X(76).
001010      05  WS-PARM-LINE3             PIC X(76).
001020      05  WS-PARM-LINE4             PIC X(76).
001030      05  WS-PARM-LINE5             PIC X(76).
001040  01  WS-PAGE-TEXT.
001050      05  FILLER                     PIC X(10) VALUE 'PARM PAGE '.
001060      05  WS-PAGE-NUM                PIC 9(01).
001070      05  FILLER                     PIC X(02) VALUE '/3'.
001071  01  WS-SFC-TSQ-NAME               PIC X(08) VALUE 'HBXSFCQ'.
001072  01  WS-SFC-ITEM-NUM               PIC S9(4) COMP VALUE 0.
001073  01  WS-SFC-EOQ-SW                 PIC X(01) VALUE 'N'.
001074      88  WS-SFC-EOQ                      VALUE 'Y'.
001075  01  WS-SFC-PARMS                  PIC X(01).
001076  01  WS-SF-OFF                     PIC S9(4) COMP.
001077  01  WS-SF-LEN                     PIC S9(4) COMP.
001078  01  WS-SF-MASK-LEN                PIC S9(4) COMP.
001079  01  WS-MASKED-SW                  PIC X(01) VALUE 'N'.
001080      88  WS-PARMS-MASKED                 VALUE 'Y'.
001081  01  WS-UNMASK-SW                  PIC X(01) VALUE 'N'.
001082      88  WS-UNMASK-ALLOWED               VALUE 'Y'.
001083  01  WS-UNMASK-CLASS               PIC X(08) VALUE 'FACILITY'.
001084  01  WS-UNMASK-RESID               PIC X(16)
001085                                    VALUE 'HBX.UNMASK.PARMS'.
001086  01  WS-UNMASK-CVDA                PIC S9(8) COMP.
001087  COPY HBXSFC.
001088  COPY HBXDJR REPLACING ==HBXDJR-RECORD== BY ==HBXDJR-AREA==.
001090  COPY HBXDJQM.
001100  COPY HBXDJQC REPLACING ==HBXDJQC-AREA== BY ==WS-COMMAREA==.
001110  LINKAGE SECTION.
001120  01  DFHCOMMAREA                   PIC X(345).
001130******************************************************************
001140*  0000-MAINLINE                                                *
001150******************************************************************
001160  PROCEDURE DIVISION USING DFHCOMMAREA.
001170  0000-MAINLINE.
001180      IF EIBCALEN = 0
001190          PERFORM 1000-FIRST-TIME
001200             THRU 1000-EXIT
001210      ELSE
001220          MOVE DFHCOMMAREA         TO WS-COMMAREA
001230          PERFORM 2000-RECEIVE-AID
001240             THRU 2000-EXIT
001250      END-IF.
001260      IF NOT WS-EXIT
001270          IF HBXDJQC-MODE-DETAIL
001280              PERFORM 5000-BUILD-DETAIL
001290                 THRU 5000-EXIT
001300              PERFORM 6000-SEND-DETAIL
001310                 THRU 6000-EXIT
001320          ELSE
001330              PERFORM 3000-BUILD-LIST
001340                 THRU 3000-EXIT
001350              PERFORM 4000-SEND-LIST
001360                 THRU 4000-EXIT
001370          END-IF
001380          EXEC CICS RETURN
001390                    TRANSID('HBXJ')
001400                    COMMAREA(WS-COMMAREA)
001410                    LENGTH(LENGTH OF WS-COMMAREA)
001420          END-EXEC
001430      ELSE
001440          EXEC CICS RETURN
001450          END-EXEC
001460      END-IF.

001470  0000-EXIT.
001480      EXIT.
001490******************************************************************
001500*  1000-FIRST-TIME - FRESH CONVERSATION, TODAY'S DECISIONS       *
001510******************************************************************
001520  1000-FIRST-TIME.
001530      MOVE LOW-VALUES               TO WS-COMMAREA.
001540      SET HBXDJQC-MODE-LIST         TO TRUE.
001550      EXEC CICS ASKTIME
001560                ABSTIME(WS-ABSTIME)
001570      END-EXEC.
001580      EXEC CICS FORMATTIME
001590                ABSTIME(WS-ABSTIME)
001600                YYYYMMDD(WS-TODAY)
001610      END-EXEC.
001620      MOVE WS-TODAY                 TO HBXDJQC-FROM-DATE.
001630      MOVE WS-TODAY                 TO HBXDJQC-TO-DATE.
001640      MOVE SPACES                   TO HBXDJQC-USERID.
001650      MOVE SPACES                   TO HBXDJQC-RULEAPP.
001660      SET HBXDJQC-ACTION-TOP        TO TRUE.

001670  1000-EXIT.
001680      EXIT.
001690******************************************************************
001700*  2000-RECEIVE-AID - ROUTE BY THE SCREEN CURRENTLY DISPLAYED    *
001710******************************************************************
001720  2000-RECEIVE-AID.
001730      IF HBXDJQC-MODE-DETAIL
001740          PERFORM 2500-RECEIVE-DETAIL
001750             THRU 2500-EXIT
001760      ELSE
001770          PERFORM 2100-RECEIVE-LIST
001780             THRU 2100-EXIT
001790      END-IF.

001800  2000-EXIT.
001810      EXIT.
001820******************************************************************
001830*  2100-RECEIVE-LIST - ATTENTION KEY FROM THE LIST SCREEN        *
001840******************************************************************
001850  2100-RECEIVE-LIST.
001860      EXEC CICS RECEIVE
001870                MAP('HBXDJQ1')
001880                MAPSET('HBXDJQM')
001890                RESP(WS-RESP)
001900      END-EXEC.
001910      EVALUATE EIBAID
001920          WHEN DFHPF3
001930              SET WS-EXIT               TO TRUE
001940          WHEN DFHPF7
001950              SET HBXDJQC-ACTION-TOP    TO TRUE
001960          WHEN DFHPF8
001970              SET HBXDJQC-ACTION-NEXT   TO TRUE
001980          WHEN DFHENTER
001990              IF WS-RESP = DFHRESP(NORMAL)
002000                  PERFORM 2200-LIST-ENTER
002010                     THRU 2200-EXIT
002020              ELSE
002030                  SET HBXDJQC-ACTION-REDISPLAY TO TRUE
002040              END-IF
002050          WHEN OTHER
002060              SET HBXDJQC-ACTION-REDISPLAY TO TRUE
002070      END-EVALUATE.

002080  2100-EXIT.
002090      EXIT.
002100******************************************************************
002110*  2200-LIST-ENTER - A ROW SELECTION BEATS A SELECTION CHANGE    *
002120******************************************************************
002130  2200-LIST-ENTER.
002140      MOVE 'N'                      TO WS-SEL-FOUND-SW.
002150      PERFORM 2300-CHECK-ONE-ROW
002160         THRU 2300-EXIT
002170         VARYING WS-ROW-IX FROM 1 BY 1
002180         UNTIL WS-ROW-IX > WS-MAX-LINES
002190            OR WS-SEL-FOUND.
002200      IF WS-SEL-FOUND
002210          SET HBXDJQC-MODE-DETAIL   TO TRUE
002220          SET HBXDJQC-ACTION-REDISPLAY TO TRUE
002230      ELSE
002240          IF JFDATL > 0 OR JTDATL > 0
002250          OR JFUSRL > 0 OR JFAPPL > 0
002260              PERFORM 2400-APPLY-SELECTION
002270                 THRU 2400-EXIT
002280          ELSE
002290              SET HBXDJQC-ACTION-REDISPLAY TO TRUE
002300          END-IF
002310      END-IF.

002320  2200-EXIT.
002330      EXIT.
002340******************************************************************
002350*  2300-CHECK-ONE-ROW - LOOK FOR 'S' IN A ROW'S SELECT FIELD     *
002360******************************************************************
002370  2300-CHECK-ONE-ROW.
002380      EVALUATE WS-ROW-IX
002390          WHEN 1
002400              MOVE JSEL01I          TO WS-SEL-CHAR
002410          WHEN 2
002420              MOVE JSEL02I          TO WS-SEL-CHAR
002430          WHEN 3
002440              MOVE JSEL03I          TO WS-SEL-CHAR
002450          WHEN 4
002460              MOVE JSEL04I          TO WS-SEL-CHAR
002470          WHEN 5
002480              MOVE JSEL05I          TO WS-SEL-CHAR
002490          WHEN 6
002500              MOVE JSEL06I          TO WS-SEL-CHAR
002510          WHEN 7
002520              MOVE JSEL07I          TO WS-SEL-CHAR
002530          WHEN 8
002540              MOVE JSEL08I          TO WS-SEL-CHAR
002550      END-EVALUATE.
002560      IF WS-SEL-CHAR = 'S'
002570      AND HBXDJQC-ROW-KEY(WS-ROW-IX) NOT = LOW-VALUES
002580      AND HBXDJQC-ROW-KEY(WS-ROW-IX) NOT = SPACES
002590          SET WS-SEL-FOUND          TO TRUE
002600          MOVE 1                    TO HBXDJQC-PARM-PAGE
002610          MOVE HBXDJQC-ROW-KEY(WS-ROW-IX) TO HBXDJQC-SEL-KEY
002620      END-IF.

002630  2300-EXIT.
002640      EXIT.
002650******************************************************************
002660*  2400-APPLY-SELECTION - VALIDATE AND APPLY A CHANGED DATE      *
002670*                         RANGE, USERID OR RULEAPP.  ONLY THE    *
002680*                         FIELDS THE OPERATOR TOUCHED COME BACK; *
002690*                         THE REST KEEP THEIR CURRENT VALUES     *
002700******************************************************************
002710  2400-APPLY-SELECTION.
002720      MOVE 'N'                      TO WS-SELECT-ERROR-SW.
002730      MOVE HBXDJQC-FROM-DATE        TO WS-NEW-FROM-DATE.
002740      MOVE HBXDJQC-TO-DATE          TO WS-NEW-TO-DATE.
002750      IF JFDATL > 0
002760          IF JFDATI NUMERIC
002770              MOVE JFDATI           TO WS-NEW-FROM-DATE
002780          ELSE
002790              SET WS-SELECT-ERROR   TO TRUE
002800              MOVE 'FROM DATE MUST BE YYYYMMDD'
002810                                      TO WS-MSG-TEXT
002820          END-IF
002830      END-IF.
002840      IF JTDATL > 0
002850          IF JTDATI NUMERIC
002860              MOVE JTDATI           TO WS-NEW-TO-DATE
002870          ELSE
002880              SET WS-SELECT-ERROR   TO TRUE
002890              MOVE 'TO DATE MUST BE YYYYMMDD'
002900                                      TO WS-MSG-TEXT
002910          END-IF
002920      END-IF.
002930      IF NOT WS-SELECT-ERROR
002940      AND WS-NEW-FROM-DATE > WS-NEW-TO-DATE
002950          SET WS-SELECT-ERROR       TO TRUE
002960          MOVE 'FROM DATE IS AFTER TO DATE'
002970                                      TO WS-MSG-TEXT
002980      END-IF.
002990      IF WS-SELECT-ERROR
003000          SET HBXDJQC-ACTION-REDISPLAY TO TRUE
003010          GO TO 2400-EXIT
003020      END-IF.
003030      MOVE WS-NEW-FROM-DATE         TO HBXDJQC-FROM-DATE.
003040      MOVE WS-NEW-TO-DATE           TO HBXDJQC-TO-DATE.
003050      IF JFUSRL > 0
003060          MOVE JFUSRI               TO HBXDJQC-USERID
003070          INSPECT HBXDJQC-USERID
003080                  REPLACING ALL LOW-VALUES BY SPACES
003090      END-IF.
003100      IF JFAPPL > 0
003110          MOVE JFAPPI               TO HBXDJQC-RULEAPP
003120          INSPECT HBXDJQC-RULEAPP
003130                  REPLACING ALL LOW-VALUES BY SPACES
003140      END-IF.
003150      SET HBXDJQC-ACTION-TOP        TO TRUE.

003160  2400-EXIT.
003170      EXIT.
003180******************************************************************
003190*  2500-RECEIVE-DETAIL - ATTENTION KEY FROM THE DETAIL SCREEN    *
003200******************************************************************
003210  2500-RECEIVE-DETAIL.
003220      EXEC CICS RECEIVE
003230                MAP('HBXDJQ2')
003240                MAPSET('HBXDJQM')
003250                RESP(WS-RESP)
003260      END-EXEC.
003270      EVALUATE EIBAID
003280          WHEN DFHPF3
003290              SET WS-EXIT               TO TRUE
003300          WHEN DFHPF12
003310              SET HBXDJQC-MODE-LIST     TO TRUE
003320              SET HBXDJQC-ACTION-REDISPLAY TO TRUE
003330          WHEN DFHPF10
003340              IF HBXDJQC-PARM-PAGE < 3
003350                  ADD 1             TO HBXDJQC-PARM-PAGE
003360              ELSE
003370                  MOVE 1            TO HBXDJQC-PARM-PAGE
003380              END-IF
003390          WHEN OTHER
003400              CONTINUE
003410      END-EVALUATE.

003420  2500-EXIT.
003430      EXIT.
003440******************************************************************
003450*  3000-BUILD-LIST - BROWSE HBXDJRF AND FILL THE LIST ROWS       *
003460******************************************************************
003470  3000-BUILD-LIST.
003480      EVALUATE TRUE
003490          WHEN HBXDJQC-ACTION-TOP
003500              MOVE LOW-VALUES            TO HBXDJR-KEY
003510              MOVE HBXDJQC-FROM-DATE     TO HBXDJR-KEY-DATE
003520          WHEN HBXDJQC-ACTION-REDISPLAY
003530              MOVE HBXDJQC-PAGE-TOP-KEY  TO HBXDJR-KEY
003540          WHEN HBXDJQC-ACTION-NEXT
003550              MOVE HBXDJQC-NEXT-KEY      TO HBXDJR-KEY
003560      END-EVALUATE.
003570      MOVE LOW-VALUES               TO HBXDJQ1O.
003580      MOVE 'N'                      TO WS-BROWSE-EOF-SW.
003590      MOVE 'N'                      TO WS-PAGE-FULL-SW.
003600      MOVE 0                        TO WS-ROW-COUNT.
003610      MOVE 0                        TO WS-SCAN-COUNT.
003620      PERFORM 3050-CLEAR-ROW-KEYS
003630         THRU 3050-EXIT
003640         VARYING WS-ROW-IX FROM 1 BY 1
003650         UNTIL WS-ROW-IX > WS-MAX-LINES.
003660      EXEC CICS STARTBR
003670                FILE('HBXDJRF')
003680                RIDFLD(HBXDJR-KEY)
003690                GTEQ
003700                RESP(WS-RESP)
003710      END-EXEC.
003720      IF WS-RESP = DFHRESP(NORMAL)
003730          PERFORM 3100-READ-NEXT-DECISION
003740             THRU 3100-EXIT
003750             UNTIL WS-BROWSE-EOF
003760                OR WS-PAGE-FULL
003770          EXEC CICS ENDBR
003780                    FILE('HBXDJRF')
003790          END-EXEC
003800      ELSE
003810          MOVE HIGH-VALUES          TO HBXDJQC-NEXT-KEY
003820          MOVE 'NO DECISIONS JOURNALED ON OR AFTER THE FROM DATE'
003830                                      TO JMSGLNO
003840      END-IF.
003850      IF WS-MSG-TEXT NOT = SPACES
003860          MOVE WS-MSG-TEXT          TO JMSGLNO
003870          MOVE SPACES               TO WS-MSG-TEXT
003880      END-IF.

003890  3000-EXIT.
003900      EXIT.
003910******************************************************************
003920*  3050-CLEAR-ROW-KEYS - FORGET THE PREVIOUS PAGE'S ROWS         *
003930******************************************************************
003940  3050-CLEAR-ROW-KEYS.
003950      MOVE LOW-VALUES               TO HBXDJQC-ROW-KEY(WS-ROW-IX).

003960  3050-EXIT.
003970      EXIT.
003980******************************************************************
003990*  3100-READ-NEXT-DECISION - READ ONE ROW, FILTER, DISPLAY OR    *
004000*                            PEEK.  PAST THE TO DATE IS END OF   *
004010*                            FILE AS FAR AS THIS LIST IS         *
004020*                            CONCERNED                           *
004030******************************************************************
004040  3100-READ-NEXT-DECISION.
004050      EXEC CICS READNEXT
004060                FILE('HBXDJRF')
004070                INTO(HBXDJR-AREA)
004080                RIDFLD(HBXDJR-KEY)
004090                RESP(WS-RESP)
004100      END-EXEC.
004110      IF WS-RESP NOT = DFHRESP(NORMAL)
004120      OR HBXDJR-KEY-DATE > HBXDJQC-TO-DATE
004130          SET WS-BROWSE-EOF         TO TRUE
004140          MOVE HIGH-VALUES          TO HBXDJQC-NEXT-KEY
004150          GO TO 3100-EXIT
004160      END-IF.
004170      ADD 1                         TO WS-SCAN-COUNT.
004180      IF WS-SCAN-COUNT > WS-SCAN-LIMIT
004190          MOVE HBXDJR-KEY           TO HBXDJQC-NEXT-KEY
004200          SET WS-PAGE-FULL          TO TRUE
004210          IF WS-ROW-COUNT = 0
004220              MOVE HBXDJR-KEY       TO HBXDJQC-PAGE-TOP-KEY
004230          END-IF
004240          MOVE 'SEARCH LIMIT REACHED - PF8 TO CONTINUE SEARCHING'
004250                                      TO WS-MSG-TEXT
004260          GO TO 3100-EXIT
004270      END-IF.
004280      IF HBXDJQC-USERID NOT = SPACES
004290      AND HBXDJR-KEY-USERID NOT = HBXDJQC-USERID
004300      AND HBXDJR-RULE-USERID NOT = HBXDJQC-USERID
004310          GO TO 3100-EXIT
004320      END-IF.
004330      IF HBXDJQC-RULEAPP NOT = SPACES
004340      AND HBXDJR-RULEAPP NOT = HBXDJQC-RULEAPP
004350          GO TO 3100-EXIT
004360      END-IF.
004370      IF WS-ROW-COUNT < WS-MAX-LINES
004380          ADD 1                     TO WS-ROW-COUNT
004390          IF WS-ROW-COUNT = 1
004400              MOVE HBXDJR-KEY       TO HBXDJQC-PAGE-TOP-KEY
004410          END-IF
004420          MOVE HBXDJR-KEY           TO
004430               HBXDJQC-ROW-KEY(WS-ROW-COUNT)
004440          PERFORM 3200-FORMAT-ROW
004450             THRU 3200-EXIT
004460      ELSE
004470          MOVE HBXDJR-KEY           TO HBXDJQC-NEXT-KEY
004480          SET WS-PAGE-FULL          TO TRUE
004490      END-IF.

004500  3100-EXIT.
004510      EXIT.
004520******************************************************************
004530*  3200-FORMAT-ROW - MOVE ONE HBXDJRF RECORD ONTO THE LIST MAP   *
004540******************************************************************
004550  3200-FORMAT-ROW.
004560      MOVE HBXDJR-CC                TO WS-DISP-CC.
004570      MOVE HBXDJR-RC                TO WS-DISP-RC.
004580      MOVE HBXDJR-RULEAPP           TO WS-APP-SHORT.
004590      PERFORM 3300-SOURCE-SHORT
004600         THRU 3300-EXIT.
004610      MOVE HBXDJR-KEY-TIME          TO WS-TIME-EDIT.
004620      MOVE WS-TIME-EDIT-HH          TO WS-TIME-HH.
004630      MOVE WS-TIME-EDIT-MM          TO WS-TIME-MM.
004640      MOVE WS-TIME-EDIT-SS          TO WS-TIME-SS.
004650      EVALUATE WS-ROW-COUNT
004660          WHEN 1
004670              MOVE HBXDJR-KEY-DATE          TO JDAT01O
004680              MOVE WS-TIME-TEXT              TO JTIM01O
004690              MOVE HBXDJR-KEY-USERID         TO JUID01O
004700              MOVE HBXDJR-TRANID             TO JTRN01O
004710              MOVE HBXDJR-SSID               TO JSID01O
004720              MOVE WS-APP-SHORT              TO JAPP01O
004730              MOVE WS-DISP-CC                 TO JCC01O
004740              MOVE WS-DISP-RC                 TO JRC01O
004750              MOVE WS-SOURCE-SHORT            TO JSRC01O
004760          WHEN 2
004770              MOVE HBXDJR-KEY-DATE          TO JDAT02O
004780              MOVE WS-TIME-TEXT              TO JTIM02O
004790              MOVE HBXDJR-KEY-USERID         TO JUID02O
004800              MOVE HBXDJR-TRANID             TO JTRN02O
004810              MOVE HBXDJR-SSID               TO JSID02O
004820              MOVE WS-APP-SHORT              TO JAPP02O
004830              MOVE WS-DISP-CC                 TO JCC02O
004840              MOVE WS-DISP-RC                 TO JRC02O
004850              MOVE WS-SOURCE-SHORT            TO JSRC02O
004860          WHEN 3
004870              MOVE HBXDJR-KEY-DATE          TO JDAT03O
004880              MOVE WS-TIME-TEXT              TO JTIM03O
004890              MOVE HBXDJR-KEY-USERID         TO JUID03O
004900              MOVE HBXDJR-TRANID             TO JTRN03O
004910              MOVE HBXDJR-SSID               TO JSID03O
004920              MOVE WS-APP-SHORT              TO JAPP03O
004930              MOVE WS-DISP-CC                 TO JCC03O
004940              MOVE WS-DISP-RC                 TO JRC03O
004950              MOVE WS-SOURCE-SHORT            TO JSRC03O
004960          WHEN 4
004970              MOVE HBXDJR-KEY-DATE          TO JDAT04O
004980              MOVE WS-TIME-TEXT              TO JTIM04O
004990              MOVE HBXDJR-KEY-USERID         TO JUID04O
005000              MOVE HBXDJR-TRANID             TO JTRN04O
005010              MOVE HBXDJR-SSID               TO JSID04O
005020              MOVE WS-APP-SHORT              TO JAPP04O
005030              MOVE WS-DISP-CC                 TO JCC04O
005040              MOVE WS-DISP-RC                 TO JRC04O
005050              MOVE WS-SOURCE-SHORT            TO JSRC04O
005060          WHEN 5
005070              MOVE HBXDJR-KEY-DATE          TO JDAT05O
005080              MOVE WS-TIME-TEXT              TO JTIM05O
005090              MOVE HBXDJR-KEY-USERID         TO JUID05O
005100              MOVE HBXDJR-TRANID             TO JTRN05O
005110              MOVE HBXDJR-SSID               TO JSID05O
005120              MOVE WS-APP-SHORT              TO JAPP05O
005130              MOVE WS-DISP-CC                 TO JCC05O
005140              MOVE WS-DISP-RC                 TO JRC05O
005150              MOVE WS-SOURCE-SHORT            TO JSRC05O
005160          WHEN 6
005170              MOVE HBXDJR-KEY-DATE          TO JDAT06O
005180              MOVE WS-TIME-TEXT              TO JTIM06O
005190              MOVE HBXDJR-KEY-USERID         TO JUID06O
005200              MOVE HBXDJR-TRANID             TO JTRN06O
005210              MOVE HBXDJR-SSID               TO JSID06O
005220              MOVE WS-APP-SHORT              TO JAPP06O
005230              MOVE WS-DISP-CC                 TO JCC06O
005240              MOVE WS-DISP-RC                 TO JRC06O
005250              MOVE WS-SOURCE-SHORT            TO JSRC06O
005260          WHEN 7
005270              MOVE HBXDJR-KEY-DATE          TO JDAT07O
005280              MOVE WS-TIME-TEXT              TO JTIM07O
005290              MOVE HBXDJR-KEY-USERID         TO JUID07O
005300              MOVE HBXDJR-TRANID             TO JTRN07O
005310              MOVE HBXDJR-SSID               TO JSID07O
005320              MOVE WS-APP-SHORT              TO JAPP07O
005330              MOVE WS-DISP-CC                 TO JCC07O
005340              MOVE WS-DISP-RC                 TO JRC07O
005350              MOVE WS-SOURCE-SHORT            TO JSRC07O
005360          WHEN 8
005370              MOVE HBXDJR-KEY-DATE          TO JDAT08O
005380              MOVE WS-TIME-TEXT              TO JTIM08O
005390              MOVE HBXDJR-KEY-USERID         TO JUID08O
005400              MOVE HBXDJR-TRANID             TO JTRN08O
005410              MOVE HBXDJR-SSID               TO JSID08O
005420              MOVE WS-APP-SHORT              TO JAPP08O
005430              MOVE WS-DISP-CC                 TO JCC08O
005440              MOVE WS-DISP-RC                 TO JRC08O
005450              MOVE WS-SOURCE-SHORT            TO JSRC08O
005460      END-EVALUATE.

005470  3200-EXIT.
005480      EXIT.
005490******************************************************************
005500*  3300-SOURCE-SHORT - THREE-CHARACTER ANSWER SOURCE FOR THE     *
005510*                      LIST                                      *
005520******************************************************************
005530  3300-SOURCE-SHORT.
005540      EVALUATE TRUE
005550          WHEN HBXDJR-FROM-SERVER
005560              MOVE 'SVR'            TO WS-SOURCE-SHORT
005570          WHEN HBXDJR-FROM-CACHE
005580              MOVE 'CCH'            TO WS-SOURCE-SHORT
005590          WHEN HBXDJR-VALIDATION-REJECT
005600              MOVE 'VAL'            TO WS-SOURCE-SHORT
005610          WHEN HBXDJR-HEALTH-SKIP
005620              MOVE 'HLT'            TO WS-SOURCE-SHORT
005623          WHEN HBXDJR-FALLBACK
005626              MOVE 'FBK'            TO WS-SOURCE-SHORT
005627          WHEN HBXDJR-QUOTA-REJECT
005628              MOVE 'QTA'            TO WS-SOURCE-SHORT
005630          WHEN OTHER
005640              MOVE '???'            TO WS-SOURCE-SHORT
005650      END-EVALUATE.

005660  3300-EXIT.
005670      EXIT.
005680******************************************************************
005690*  4000-SEND-LIST - FORMAT THE HEADER AND SEND THE LIST MAP      *
005700******************************************************************
005710  4000-SEND-LIST.
005720      MOVE 'HBXDJRQ - RULE DECISION JOURNAL LOOKUP' TO JTITLO.
005730      MOVE HBXDJQC-FROM-DATE        TO JFDATO.
005740      MOVE HBXDJQC-TO-DATE          TO JTDATO.
005750      MOVE HBXDJQC-USERID           TO JFUSRO.
005760      MOVE HBXDJQC-RULEAPP          TO JFAPPO.
005770      IF WS-ROW-COUNT = 0 AND HBXDJQC-NEXT-KEY = HIGH-VALUES
005780      AND JMSGLNO = LOW-VALUES
005790          MOVE 'NO MATCHING DECISIONS - PF7 FOR TOP OF RANGE'
005800                                      TO JMSGLNO
005810      END-IF.
005820      EXEC CICS SEND
005830                MAP('HBXDJQ1')
005840                MAPSET('HBXDJQM')
005850                FROM(HBXDJQ1O)
005860                ERASE
005870                CURSOR
005880      END-EXEC.

005890  4000-EXIT.
005900      EXIT.
005910******************************************************************
005920*  5000-BUILD-DETAIL - READ THE SELECTED DECISION AND FILL THE   *
005930*                      MAP                                       *
005940******************************************************************
005950  5000-BUILD-DETAIL.
005960      MOVE LOW-VALUES               TO HBXDJQ2O.
005970      EXEC CICS READ
005980                FILE('HBXDJRF')
005990                INTO(HBXDJR-AREA)
006000                RIDFLD(HBXDJQC-SEL-KEY)
006010                RESP(WS-RESP)
006020                RESP2(WS-RESP2)
006030      END-EXEC.
006040      IF WS-RESP NOT = DFHRESP(NORMAL)
006050          MOVE 'DECISION NO LONGER ON FILE - PF12 FOR LIST'
006060                                      TO KMSGLNO
006070          GO TO 5000-EXIT
006080      END-IF.
006090      MOVE HBXDJR-KEY-DATE          TO KKDATO.
006100      MOVE HBXDJR-KEY-TIME          TO WS-TIME-EDIT.
006110      MOVE WS-TIME-EDIT-HH          TO WS-TIME-HH.
006120      MOVE WS-TIME-EDIT-MM          TO WS-TIME-MM.
006130      MOVE WS-TIME-EDIT-SS          TO WS-TIME-SS.
006140      MOVE WS-TIME-TEXT             TO KKTIMO.
006150      MOVE HBXDJR-KEY-TERMID        TO KKTRMO.
006160      MOVE HBXDJR-KEY-USERID        TO KKUSRO.
006170      MOVE HBXDJR-REGION            TO KREGO.
006180      MOVE HBXDJR-TRANID            TO KTRNO.
006190      MOVE HBXDJR-PROGRAM           TO KPGMO.
006200      MOVE HBXDJR-RULE-USERID       TO KCUSRO.
006210      MOVE HBXDJR-SSID              TO KSIDO.
006220      MOVE HBXDJR-RULEAPP           TO KAPPO.
006230      MOVE HBXDJR-CC                TO WS-DISP-CC.
006240      MOVE WS-DISP-CC               TO KCCO.
006250      MOVE HBXDJR-RC                TO WS-DISP-RC.
006260      MOVE WS-DISP-RC               TO KRCO.
006270      PERFORM 5100-SOURCE-LONG
006280         THRU 5100-EXIT.
006290      MOVE WS-SOURCE-TEXT           TO KSRCO.
006300      MOVE HBXDJR-REPLAY-IND        TO KRPLO.
006310      IF HBXDJQC-PARM-PAGE < 1 OR HBXDJQC-PARM-PAGE > 3
006320          MOVE 1                    TO HBXDJQC-PARM-PAGE
006330      END-IF.
006340      MOVE HBXDJQC-PARM-PAGE        TO WS-PAGE-NUM.
006342      MOVE 'N'                      TO WS-MASKED-SW.
006344      PERFORM 5200-CHECK-UNMASK
006346         THRU 5200-EXIT.
006350      MOVE SPACES                   TO WS-PARM-AREA.
006360      MOVE HBXDJR-INPUT-PARMS       TO WS-PARM-AREA.
006362      MOVE 'I'                      TO WS-SFC-PARMS.
006364      PERFORM 5300-MASK-PARMS
006366         THRU 5300-EXIT.
006370      MOVE WS-PARM-WINDOW(HBXDJQC-PARM-PAGE)
006380                                    TO WS-WINDOW-DISPLAY.
006390      MOVE WS-PARM-LINE1            TO KIPRM1O.
006400      MOVE WS-PARM-LINE2            TO KIPRM2O.
006410      MOVE WS-PARM-LINE3            TO KIPRM3O.
006420      MOVE WS-PARM-LINE4            TO KIPRM4O.
006430      MOVE WS-PARM-LINE5            TO KIPRM5O.
006440      MOVE WS-PAGE-TEXT             TO KIPAGEO.
006450      MOVE SPACES                   TO WS-PARM-AREA.
006460      MOVE HBXDJR-OUTPUT-PARMS      TO WS-PARM-AREA.
006462      MOVE 'O'                      TO WS-SFC-PARMS.
006464      PERFORM 5300-MASK-PARMS
006466         THRU 5300-EXIT.
006470      MOVE WS-PARM-WINDOW(HBXDJQC-PARM-PAGE)
006480                                    TO WS-WINDOW-DISPLAY.
006490      MOVE WS-PARM-LINE1            TO KOPRM1O.
006500      MOVE WS-PARM-LINE2            TO KOPRM2O.
006510      MOVE WS-PARM-LINE3            TO KOPRM3O.
006520      MOVE WS-PARM-LINE4            TO KOPRM4O.
006530      MOVE WS-PARM-LINE5            TO KOPRM5O.
006540      MOVE WS-PAGE-TEXT             TO KOPAGEO.
006542      IF WS-MSG-TEXT = SPACES AND WS-PARMS-MASKED
006544          MOVE 'SENSITIVE FIELDS MASKED (*)'
006546                                    TO WS-MSG-TEXT
006548      END-IF.
006550      IF WS-MSG-TEXT NOT = SPACES
006560          MOVE WS-MSG-TEXT          TO KMSGLNO
006570          MOVE SPACES               TO WS-MSG-TEXT
006580      END-IF.

006590  5000-EXIT.
006600      EXIT.
006610******************************************************************
006620*  5100-SOURCE-LONG - WHERE THE ANSWER CAME FROM, IN FULL        *
006630******************************************************************
006640  5100-SOURCE-LONG.
006650      EVALUATE TRUE
006660          WHEN HBXDJR-FROM-SERVER
006670              MOVE 'DECISION SERVER '  TO WS-SOURCE-TEXT
006680          WHEN HBXDJR-FROM-CACHE
006690              MOVE 'RESULT CACHE    '  TO WS-SOURCE-TEXT
006700          WHEN HBXDJR-VALIDATION-REJECT
006710              MOVE 'INPUT REJECTED  '  TO WS-SOURCE-TEXT
006720          WHEN HBXDJR-HEALTH-SKIP
006730              MOVE 'SERVER DOWN     '  TO WS-SOURCE-TEXT
006733          WHEN HBXDJR-FALLBACK
006736              MOVE 'FALLBACK POLICY '  TO WS-SOURCE-TEXT
006737          WHEN HBXDJR-QUOTA-REJECT
006738              MOVE 'QUOTA EXCEEDED  '  TO WS-SOURCE-TEXT
006740          WHEN OTHER
006750              MOVE 'UNKNOWN         '  TO WS-SOURCE-TEXT
006760      END-EVALUATE.

006770  5100-EXIT.
006780      EXIT.
006781******************************************************************
006782*  5200-CHECK-UNMASK - MAY THIS USER SEE THE PARMS IN CLEAR?     *
006783*                      ANY TROUBLE ASKING THE SECURITY MANAGER   *
006784*                      MEANS MASKED                              *
006785******************************************************************
006786  5200-CHECK-UNMASK.
006787      MOVE 'N'                      TO WS-UNMASK-SW.
006788      EXEC CICS QUERY SECURITY
006789                RESCLASS(WS-UNMASK-CLASS)
006790                RESID(WS-UNMASK-RESID)
006791                RESIDLENGTH(LENGTH OF WS-UNMASK-RESID)
006792                READ(WS-UNMASK-CVDA)
006793                RESP(WS-RESP)
006794                RESP2(WS-RESP2)
006795      END-EXEC.
006796      IF WS-RESP = DFHRESP(NORMAL)
006797      AND WS-UNMASK-CVDA = DFHVALUE(READABLE)
006798          SET WS-UNMASK-ALLOWED     TO TRUE
006799      END-IF.

006800  5200-EXIT.
006801      EXIT.
006802******************************************************************
006803*  5300-MASK-PARMS - MASK THE CATALOGUED SENSITIVE FIELDS OF     *
006804*                    THE WS-SFC-PARMS AREA IN THE SCREEN COPY    *
006805*                    UNLESS THE USER IS CLEARED TO SEE THEM      *
006806******************************************************************
006807  5300-MASK-PARMS.
006808      IF WS-UNMASK-ALLOWED
006809          GO TO 5300-EXIT
006810      END-IF.
006811      MOVE 0                        TO WS-SFC-ITEM-NUM.
006812      MOVE 'N'                      TO WS-SFC-EOQ-SW.
006813      PERFORM 5310-MASK-ONE-FIELD
006814         THRU 5310-EXIT
006815         UNTIL WS-SFC-EOQ.

006816  5300-EXIT.
006817      EXIT.
006818******************************************************************
006819*  5310-MASK-ONE-FIELD - READ ONE CATALOG ENTRY AND MASK THE     *
006820*                        FIELD IT DESCRIBES.  AN ENTRY FOR       *
006821*                        ANOTHER RULEAPP OR PARM AREA, OR WITH   *
006822*                        AN IMPOSSIBLE OFFSET/LENGTH, IS SKIPPED *
006823******************************************************************
006824  5310-MASK-ONE-FIELD.
006825      ADD 1                         TO WS-SFC-ITEM-NUM.
006826      EXEC CICS READQ TS
006827                QUEUE(WS-SFC-TSQ-NAME)
006828                INTO(HBXSFC-ENTRY)
006829                LENGTH(LENGTH OF HBXSFC-ENTRY)
006830                ITEM(WS-SFC-ITEM-NUM)
006831                RESP(WS-RESP)
006832                RESP2(WS-RESP2)
006833      END-EXEC.
006834      IF WS-RESP NOT = DFHRESP(NORMAL)
006835          SET WS-SFC-EOQ            TO TRUE
006836          GO TO 5310-EXIT
006837      END-IF.
006838      IF HBXSFC-RULEAPP NOT = HBXDJR-RULEAPP
006839      OR HBXSFC-PARMS NOT = WS-SFC-PARMS
006840          GO TO 5310-EXIT
006841      END-IF.
006842      IF HBXSFC-OFFSET NOT NUMERIC
006843      OR HBXSFC-LENGTH NOT NUMERIC
006844          GO TO 5310-EXIT
006845      END-IF.
006846      MOVE HBXSFC-OFFSET            TO WS-SF-OFF.
006847      MOVE HBXSFC-LENGTH            TO WS-SF-LEN.
006848      IF WS-SF-OFF < 1 OR WS-SF-LEN < 1
006849      OR WS-SF-OFF + WS-SF-LEN > HBXSFC-PARM-MAX + 1
006850          GO TO 5310-EXIT
006851      END-IF.
006852      IF WS-PARM-AREA(WS-SF-OFF:WS-SF-LEN) = SPACES
006853          GO TO 5310-EXIT
006854      END-IF.
006855      MOVE WS-SF-LEN                TO WS-SF-MASK-LEN.
006856      IF HBXSFC-SHOW-LAST IS NUMERIC
006857          SUBTRACT HBXSFC-SHOW-LAST FROM WS-SF-MASK-LEN
006858      END-IF.
006859      IF WS-SF-MASK-LEN < 1
006860          GO TO 5310-EXIT
006861      END-IF.
006862      INSPECT WS-PARM-AREA(WS-SF-OFF:WS-SF-MASK-LEN)
006863              REPLACING CHARACTERS BY HBXSFC-MASK-CHAR.
006864      SET WS-PARMS-MASKED           TO TRUE.

006865  5310-EXIT.
006866      EXIT.
006867******************************************************************
006868*  6000-SEND-DETAIL - SEND THE DETAIL MAP                        *
006869******************************************************************
006870  6000-SEND-DETAIL.
006871      MOVE 'HBXDJRQ - RULE DECISION DETAIL' TO KTITLO.
006872      EXEC CICS SEND
006873                MAP('HBXDJQ2')
006874                MAPSET('HBXDJQM')
006875                FROM(HBXDJQ2O)
006880                ERASE
006890                CURSOR
006900      END-EXEC.

006910  6000-EXIT.
006920      EXIT.
