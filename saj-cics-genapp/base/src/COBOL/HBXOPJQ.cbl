000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXOPJQ.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-07.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-07 JLS  NEW PROGRAM.  OPERATOR ACTION JOURNAL BROWSE -
000200*                 SHOWS WHO CHANGED WHICH REFERENCE ROW, SUSPENSE
000210*                 RECORD OR ALERT FROM THE WORKBENCHES, FROM WHICH
000220*                 TERMINAL AND WHEN, WITH THE RECORD BEFORE AND
000230*                 AFTER.
000240******************************************************************
000250******************************************************************
000260*                                                                *
000270*   H B X O P J Q                                                *
000280*                                                                *
000290*   PSEUDO-CONVERSATIONAL TRANSACTION HBXU.  BROWSES THE HBXOPJF *
000300*   OPERATOR ACTION JOURNAL FOR A DATE RANGE (DEFAULT TODAY)     *
000310*   OPTIONALLY NARROWED TO ONE USERID AND/OR ONE FILE CHANGED    *
000320*   (HBXTBLF, HBXSUSF OR HBXALHF), ON MAP HBXOJQ1, EIGHT LINES   *
000330*   AT A TIME.  TYPING 'S' IN A ROW'S SELECT FIELD SHOWS THE     *
000340*   WHOLE ENTRY - KEY, REGION, TRANSACTION, PROGRAM, ACTION,     *
000350*   RECORD KEY AND THE BEFORE AND AFTER IMAGES - ON DETAIL MAP   *
000360*   HBXOJQ2.  PF7 RESTARTS THE BROWSE; PF8 PAGES FORWARD; PF12   *
000370*   RETURNS FROM DETAIL TO THE LIST; PF3 ENDS THE TRANSACTION.   *
000380*                                                                *
000390*   A NARROW SELECTION OVER A BUSY DATE RANGE CAN MEAN READING   *
000400*   A GREAT MANY RECORDS TO FILL ONE PAGE, SO ONE PAGE STOPS     *
000410*   AFTER WS-SCAN-LIMIT RECORDS AND PF8 CARRIES THE SEARCH ON.   *
000420*                                                                *
000430*   READ-ONLY.  HBXU IS FOR OPERATIONS MANAGEMENT AND AUDIT AND  *
000440*   IS RESTRICTED BY TRANSACTION-ATTACH SECURITY THE SAME WAY    *
000450*   HBXJ IS.  SEE THE HBXCSD.CNTL NOTES.                         *
000460*                                                                *
000470******************************************************************
000480  ENVIRONMENT DIVISION.
000490  DATA DIVISION.
000500  WORKING-STORAGE SECTION.
000510  COPY DFHAID.
000520  01  WS-RESP                     PIC S9(8) COMP.
000530  01  WS-RESP2                    PIC S9(8) COMP.
000540  01  WS-EXIT-SW                  PIC X(01) VALUE 'N'.
000550      88  WS-EXIT                       VALUE 'Y'.
000560  01  WS-MAX-LINES                 PIC S9(4) COMP VALUE 8.
000570  01  WS-BROWSE-EOF-SW             PIC X(01) VALUE 'N'.
000580      88  WS-BROWSE-EOF                  VALUE 'Y'.
000590  01  WS-PAGE-FULL-SW              PIC X(01) VALUE 'N'.
000600      88  WS-PAGE-FULL                   VALUE 'Y'.
000610  01  WS-ROW-COUNT                 PIC S9(4) COMP VALUE 0.
000620  01  WS-ROW-IX                    PIC S9(4) COMP VALUE 0.
000630  01  WS-SCAN-COUNT                PIC S9(8) COMP VALUE 0.
000640  01  WS-SCAN-LIMIT                PIC S9(8) COMP VALUE 2000.
000650  01  WS-SEL-FOUND-SW              PIC X(01) VALUE 'N'.
000660      88  WS-SEL-FOUND                   VALUE 'Y'.
000670  01  WS-SEL-CHAR                  PIC X(01).
000680  01  WS-SELECT-ERROR-SW           PIC X(01) VALUE 'N'.
000690      88  WS-SELECT-ERROR                VALUE 'Y'.
000700  01  WS-MSG-TEXT                  PIC X(79) VALUE SPACES.
000710  01  WS-ABSTIME                   PIC S9(15) COMP-3.
000720  01  WS-TODAY                     PIC 9(08).
000730  01  WS-NEW-FROM-DATE             PIC 9(08).
000740  01  WS-NEW-TO-DATE               PIC 9(08).
000750  01  WS-TIME-EDIT                  PIC 9(06).
000760  01  WS-TIME-EDIT-X REDEFINES WS-TIME-EDIT.
000770      05  WS-TIME-EDIT-HH            PIC 9(02).
000780      05  WS-TIME-EDIT-MM            PIC 9(02).
000790      05  WS-TIME-EDIT-SS            PIC 9(02).
000800  01  WS-TIME-TEXT.
000810      05  WS-TIME-HH                PIC X(02).
000820      05  FILLER                     PIC X(01) VALUE ':'.
000830      05  WS-TIME-MM                PIC X(02).
000840      05  FILLER                     PIC X(01) VALUE ':'.
000850      05  WS-TIME-SS                PIC X(02).
000860  01  WS-IMAGE-AREA                 PIC X(150).
000870  01  WS-IMAGE-LINES REDEFINES WS-IMAGE-AREA.
000880      05  WS-IMAGE-LINE1            PIC X(75).
000890      05  WS-IMAGE-LINE2            PIC X(75).
000900  COPY HBXOPJ REPLACING ==HBXOPJ-RECORD== BY ==HBXOPJ-AREA==.
000910  COPY HBXOJQM.
000920  COPY HBXOJQC REPLACING ==HBXOJQC-AREA== BY ==WS-COMMAREA==.
000930  LINKAGE SECTION.
000940  01  DFHCOMMAREA                   PIC X(342).
000950******************************************************************
000960*  0000-MAINLINE                                                *
000970******************************************************************
000980  PROCEDURE DIVISION USING DFHCOMMAREA.
000990  0000-MAINLINE.
001000      IF EIBCALEN = 0
001010          PERFORM 1000-FIRST-TIME
001020             THRU 1000-EXIT
001030      ELSE
001040          MOVE DFHCOMMAREA         TO WS-COMMAREA
001050          PERFORM 2000-RECEIVE-AID
001060             THRU 2000-EXIT
001070      END-IF.
001080      IF NOT WS-EXIT
001090          IF HBXOJQC-MODE-DETAIL
001100              PERFORM 5000-BUILD-DETAIL
001110                 THRU 5000-EXIT
001120              PERFORM 6000-SEND-DETAIL
001130                 THRU 6000-EXIT
001140          ELSE
001150              PERFORM 3000-BUILD-LIST
001160                 THRU 3000-EXIT
001170              PERFORM 4000-SEND-LIST
001180                 THRU 4000-EXIT
001190          END-IF
001200          EXEC CICS RETURN
001210                    TRANSID('HBXU')
001220                    COMMAREA(WS-COMMAREA)
001230                    LENGTH(LENGTH OF WS-COMMAREA)
001240          END-EXEC
001250      ELSE
001260          EXEC CICS RETURN
001270          END-EXEC
001280      END-IF.

001290  0000-EXIT.
001300      EXIT.
001310******************************************************************
001320*  1000-FIRST-TIME - FRESH CONVERSATION, TODAY'S CHANGES         *
001330******************************************************************
001340  1000-FIRST-TIME.
001350      MOVE LOW-VALUES               TO WS-COMMAREA.
001360      SET HBXOJQC-MODE-LIST         TO TRUE.
001370      EXEC CICS ASKTIME
001380                ABSTIME(WS-ABSTIME)
001390      END-EXEC.
001400      EXEC CICS FORMATTIME
001410                ABSTIME(WS-ABSTIME)
001420                YYYYMMDD(WS-TODAY)
001430      END-EXEC.
001440      MOVE WS-TODAY                 TO HBXOJQC-FROM-DATE.
001450      MOVE WS-TODAY                 TO HBXOJQC-TO-DATE.
001460      MOVE SPACES                   TO HBXOJQC-USERID.
001470      MOVE SPACES                   TO HBXOJQC-FILE.
001480      SET HBXOJQC-ACTION-TOP        TO TRUE.

001490  1000-EXIT.
001500      EXIT.
001510******************************************************************
001520*  2000-RECEIVE-AID - ROUTE BY THE SCREEN CURRENTLY DISPLAYED    *
001530******************************************************************
001540  2000-RECEIVE-AID.
001550      IF HBXOJQC-MODE-DETAIL
001560          PERFORM 2500-RECEIVE-DETAIL
001570             THRU 2500-EXIT
001580      ELSE
001590          PERFORM 2100-RECEIVE-LIST
001600             THRU 2100-EXIT
001610      END-IF.

001620  2000-EXIT.
001630      EXIT.
001640******************************************************************
001650*  2100-RECEIVE-LIST - ATTENTION KEY FROM THE LIST SCREEN        *
001660******************************************************************
001670  2100-RECEIVE-LIST.
001680      EXEC CICS RECEIVE
001690                MAP('HBXOJQ1')
001700                MAPSET('HBXOJQM')
001710                RESP(WS-RESP)
001720      END-EXEC.
001730      EVALUATE EIBAID
001740          WHEN DFHPF3
001750              SET WS-EXIT               TO TRUE
001760          WHEN DFHPF7
001770              SET HBXOJQC-ACTION-TOP    TO TRUE
001780          WHEN DFHPF8
001790              SET HBXOJQC-ACTION-NEXT   TO TRUE
001800          WHEN DFHENTER
001810              IF WS-RESP = DFHRESP(NORMAL)
001820                  PERFORM 2200-LIST-ENTER
001830                     THRU 2200-EXIT
001840              ELSE
001850                  SET HBXOJQC-ACTION-REDISPLAY TO TRUE
001860              END-IF
001870          WHEN OTHER
001880              SET HBXOJQC-ACTION-REDISPLAY TO TRUE
001890      END-EVALUATE.

001900  2100-EXIT.
001910      EXIT.
001920******************************************************************
001930*  2200-LIST-ENTER - A ROW SELECTION BEATS A SELECTION CHANGE    *
001940******************************************************************
001950  2200-LIST-ENTER.
001960      MOVE 'N'                      TO WS-SEL-FOUND-SW.
001970      PERFORM 2300-CHECK-ONE-ROW
001980         THRU 2300-EXIT
001990         VARYING WS-ROW-IX FROM 1 BY 1
002000         UNTIL WS-ROW-IX > WS-MAX-LINES
002010            OR WS-SEL-FOUND.
002020      IF WS-SEL-FOUND
002030          SET HBXOJQC-MODE-DETAIL   TO TRUE
002040          SET HBXOJQC-ACTION-REDISPLAY TO TRUE
002050      ELSE
002060          IF UFDATL > 0 OR UTDATL > 0
002070          OR UFUSRL > 0 OR UFFILL > 0
002080              PERFORM 2400-APPLY-SELECTION
002090                 THRU 2400-EXIT
002100          ELSE
002110              SET HBXOJQC-ACTION-REDISPLAY TO TRUE
002120          END-IF
002130      END-IF.

002140  2200-EXIT.
002150      EXIT.
002160******************************************************************
002170*  2300-CHECK-ONE-ROW - LOOK FOR 'S' IN A ROW'S SELECT FIELD     *
002180******************************************************************
002190  2300-CHECK-ONE-ROW.
002200      EVALUATE WS-ROW-IX
002210          WHEN 1
002220              MOVE USEL01I          TO WS-SEL-CHAR
002230          WHEN 2
002240              MOVE USEL02I          TO WS-SEL-CHAR
002250          WHEN 3
002260              MOVE USEL03I          TO WS-SEL-CHAR
002270          WHEN 4
002280              MOVE USEL04I          TO WS-SEL-CHAR
002290          WHEN 5
002300              MOVE USEL05I          TO WS-SEL-CHAR
002310          WHEN 6
002320              MOVE USEL06I          TO WS-SEL-CHAR
002330          WHEN 7
002340              MOVE USEL07I          TO WS-SEL-CHAR
002350          WHEN 8
002360              MOVE USEL08I          TO WS-SEL-CHAR
002370      END-EVALUATE.
002380      IF WS-SEL-CHAR = 'S'
002390      AND HBXOJQC-ROW-KEY(WS-ROW-IX) NOT = LOW-VALUES
002400      AND HBXOJQC-ROW-KEY(WS-ROW-IX) NOT = SPACES
002410          SET WS-SEL-FOUND          TO TRUE
002420          MOVE HBXOJQC-ROW-KEY(WS-ROW-IX) TO HBXOJQC-SEL-KEY
002430      END-IF.

002440  2300-EXIT.
002450      EXIT.
002460******************************************************************
002470*  2400-APPLY-SELECTION - VALIDATE AND APPLY A CHANGED DATE      *
002480*                         RANGE, USERID OR FILE.  ONLY THE       *
002490*                         FIELDS THE OPERATOR TOUCHED COME BACK; *
002500*                         THE REST KEEP THEIR CURRENT VALUES     *
002510******************************************************************
002520  2400-APPLY-SELECTION.
002530      MOVE 'N'                      TO WS-SELECT-ERROR-SW.
002540      MOVE HBXOJQC-FROM-DATE        TO WS-NEW-FROM-DATE.
002550      MOVE HBXOJQC-TO-DATE          TO WS-NEW-TO-DATE.
002560      IF UFDATL > 0
002570          IF UFDATI NUMERIC
002580              MOVE UFDATI           TO WS-NEW-FROM-DATE
002590          ELSE
002600              SET WS-SELECT-ERROR   TO TRUE
002610              MOVE 'FROM DATE MUST BE YYYYMMDD'
002620                                      TO WS-MSG-TEXT
002630          END-IF
002640      END-IF.
002650      IF UTDATL > 0
002660          IF UTDATI NUMERIC
002670              MOVE UTDATI           TO WS-NEW-TO-DATE
002680          ELSE
002690              SET WS-SELECT-ERROR   TO TRUE
002700              MOVE 'TO DATE MUST BE YYYYMMDD'
002710                                      TO WS-MSG-TEXT
002720          END-IF
002730      END-IF.
002740      IF NOT WS-SELECT-ERROR
002750      AND WS-NEW-FROM-DATE > WS-NEW-TO-DATE
002760          SET WS-SELECT-ERROR       TO TRUE
002770          MOVE 'FROM DATE IS AFTER TO DATE'
002780                                      TO WS-MSG-TEXT
002790      END-IF.
002800      IF WS-SELECT-ERROR
002810          SET HBXOJQC-ACTION-REDISPLAY TO TRUE
002820          GO TO 2400-EXIT
002830      END-IF.
002840      MOVE WS-NEW-FROM-DATE         TO HBXOJQC-FROM-DATE.
002850      MOVE WS-NEW-TO-DATE           TO HBXOJQC-TO-DATE.
002860      IF UFUSRL > 0
002870          MOVE UFUSRI               TO HBXOJQC-USERID
002880          INSPECT HBXOJQC-USERID
002890                  REPLACING ALL LOW-VALUES BY SPACES
002900      END-IF.
002910      IF UFFILL > 0
002920          MOVE UFFILI               TO HBXOJQC-FILE
002930          INSPECT HBXOJQC-FILE
002940                  REPLACING ALL LOW-VALUES BY SPACES
002950      END-IF.
002960      SET HBXOJQC-ACTION-TOP        TO TRUE.

002970  2400-EXIT.
002980      EXIT.
002990******************************************************************
003000*  2500-RECEIVE-DETAIL - ATTENTION KEY FROM THE DETAIL SCREEN    *
003010******************************************************************
003020  2500-RECEIVE-DETAIL.
003030      EXEC CICS RECEIVE
003040                MAP('HBXOJQ2')
003050                MAPSET('HBXOJQM')
003060                RESP(WS-RESP)
003070      END-EXEC.
003080      EVALUATE EIBAID
003090          WHEN DFHPF3
003100              SET WS-EXIT               TO TRUE
003110          WHEN DFHPF12
003120              SET HBXOJQC-MODE-LIST     TO TRUE
003130              SET HBXOJQC-ACTION-REDISPLAY TO TRUE
003140          WHEN OTHER
003150              CONTINUE
003160      END-EVALUATE.

003170  2500-EXIT.
003180      EXIT.
003190******************************************************************
003200*  3000-BUILD-LIST - BROWSE HBXOPJF AND FILL THE LIST ROWS       *
003210******************************************************************
003220  3000-BUILD-LIST.
003230      EVALUATE TRUE
003240          WHEN HBXOJQC-ACTION-TOP
003250              MOVE LOW-VALUES            TO HBXOPJ-KEY
003260              MOVE HBXOJQC-FROM-DATE     TO HBXOPJ-KEY-DATE
003270          WHEN HBXOJQC-ACTION-REDISPLAY
003280              MOVE HBXOJQC-PAGE-TOP-KEY  TO HBXOPJ-KEY
003290          WHEN HBXOJQC-ACTION-NEXT
003300              MOVE HBXOJQC-NEXT-KEY      TO HBXOPJ-KEY
003310      END-EVALUATE.
003320      MOVE LOW-VALUES               TO HBXOJQ1O.
003330      MOVE 'N'                      TO WS-BROWSE-EOF-SW.
003340      MOVE 'N'                      TO WS-PAGE-FULL-SW.
003350      MOVE 0                        TO WS-ROW-COUNT.
003360      MOVE 0                        TO WS-SCAN-COUNT.
003370      PERFORM 3050-CLEAR-ROW-KEYS
003380         THRU 3050-EXIT
003390         VARYING WS-ROW-IX FROM 1 BY 1
003400         UNTIL WS-ROW-IX > WS-MAX-LINES.
003410      EXEC CICS STARTBR
003420                FILE('HBXOPJF')
003430                RIDFLD(HBXOPJ-KEY)
003440                GTEQ
003450                RESP(WS-RESP)
003460      END-EXEC.
003470      IF WS-RESP = DFHRESP(NORMAL)
003480          PERFORM 3100-READ-NEXT-ACTION
003490             THRU 3100-EXIT
003500             UNTIL WS-BROWSE-EOF
003510                OR WS-PAGE-FULL
003520          EXEC CICS ENDBR
003530                    FILE('HBXOPJF')
003540          END-EXEC
003550      ELSE
003560          MOVE HIGH-VALUES          TO HBXOJQC-NEXT-KEY
003570          MOVE 'NO ACTIONS JOURNALED ON OR AFTER THE FROM DATE'
003580                                      TO UMSGLNO
003590      END-IF.
003600      IF WS-MSG-TEXT NOT = SPACES
003610          MOVE WS-MSG-TEXT          TO UMSGLNO
003620          MOVE SPACES               TO WS-MSG-TEXT
003630      END-IF.

003640  3000-EXIT.
003650      EXIT.
003660******************************************************************
003670*  3050-CLEAR-ROW-KEYS - FORGET THE PREVIOUS PAGE'S ROWS         *
003680******************************************************************
003690  3050-CLEAR-ROW-KEYS.
003700      MOVE LOW-VALUES               TO HBXOJQC-ROW-KEY(WS-ROW-IX).

003710  3050-EXIT.
003720      EXIT.
003730******************************************************************
003740*  3100-READ-NEXT-ACTION - READ ONE ROW, FILTER, DISPLAY OR      *
003750*                          PEEK.  PAST THE TO DATE IS END OF     *
003760*                          FILE AS FAR AS THIS LIST IS           *
003770*                          CONCERNED                             *
003780******************************************************************
003790  3100-READ-NEXT-ACTION.
003800      EXEC CICS READNEXT
003810                FILE('HBXOPJF')
003820                INTO(HBXOPJ-AREA)
003830                RIDFLD(HBXOPJ-KEY)
003840                RESP(WS-RESP)
003850      END-EXEC.
003860      IF WS-RESP NOT = DFHRESP(NORMAL)
003870      OR HBXOPJ-KEY-DATE > HBXOJQC-TO-DATE
003880          SET WS-BROWSE-EOF         TO TRUE
003890          MOVE HIGH-VALUES          TO HBXOJQC-NEXT-KEY
003900          GO TO 3100-EXIT
003910      END-IF.
003920      ADD 1                         TO WS-SCAN-COUNT.
003930      IF WS-SCAN-COUNT > WS-SCAN-LIMIT
003940          MOVE HBXOPJ-KEY           TO HBXOJQC-NEXT-KEY
003950          SET WS-PAGE-FULL          TO TRUE
003960          IF WS-ROW-COUNT = 0
003970              MOVE HBXOPJ-KEY       TO HBXOJQC-PAGE-TOP-KEY
003980          END-IF
003990          MOVE 'SEARCH LIMIT REACHED - PF8 TO CONTINUE SEARCHING'
004000                                      TO WS-MSG-TEXT
004010          GO TO 3100-EXIT
004020      END-IF.
004030      IF HBXOJQC-USERID NOT = SPACES
004040      AND HBXOPJ-KEY-USERID NOT = HBXOJQC-USERID
004050          GO TO 3100-EXIT
004060      END-IF.
004070      IF HBXOJQC-FILE NOT = SPACES
004080      AND HBXOPJ-FILE NOT = HBXOJQC-FILE
004090          GO TO 3100-EXIT
004100      END-IF.
004110      IF WS-ROW-COUNT < WS-MAX-LINES
004120          ADD 1                     TO WS-ROW-COUNT
004130          IF WS-ROW-COUNT = 1
004140              MOVE HBXOPJ-KEY       TO HBXOJQC-PAGE-TOP-KEY
004150          END-IF
004160          MOVE HBXOPJ-KEY           TO
004170               HBXOJQC-ROW-KEY(WS-ROW-COUNT)
004180          PERFORM 3200-FORMAT-ROW
004190             THRU 3200-EXIT
004200      ELSE
004210          MOVE HBXOPJ-KEY           TO HBXOJQC-NEXT-KEY
004220          SET WS-PAGE-FULL          TO TRUE
004230      END-IF.

004240  3100-EXIT.
004250      EXIT.
004260******************************************************************
004270*  3200-FORMAT-ROW - MOVE ONE HBXOPJF RECORD ONTO THE LIST MAP   *
004280******************************************************************
004290  3200-FORMAT-ROW.
004300      MOVE HBXOPJ-KEY-TIME          TO WS-TIME-EDIT.
004310      MOVE WS-TIME-EDIT-HH          TO WS-TIME-HH.
004320      MOVE WS-TIME-EDIT-MM          TO WS-TIME-MM.
004330      MOVE WS-TIME-EDIT-SS          TO WS-TIME-SS.
004340      EVALUATE WS-ROW-COUNT
004350          WHEN 1
004360              MOVE HBXOPJ-KEY-DATE          TO UDAT01O
004370              MOVE WS-TIME-TEXT              TO UTIM01O
004380              MOVE HBXOPJ-KEY-USERID         TO UUID01O
004390              MOVE HBXOPJ-KEY-TERMID         TO UTRM01O
004400              MOVE HBXOPJ-TRANID             TO UTRN01O
004410              MOVE HBXOPJ-ACTION             TO UACT01O
004420              MOVE HBXOPJ-FILE               TO UFIL01O
004430              MOVE HBXOPJ-REC-KEY            TO UKEY01O
004440          WHEN 2
004450              MOVE HBXOPJ-KEY-DATE          TO UDAT02O
004460              MOVE WS-TIME-TEXT              TO UTIM02O
004470              MOVE HBXOPJ-KEY-USERID         TO UUID02O
004480              MOVE HBXOPJ-KEY-TERMID         TO UTRM02O
004490              MOVE HBXOPJ-TRANID             TO UTRN02O
004500              MOVE HBXOPJ-ACTION             TO UACT02O
004510              MOVE HBXOPJ-FILE               TO UFIL02O
004520              MOVE HBXOPJ-REC-KEY            TO UKEY02O
004530          WHEN 3
004540              MOVE HBXOPJ-KEY-DATE          TO UDAT03O
004550              MOVE WS-TIME-TEXT              TO UTIM03O
004560              MOVE HBXOPJ-KEY-USERID         TO UUID03O
004570              MOVE HBXOPJ-KEY-TERMID         TO UTRM03O
004580              MOVE HBXOPJ-TRANID             TO UTRN03O
004590              MOVE HBXOPJ-ACTION             TO UACT03O
004600              MOVE HBXOPJ-FILE               TO UFIL03O
004610              MOVE HBXOPJ-REC-KEY            TO UKEY03O
004620          WHEN 4
004630              MOVE HBXOPJ-KEY-DATE          TO UDAT04O
004640              MOVE WS-TIME-TEXT              TO UTIM04O
004650              MOVE HBXOPJ-KEY-USERID         TO UUID04O
004660              MOVE HBXOPJ-KEY-TERMID         TO UTRM04O
004670              MOVE HBXOPJ-TRANID             TO UTRN04O
004680              MOVE HBXOPJ-ACTION             TO UACT04O
004690              MOVE HBXOPJ-FILE               TO UFIL04O
004700              MOVE HBXOPJ-REC-KEY            TO UKEY04O
004710          WHEN 5
004720              MOVE HBXOPJ-KEY-DATE          TO UDAT05O
004730              MOVE WS-TIME-TEXT              TO UTIM05O
004740              MOVE HBXOPJ-KEY-USERID         TO UUID05O
004750              MOVE HBXOPJ-KEY-TERMID         TO UTRM05O
004760              MOVE HBXOPJ-TRANID             TO UTRN05O
004770              MOVE HBXOPJ-ACTION             TO UACT05O
004780              MOVE HBXOPJ-FILE               TO UFIL05O
004790              MOVE HBXOPJ-REC-KEY            TO UKEY05O
004800          WHEN 6
004810              MOVE HBXOPJ-KEY-DATE          TO UDAT06O
004820              MOVE WS-TIME-TEXT              TO UTIM06O
004830              MOVE HBXOPJ-KEY-USERID         TO UUID06O
004840              MOVE HBXOPJ-KEY-TERMID         TO UTRM06O
004850              MOVE HBXOPJ-TRANID             TO UTRN06O
004860              MOVE HBXOPJ-ACTION             TO UACT06O
004870              MOVE HBXOPJ-FILE               TO UFIL06O
004880              MOVE HBXOPJ-REC-KEY            TO UKEY06O
004890          WHEN 7
004900              MOVE HBXOPJ-KEY-DATE          TO UDAT07O
004910              MOVE WS-TIME-TEXT              TO UTIM07O
004920              MOVE HBXOPJ-KEY-USERID         TO UUID07O
004930              MOVE HBXOPJ-KEY-TERMID         TO UTRM07O
004940              MOVE HBXOPJ-TRANID             TO UTRN07O
004950              MOVE HBXOPJ-ACTION             TO UACT07O
004960              MOVE HBXOPJ-FILE               TO UFIL07O
004970              MOVE HBXOPJ-REC-KEY            TO UKEY07O
004980          WHEN 8
004990              MOVE HBXOPJ-KEY-DATE          TO UDAT08O
005000              MOVE WS-TIME-TEXT              TO UTIM08O
005010              MOVE HBXOPJ-KEY-USERID         TO UUID08O
005020              MOVE HBXOPJ-KEY-TERMID         TO UTRM08O
005030              MOVE HBXOPJ-TRANID             TO UTRN08O
005040              MOVE HBXOPJ-ACTION             TO UACT08O
005050              MOVE HBXOPJ-FILE               TO UFIL08O
005060              MOVE HBXOPJ-REC-KEY            TO UKEY08O
005070      END-EVALUATE.

005080  3200-EXIT.
005090      EXIT.
005100******************************************************************
005110*  4000-SEND-LIST - FORMAT THE HEADER AND SEND THE LIST MAP      *
005120******************************************************************
005130  4000-SEND-LIST.
005140      MOVE 'HBXOPJQ - OPERATOR ACTION JOURNAL' TO UTITLO.
005150      MOVE HBXOJQC-FROM-DATE        TO UFDATO.
005160      MOVE HBXOJQC-TO-DATE          TO UTDATO.
005170      MOVE HBXOJQC-USERID           TO UFUSRO.
005180      MOVE HBXOJQC-FILE             TO UFFILO.
005190      IF WS-ROW-COUNT = 0 AND HBXOJQC-NEXT-KEY = HIGH-VALUES
005200      AND UMSGLNO = LOW-VALUES
005210          MOVE 'NO MATCHING ACTIONS - PF7 FOR TOP OF RANGE'
005220                                      TO UMSGLNO
005230      END-IF.
005240      EXEC CICS SEND
005250                MAP('HBXOJQ1')
005260                MAPSET('HBXOJQM')
005270                FROM(HBXOJQ1O)
005280                ERASE
005290                CURSOR
005300      END-EXEC.

005310  4000-EXIT.
005320      EXIT.
005330******************************************************************
005340*  5000-BUILD-DETAIL - READ THE SELECTED ENTRY AND FILL THE MAP  *
005350******************************************************************
005360  5000-BUILD-DETAIL.
005370      MOVE LOW-VALUES               TO HBXOJQ2O.
005380      EXEC CICS READ
005390                FILE('HBXOPJF')
005400                INTO(HBXOPJ-AREA)
005410                RIDFLD(HBXOJQC-SEL-KEY)
005420                RESP(WS-RESP)
005430                RESP2(WS-RESP2)
005440      END-EXEC.
005450      IF WS-RESP NOT = DFHRESP(NORMAL)
005460          MOVE 'JOURNAL ENTRY NO LONGER ON FILE - PF12 FOR LIST'
005470                                      TO VMSGLNO
005480          GO TO 5000-EXIT
005490      END-IF.
005500      MOVE HBXOPJ-KEY-DATE          TO VKDATO.
005510      MOVE HBXOPJ-KEY-TIME          TO WS-TIME-EDIT.
005520      MOVE WS-TIME-EDIT-HH          TO WS-TIME-HH.
005530      MOVE WS-TIME-EDIT-MM          TO WS-TIME-MM.
005540      MOVE WS-TIME-EDIT-SS          TO WS-TIME-SS.
005550      MOVE WS-TIME-TEXT             TO VKTIMO.
005560      MOVE HBXOPJ-KEY-TERMID        TO VKTRMO.
005570      MOVE HBXOPJ-KEY-USERID        TO VKUSRO.
005580      MOVE HBXOPJ-REGION            TO VREGO.
005590      MOVE HBXOPJ-TRANID            TO VTRNO.
005600      MOVE HBXOPJ-PROGRAM           TO VPGMO.
005610      MOVE HBXOPJ-ACTION            TO VACTO.
005620      MOVE HBXOPJ-FILE              TO VFILO.
005630      MOVE HBXOPJ-REC-KEY           TO VRKEYO.
005640      MOVE HBXOPJ-BEFORE-IMAGE      TO WS-IMAGE-AREA.
005650      MOVE WS-IMAGE-LINE1           TO VBIM1O.
005660      MOVE WS-IMAGE-LINE2           TO VBIM2O.
005670      MOVE HBXOPJ-AFTER-IMAGE       TO WS-IMAGE-AREA.
005680      MOVE WS-IMAGE-LINE1           TO VAIM1O.
005690      MOVE WS-IMAGE-LINE2           TO VAIM2O.
005700      IF WS-MSG-TEXT NOT = SPACES
005710          MOVE WS-MSG-TEXT          TO VMSGLNO
005720          MOVE SPACES               TO WS-MSG-TEXT
005730      END-IF.

005740  5000-EXIT.
005750      EXIT.
005760******************************************************************
005770*  6000-SEND-DETAIL - SEND THE DETAIL MAP                        *
005780******************************************************************
005790  6000-SEND-DETAIL.
005800      MOVE 'HBXOPJQ - OPERATOR ACTION DETAIL' TO VTITLO.
005810      EXEC CICS SEND
005820                MAP('HBXOJQ2')
005830                MAPSET('HBXOJQM')
005840                FROM(HBXOJQ2O)
005850                ERASE
005860                CURSOR
005870      END-EXEC.

005880  6000-EXIT.
005890      EXIT.
