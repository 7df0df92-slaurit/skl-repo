000840*                 DATA SHOW ON THE DAILY REPORTS.  THE CALL
000850*                 BLOCK MOVED INTO 0170-DRIVE-OR-SERVE
000860*                 UNCHANGED.
000861* 2026-09-16 JLS  DECISION JOURNAL.  2100-LOG-DECISION LINKS TO
000862*                 HBXDJWR AFTER EVERY COMPLETED CALL (SERVER,
000863*                 CACHE HIT, VALIDATION REJECT, OR HEALTH-CHECK
000864*                 SKIP) SO THE FULL 1000-BYTE INPUT AND OUTPUT
000865*                 PARMS OF THE DECISION ARE KEPT ON HBXDJRF UNDER
000866*                 THE SAME KEY AS THE HBXAUDF RECORD (RETURNED
000867*                 BY HBXAUDIT IN HBXAUDP-AUDIT-KEY).
000868* 2026-09-16 JLS  CHAMPION/CHALLENGER SHADOWING.  AFTER THE
000869*                 CALLER'S DECISION IS COMPLETE, 4000-SHADOW-
000870*                 CHALLENGER LOOKS THE RULEAPP UP ON THE HBXCCPQ
000871*                 PAIR TABLE (LOADED AT PLTPI BY HBXCCLD) AND, FOR
000872*                 A SAMPLED REQUEST, STARTS TRANSACTION HBXC
000873*                 (HBXCCEX) TO DRIVE THE CHALLENGER RULEAPP WITH
000874*                 THE SAME INPUT PARMS.  THE CALLER NEVER WAITS ON
000875*                 OR SEES THE CHALLENGER; ONLY SERVER OR CACHE
000876*                 ANSWERS ON AN ORIGINAL (NON-REPLAY) REQUEST THAT
000877*                 DID NOT FAIL SEVERE ARE SAMPLED.
000878* 2026-09-23 JLS  3000-WRITE-SUSPENSE PASSES THE CALLER'S
000879*                 TRANSACTION AND PROGRAM TO HBXSUSWR, SO A LATER
000880*                 SUCCESSFUL REPLAY CAN BE FED BACK TO THE FRONT
000881*                 END THAT TOOK THE REQUEST (HBXROFF).
000882* 2026-09-30 JLS  DEGRADED-MODE FALLBACK.  WHEN NO DECISION
000883*                 SERVER IS AVAILABLE - HBRRULE CAME BACK
000884*                 HBR-RC-NO-VALID-SERVER-CONN, OR THE HBXWCHKQ
000885*                 HEALTH ENTRY SAYS UNHEALTHY - 0500-APPLY-
000886*                 FALLBACK LOOKS THE RULEAPP UP ON THE HBXFBPQ
000887*                 POLICY TABLE (LOADED AT PLTPI BY HBXFBLD).  IF
000888*                 THE OWNER ALLOWS A FALLBACK, THE CALLER GETS
000889*                 THE POLICY'S CC AND OUTPUT WITH RC
000890*                 HBX-RC-PROVISIONAL, THE CALL IS AUDITED AND
000891*                 JOURNALED AS A FALLBACK, AND THE REQUEST IS
000892*                 STILL QUEUED ON HBXSUSF (WITH THE PROVISIONAL
000893*                 ANSWER) SO THE REPLAY DRIVERS GET A REAL
000894*                 DECISION ONCE THE SERVERS RECOVER.  REPLAYS
000895*                 NEVER FALL BACK.
000896* 2026-10-14 JLS  DAILY CALL QUOTAS.  BEFORE DRIVING THE DECISION
000897*                 SERVER, 0600-CHECK-QUOTA LOOKS THE CALLER'S
000898*                 TRANSACTION AND RULEAPP UP ON THE HBXQTAQ QUOTA
000899*                 TABLE (LOADED AT PLTPI BY HBXQTLD) AND LINKS TO
000900*                 HBXQTUPD TO COUNT THE CALL ON HBXQUSF.  THE
000901*                 FIRST CALL TO REACH THE QUOTA'S WARNING LEVEL
000902*                 RAISES A WARNING ALERT ON HBXALRMQ AND THE FIRST
000903*                 CALL PAST THE LIMIT A CRITICAL ONE.  PAST THE
000904*                 LIMIT, A REJECTING QUOTA REFUSES THE CALL WITH
000905*                 HBR-CC-ERROR / HBX-RC-QUOTA-EXCEEDED - AUDITED,
000906*                 AND JOURNALED AS A QUOTA REJECT, BUT NEVER
000907*                 SUSPENDED OR SHADOWED - AND AN ALLOW-AND-ALERT
000908*                 QUOTA LETS IT THROUGH.  CACHE HITS, HEALTH-CHECK
000909*                 SKIPS AND REPLAYS ARE NEVER COUNTED OR REFUSED.
000910*****************************************************************
000911*****************************************************************
000912*                                                                *
000913*   H B X R U L E                                                *
000914*                                                                *
000920*   REPLACES A DIRECT LINK TO HBRRULE.  THE CALLER BUILDS A      *
000930*   HBXRULP-AREA (COPY HBXRULP) AND LINKS TO HBXRULE.  EVERY     *
000940*   COMPLETION IS LOGGED TO HBXAUDF.  IF THE REQUEST IS NOT A    *
000980*   REPLAY CALL (HBXRULP-REPLAY-IND = 'Y', SET ONLY BY HBXRRST)  *
000990*   NEVER WRITES A NEW SUSPENSE RECORD - HBXRRST UPDATES THE     *
001000*   EXISTING ONE ITSELF FROM THE RETURNED CC/RC.                 *
001003*   EVERY COMPLETION ALSO JOURNALS ITS INPUT AND OUTPUT PARMS    *
001006*   TO HBXDJRF THROUGH HBXDJWR.                                  *
001007*   A RULEAPP PAIRED WITH A CHALLENGER ON HBXCCPQ HAS A SAMPLE   *
001008*   OF ITS REQUESTS SHADOWED BY TRANSACTION HBXC AFTERWARDS.     *
001010*   WITH NO DECISION SERVER AVAILABLE, A RULEAPP WITH AN ALLOWED *
001012*   HBXFBPQ FALLBACK POLICY IS ANSWERED PROVISIONALLY (RC        *
001014*   HBX-RC-PROVISIONAL) AND STILL QUEUED ON HBXSUSF.             *
001015*   A CALL COVERED BY AN HBXQTAQ DAILY CALL QUOTA IS COUNTED ON  *
001016*   HBXQUSF, ALERTED ON HBXALRMQ AS IT NEARS AND PASSES ITS      *
001017*   LIMIT, AND - IF THE QUOTA SAYS SO - REFUSED ONCE PAST IT     *
001018*   (RC HBX-RC-QUOTA-EXCEEDED).                                  *
001019*                                                                *
001020*****************************************************************
001030  ENVIRONMENT DIVISION.
001040  DATA DIVISION.
001320  01  WS-OLDEST-ABSTIME           PIC S9(15) COMP-3.
001330  01  WS-SKIP-CALL-SW             PIC X(01) VALUE 'N'.
001340      88  WS-SKIP-CALL                   VALUE 'Y'.
001341  01  WS-CCP-TSQ-NAME             PIC X(08) VALUE 'HBXCCPQ'.
001342  01  WS-PAIRED-SW                PIC X(01) VALUE 'N'.
001343      88  WS-PAIRED                      VALUE 'Y'.
001344  01  WS-SAMPLE-QUOT              PIC S9(15) COMP-3.
001345  01  WS-SAMPLE-SLOT              PIC S9(3) COMP-3.
001346  01  WS-FBP-TSQ-NAME             PIC X(08) VALUE 'HBXFBPQ'.
001347  01  WS-FBP-FOUND-SW             PIC X(01) VALUE 'N'.
001348      88  WS-FBP-FOUND                   VALUE 'Y'.
001349  01  WS-FALLBACK-SW              PIC X(01) VALUE 'N'.
001350      88  WS-FALLBACK                    VALUE 'Y'.
001351  01  WS-DEGRADED-CC              PIC S9(9) COMP VALUE 0.
001352  01  WS-DEGRADED-RC              PIC S9(9) COMP VALUE 0.
001353  01  WS-VRL-TSQ-NAME             PIC X(08) VALUE 'HBXVRLQ'.
001360  01  WS-VRL-ITEM-NUM             PIC S9(4) COMP VALUE 0.
001370  01  WS-VRL-EOQ-SW               PIC X(01) VALUE 'N'.
001380      88  WS-VRL-EOQ                     VALUE 'Y'.
001490      05  WS-VM-NAME              PIC X(16).
001500      05  FILLER                  PIC X(03) VALUE ' - '.
001510      05  WS-VM-REASON            PIC X(24).
001511  01  WS-QTA-TSQ-NAME             PIC X(08) VALUE 'HBXQTAQ'.
001512  01  WS-QTA-FOUND-SW             PIC X(01) VALUE 'N'.
001513      88  WS-QTA-FOUND                   VALUE 'Y'.
001514  01  WS-QUOTA-REJECT-SW          PIC X(01) VALUE 'N'.
001515      88  WS-QUOTA-REJECTED              VALUE 'Y'.
001516  01  WS-QUOTA-PCT                PIC S9(13) COMP-3.
001517  01  WS-ALERT-DATE               PIC 9(08).
001518  01  WS-ALERT-TIME               PIC 9(06).
001519  01  WS-ALERT-ENQ-NAME           PIC X(08) VALUE 'HBXALRMQ'.
001520  01  WS-ALERT-TEXT.
001521      05  WS-AT-LABEL             PIC X(11).
001522      05  FILLER                  PIC X(01) VALUE SPACE.
001523      05  WS-AT-TRANID            PIC X(04).
001524      05  FILLER                  PIC X(01) VALUE SPACE.
001525      05  WS-AT-RULEAPP           PIC X(23).
001526  01  WS-QUOTA-MSG.
001527      05  FILLER                  PIC X(34) VALUE
001528          'DAILY CALL QUOTA EXCEEDED - LIMIT '.
001529      05  WS-QM-LIMIT             PIC Z(8)9.
001530  01  HBRC-CODES.
001531      COPY HBRC.
001540  COPY HBXRULA.
001550  COPY HBXAUDP.
001560  COPY HBXSUSWP.
001590  COPY HBXCHAP.
001600  COPY HBXCHE.
001610  COPY HBXVRL.
001615  COPY HBXDJRP.
001616  COPY HBXCCP.
001617  COPY HBXCCX.
001618  COPY HBXFBP.
001620  COPY HBXQTA.
001622  COPY HBXQTUP.
001624  COPY HBXALRM.
001626  LINKAGE SECTION.
001630  COPY HBXRULP.
001640*****************************************************************
001650*  0000-MAINLINE                                                *
001770             THRU 0150-EXIT
001780          PERFORM 0170-DRIVE-OR-SERVE
001790             THRU 0170-EXIT
001793          PERFORM 0500-APPLY-FALLBACK
001796             THRU 0500-EXIT
001800      END-IF.
001810      PERFORM 2000-LOG-AUDIT
001820         THRU 2000-EXIT.
001823      PERFORM 2100-LOG-DECISION
001826         THRU 2100-EXIT.
001830      IF (HBXRULP-CC = HBR-CC-SEVERE OR WS-FALLBACK)
001835      AND HBXRULP-NOT-REPLAY
001840          PERFORM 3000-WRITE-SUSPENSE
001850             THRU 3000-EXIT
001860      END-IF.
001861      IF NOT WS-REJECTED AND NOT WS-SKIP-CALL AND NOT WS-FALLBACK
001862      AND HBXRULP-NOT-REPLAY
001863      AND HBXRULP-CC NOT = HBR-CC-SEVERE
001864          PERFORM 4000-SHADOW-CHALLENGER
001865             THRU 4000-EXIT
001866      END-IF.
001870      PERFORM 9000-RETURN
001880         THRU 9000-EXIT.

003510          IF WS-CACHE-HIT
003520              CONTINUE
003530          ELSE
003531              PERFORM 0600-CHECK-QUOTA
003532                 THRU 0600-EXIT
003533          END-IF
003534          IF WS-CACHE-HIT OR WS-QUOTA-REJECTED
003535              CONTINUE
003536          ELSE
003540              PERFORM 1000-CALL-HBRRULE
003550                 THRU 1000-EXIT
003560              IF WS-CACHEABLE

005030  0400-EXIT.
005040      EXIT.
005041*****************************************************************
005042*  0500-APPLY-FALLBACK - WITH NO DECISION SERVER AVAILABLE,     *
005043*                        ANSWER PROVISIONALLY FROM THE          *
005044*                        RULEAPP'S HBXFBPQ POLICY, IF ANY       *
005045*****************************************************************
005046  0500-APPLY-FALLBACK.
005047      IF HBXRULP-REPLAY
005048          GO TO 0500-EXIT
005049      END-IF.
005050      IF NOT WS-SKIP-CALL
005051      AND HBXRULP-RC NOT = HBR-RC-NO-VALID-SERVER-CONN
005052          GO TO 0500-EXIT
005053      END-IF.
005054      MOVE 0                       TO WS-ITEM-NUM.
005055      MOVE 'N'                     TO WS-EOQ-SW.
005056      MOVE 'N'                     TO WS-FBP-FOUND-SW.
005057      PERFORM 0510-READ-FBP-ENTRY
005058         THRU 0510-EXIT
005059         UNTIL WS-EOQ OR WS-FBP-FOUND.
005060      IF NOT WS-FBP-FOUND OR NOT HBXFBP-ALLOWED
005061          GO TO 0500-EXIT
005062      END-IF.
005063      SET WS-FALLBACK              TO TRUE.
005064      MOVE HBXRULP-CC              TO WS-DEGRADED-CC.
005065      MOVE HBXRULP-RC              TO WS-DEGRADED-RC.
005066      MOVE SPACES                  TO HBXRULP-OUTPUT-PARMS.
005067      MOVE HBXFBP-OUTPUT           TO HBXRULP-OUTPUT-PARMS(1:40).
005068      MOVE HBXFBP-CC               TO HBXRULP-CC.
005069      MOVE HBX-RC-PROVISIONAL      TO HBXRULP-RC.

005070  0500-EXIT.
005071      EXIT.
005072*****************************************************************
005073*  0510-READ-FBP-ENTRY - READ ONE FALLBACK POLICY               *
005074*****************************************************************
005075  0510-READ-FBP-ENTRY.
005076      ADD 1                        TO WS-ITEM-NUM.
005077      EXEC CICS READQ TS
005078                QUEUE(WS-FBP-TSQ-NAME)
005079                INTO(HBXFBP-ENTRY)
005080                LENGTH(LENGTH OF HBXFBP-ENTRY)
005081                ITEM(WS-ITEM-NUM)
005082                RESP(WS-RESP)
005083                RESP2(WS-RESP2)
005084      END-EXEC.
005085      IF WS-RESP NOT = DFHRESP(NORMAL)
005086          SET WS-EOQ               TO TRUE
005087      ELSE
005088          IF HBXFBP-RULEAPP = HBXRULP-RULEAPP
005089              SET WS-FBP-FOUND     TO TRUE
005090          END-IF
005091      END-IF.

005092  0510-EXIT.
005093      EXIT.
005094*****************************************************************
005095*  0600-CHECK-QUOTA - COUNT THIS CALL AGAINST THE FIRST HBXQTAQ *
005096*                     QUOTA THAT COVERS IT, ALERT WHEN THE     *
005097*                     QUOTA FIRST NEARS OR PASSES ITS LIMIT,   *
005098*                     AND REFUSE IT PAST THE LIMIT IF THE      *
005099*                     QUOTA SAYS SO.  A FAILED COUNT LETS THE  *
005100*                     CALL THROUGH                             *
005101*****************************************************************
005102  0600-CHECK-QUOTA.
005103      MOVE 'N'                     TO WS-QUOTA-REJECT-SW.
005104      IF HBXRULP-REPLAY
005105          GO TO 0600-EXIT
005106      END-IF.
005107      MOVE 0                       TO WS-ITEM-NUM.
005108      MOVE 'N'                     TO WS-EOQ-SW.
005109      MOVE 'N'                     TO WS-QTA-FOUND-SW.
005110      PERFORM 0610-READ-QTA-ENTRY
005111         THRU 0610-EXIT
005112         UNTIL WS-EOQ OR WS-QTA-FOUND.
005113      IF NOT WS-QTA-FOUND
005114          GO TO 0600-EXIT
005115      END-IF.
005116      MOVE HBXQTA-TRANID           TO HBXQTUP-TRANID.
005117      MOVE HBXQTA-RULEAPP          TO HBXQTUP-RULEAPP.
005118      MOVE HBXQTA-DAILY-LIMIT      TO HBXQTUP-DAILY-LIMIT.
005119      MOVE HBXQTA-WARN-PCT         TO HBXQTUP-WARN-PCT.
005120      MOVE HBXQTA-ACTION           TO HBXQTUP-ACTION.
005121      MOVE 0                       TO HBXQTUP-RESP.
005122      EXEC CICS LINK
005123                PROGRAM('HBXQTUPD')
005124                COMMAREA(HBXQTUP-AREA)
005125                LENGTH(LENGTH OF HBXQTUP-AREA)
005126                RESP(WS-RESP)
005127                RESP2(WS-RESP2)
005128      END-EXEC.
005129      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXQTUP-UPDATE-FAILED
005130          MOVE 'HBXQTUPD CALL QUOTA COUNT UPDATE FAILED'
005131                                        TO WS-OPER-TEXT
005132          PERFORM 9500-LOG-UTILITY-FAILURE
005133             THRU 9500-EXIT
005134          GO TO 0600-EXIT
005135      END-IF.
005136      IF HBXQTUP-LIMIT-NOW
005137          MOVE 'C'                 TO HBXALRM-SEVERITY
005138          MOVE 'QUOTA LIMIT'       TO WS-AT-LABEL
005139          MOVE 100                 TO HBXALRM-THRESHOLD
005140          PERFORM 0620-RAISE-QUOTA-ALERT
005141             THRU 0620-EXIT
005142      ELSE
005143          IF HBXQTUP-WARN-NOW
005144              MOVE 'W'             TO HBXALRM-SEVERITY
005145              MOVE 'QUOTA WARN'    TO WS-AT-LABEL
005146              MOVE HBXQTA-WARN-PCT TO HBXALRM-THRESHOLD
005147              PERFORM 0620-RAISE-QUOTA-ALERT
005148                 THRU 0620-EXIT
005149          END-IF
005150      END-IF.
005151      IF HBXQTUP-OVER-LIMIT AND HBXQTA-REJECT
005152          SET WS-REJECTED          TO TRUE
005153          SET WS-QUOTA-REJECTED    TO TRUE
005154          MOVE HBR-CC-ERROR        TO HBXRULP-CC
005155          MOVE HBX-RC-QUOTA-EXCEEDED TO HBXRULP-RC
005156          MOVE HBXQTA-DAILY-LIMIT  TO WS-QM-LIMIT
005157          MOVE SPACES              TO HBXRULP-OUTPUT-PARMS
005158          MOVE WS-QUOTA-MSG        TO HBXRULP-OUTPUT-PARMS(1:43)
005159      END-IF.

005160  0600-EXIT.
005161      EXIT.
005162*****************************************************************
005163*  0610-READ-QTA-ENTRY - READ ONE DAILY CALL QUOTA.  A BLANK    *
005164*                        TRANSACTION OR RULEAPP MATCHES ANY    *
005165*****************************************************************
005166  0610-READ-QTA-ENTRY.
005167      ADD 1                        TO WS-ITEM-NUM.
005168      EXEC CICS READQ TS
005169                QUEUE(WS-QTA-TSQ-NAME)
005170                INTO(HBXQTA-ENTRY)
005171                LENGTH(LENGTH OF HBXQTA-ENTRY)
005172                ITEM(WS-ITEM-NUM)
005173                RESP(WS-RESP)
005174                RESP2(WS-RESP2)
005175      END-EXEC.
005176      IF WS-RESP NOT = DFHRESP(NORMAL)
005177          SET WS-EOQ               TO TRUE
005178          GO TO 0610-EXIT
005179      END-IF.
005180      IF (HBXQTA-TRANID = SPACES
005181       OR HBXQTA-TRANID = HBXRULP-TRANID)
005182      AND (HBXQTA-RULEAPP = SPACES
005183       OR HBXQTA-RULEAPP = HBXRULP-RULEAPP)
005184          SET WS-QTA-FOUND         TO TRUE
005185      END-IF.

005186  0610-EXIT.
005187      EXIT.
005188*****************************************************************
005189*  0620-RAISE-QUOTA-ALERT - QUEUE A CALL-QUOTA ALERT ON        *
005190*                           HBXALRMQ FOR HBXALDR.  THE SSID    *
005191*                           FIELD CARRIES THE CALLING          *
005192*                           TRANSACTION AND THE WINDOW COUNT   *
005193*                           THE PERCENTAGE OF THE LIMIT USED   *
005194*****************************************************************
005195  0620-RAISE-QUOTA-ALERT.
005196      EXEC CICS ASKTIME
005197                ABSTIME(WS-NOW-ABSTIME)
005198      END-EXEC.
005199      EXEC CICS FORMATTIME
005200                ABSTIME(WS-NOW-ABSTIME)
005201                YYYYMMDD(WS-ALERT-DATE)
005202                TIME(WS-ALERT-TIME)
005203      END-EXEC.
005204      IF HBXQTUP-DAILY-LIMIT > 0
005205          COMPUTE WS-QUOTA-PCT =
005206                  HBXQTUP-CALL-COUNT * 100 / HBXQTUP-DAILY-LIMIT
005207      ELSE
005208          MOVE 9999                TO WS-QUOTA-PCT
005209      END-IF.
005210      IF WS-QUOTA-PCT > 9999
005211          MOVE 9999                TO WS-QUOTA-PCT
005212      END-IF.
005213      IF HBXQTA-TRANID = SPACES
005214          MOVE '*'                 TO WS-AT-TRANID
005215      ELSE
005216          MOVE HBXQTA-TRANID       TO WS-AT-TRANID
005217      END-IF.
005218      IF HBXQTA-RULEAPP = SPACES
005219          MOVE '*'                 TO WS-AT-RULEAPP
005220      ELSE
005221          MOVE HBXQTA-RULEAPP      TO WS-AT-RULEAPP
005222      END-IF.
005223      MOVE WS-ALERT-DATE           TO HBXALRM-DATE.
005224      MOVE WS-ALERT-TIME           TO HBXALRM-TIME.
005225      MOVE HBXRULP-TRANID          TO HBXALRM-SSID.
005226      MOVE HBX-RC-QUOTA-EXCEEDED   TO HBXALRM-RC.
005227      MOVE WS-QUOTA-PCT            TO HBXALRM-WIN-COUNT.
005228      MOVE WS-ALERT-TEXT           TO HBXALRM-TEXT.
005229      EXEC CICS ENQ
005230                RESOURCE(WS-ALERT-ENQ-NAME)
005231                LENGTH(LENGTH OF WS-ALERT-ENQ-NAME)
005232      END-EXEC.
005233      EXEC CICS WRITEQ TS
005234                QUEUE('HBXALRMQ')
005235                FROM(HBXALRM-ENTRY)
005236                LENGTH(LENGTH OF HBXALRM-ENTRY)
005237                RESP(WS-RESP)
005238                RESP2(WS-RESP2)
005239      END-EXEC.
005240      EXEC CICS DEQ
005241                RESOURCE(WS-ALERT-ENQ-NAME)
005242                LENGTH(LENGTH OF WS-ALERT-ENQ-NAME)
005243      END-EXEC.
005244      IF WS-RESP NOT = DFHRESP(NORMAL)
005245          MOVE 'HBXALRMQ CALL QUOTA ALERT WRITE FAILED'
005246                                        TO WS-OPER-TEXT
005247          PERFORM 9500-LOG-UTILITY-FAILURE
005248             THRU 9500-EXIT
005249      END-IF.

005250  0620-EXIT.
005251      EXIT.
005252*****************************************************************
005253*  1000-CALL-HBRRULE - LINK TO THE VENDOR RULE-EXECUTION API    *
005254*****************************************************************
005255  1000-CALL-HBRRULE.
005256      MOVE HBXRULP-USERID          TO HBRA-USERID.
005257      MOVE HBXRULP-RULEAPP         TO HBRA-RULEAPP.
005258      MOVE HBXRULP-INPUT-PARMS     TO WS-PARM-SPLIT.
005259      MOVE WS-PARM-HEAD            TO HBRA-INPUT-PARMS.
005260      MOVE WS-PARM-TAIL            TO HBRA-INPUT-PARMS-EXT.
005261      MOVE SPACES                  TO HBRA-OUTPUT-PARMS.
005262      MOVE SPACES                  TO HBRA-OUTPUT-PARMS-EXT.
005263      EXEC CICS ASKTIME
005264                ABSTIME(WS-START-ABSTIME)
005265      END-EXEC.
005266      EXEC CICS LINK
005267                PROGRAM('HBRRULE')
005268                SYSID(HBXRULP-SSID)
005269                COMMAREA(HBRA-RULE-AREA)
005270                LENGTH(LENGTH OF HBRA-RULE-AREA)
005271                RESP(WS-RESP)
005272                RESP2(WS-RESP2)
005273      END-EXEC.
005274      IF WS-RESP NOT = DFHRESP(NORMAL)
005280          MOVE HBR-CC-SEVERE            TO HBRA-CC
005290          MOVE HBR-RC-NOT-CONNECTED     TO HBRA-RC
005300          MOVE SPACES                   TO HBRA-OUTPUT-PARMS
005580      MOVE HBXRULP-CC                TO HBXAUDP-CC.
005590      MOVE HBXRULP-RC                TO HBXAUDP-RC.
005600      MOVE WS-ELAPSED-MS             TO HBXAUDP-ELAPSED-MS.
005605      MOVE LOW-VALUES                TO HBXAUDP-AUDIT-KEY.
005610      EVALUATE TRUE
005612          WHEN WS-FALLBACK
005614              SET HBXAUDP-FROM-FALLBACK  TO TRUE
005616          WHEN WS-CACHE-HIT
005620              SET HBXAUDP-FROM-CACHE     TO TRUE
005630          WHEN OTHER
005640              SET HBXAUDP-FROM-SERVER    TO TRUE
005650      END-EVALUATE.
005660      EXEC CICS LINK
005670                PROGRAM('HBXAUDIT')
005680                COMMAREA(HBXAUDP-AREA)
005780      END-IF.

005790  2000-EXIT.
005791      EXIT.
005792*****************************************************************
005793*  2100-LOG-DECISION - JOURNAL THE INPUT AND OUTPUT PARMS OF    *
005794*                      THIS DECISION UNDER THE AUDIT KEY        *
005795*****************************************************************
005796  2100-LOG-DECISION.
005797      MOVE HBXAUDP-AUDIT-KEY         TO HBXDJRP-AUDIT-KEY.
005798      MOVE HBXRULP-TRANID            TO HBXDJRP-TRANID.
005799      MOVE HBXRULP-PROGRAM           TO HBXDJRP-PROGRAM.
005800      MOVE HBXRULP-USERID            TO HBXDJRP-USERID.
005801      MOVE HBXRULP-SSID              TO HBXDJRP-SSID.
005802      MOVE HBXRULP-RULEAPP           TO HBXDJRP-RULEAPP.
005803      MOVE HBXRULP-CC                TO HBXDJRP-CC.
005804      MOVE HBXRULP-RC                TO HBXDJRP-RC.
005805      MOVE HBXRULP-REPLAY-IND        TO HBXDJRP-REPLAY-IND.
005806      MOVE HBXRULP-INPUT-PARMS       TO HBXDJRP-INPUT-PARMS.
005807      MOVE HBXRULP-OUTPUT-PARMS      TO HBXDJRP-OUTPUT-PARMS.
005808      EVALUATE TRUE
005809          WHEN WS-QUOTA-REJECTED
005810              SET HBXDJRP-QUOTA-REJECT   TO TRUE
005811          WHEN WS-REJECTED
005812              SET HBXDJRP-VALIDATION-REJECT TO TRUE
005813          WHEN WS-FALLBACK
005814              SET HBXDJRP-FALLBACK       TO TRUE
005815          WHEN WS-SKIP-CALL
005816              SET HBXDJRP-HEALTH-SKIP    TO TRUE
005817          WHEN WS-CACHE-HIT
005818              SET HBXDJRP-FROM-CACHE     TO TRUE
005819          WHEN OTHER
005820              SET HBXDJRP-FROM-SERVER    TO TRUE
005821      END-EVALUATE.
005822      MOVE 0                         TO HBXDJRP-RESP.
005823      EXEC CICS LINK
005824                PROGRAM('HBXDJWR')
005825                COMMAREA(HBXDJRP-AREA)
005826                LENGTH(LENGTH OF HBXDJRP-AREA)
005827                RESP(WS-RESP)
005828                RESP2(WS-RESP2)
005829      END-EXEC.
005830      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXDJRP-WRITE-FAILED
005831          MOVE 'HBXDJWR DECISION JOURNAL WRITE FAILED'
005832                                        TO WS-OPER-TEXT
005833          PERFORM 9500-LOG-UTILITY-FAILURE
005834             THRU 9500-EXIT
005835      END-IF.

005836  2100-EXIT.
005837      EXIT.
005838*****************************************************************
005839*  3000-WRITE-SUSPENSE - QUEUE THE FAILED REQUEST FOR REPLAY    *
005840*****************************************************************
005841  3000-WRITE-SUSPENSE.
005850      MOVE HBXRULP-SSID             TO HBXSUSWP-SSID.
005860      MOVE HBXRULP-RULEAPP          TO HBXSUSWP-RULEAPP.
005870      MOVE HBXRULP-INPUT-PARMS      TO HBXSUSWP-INPUT-PARMS.
005871      IF WS-FALLBACK
005872          MOVE WS-DEGRADED-CC        TO HBXSUSWP-FAIL-CC
005873          MOVE WS-DEGRADED-RC        TO HBXSUSWP-FAIL-RC
005874          MOVE 'Y'                   TO HBXSUSWP-PROV-SW
005875          MOVE HBXRULP-CC            TO HBXSUSWP-PROV-CC
005876          MOVE HBXFBP-COMPARE-LEN    TO HBXSUSWP-PROV-CMP-LEN
005877          MOVE HBXFBP-OUTPUT         TO HBXSUSWP-PROV-OUTPUT
005878      ELSE
005880          MOVE HBXRULP-CC            TO HBXSUSWP-FAIL-CC
005890          MOVE HBXRULP-RC            TO HBXSUSWP-FAIL-RC
005891          MOVE 'N'                   TO HBXSUSWP-PROV-SW
005892      END-IF.
005893      MOVE HBXRULP-TRANID           TO HBXSUSWP-TRANID.
005896      MOVE HBXRULP-PROGRAM          TO HBXSUSWP-PROGRAM.
005900      EXEC CICS LINK
005910                PROGRAM('HBXSUSWR')
005920                COMMAREA(HBXSUSWP-AREA)

006030  3000-EXIT.
006040      EXIT.
006041*****************************************************************
006042*  4000-SHADOW-CHALLENGER - IF THIS RULEAPP IS A CHAMPION ON    *
006043*                           HBXCCPQ AND THE REQUEST FALLS IN    *
006044*                           THE SAMPLE, START HBXC TO DRIVE THE *
006045*                           CHALLENGER.  THE LOW TWO DIGITS OF  *
006046*                           ABSTIME (00-99) PICK THE SAMPLE     *
006047*****************************************************************
006048  4000-SHADOW-CHALLENGER.
006049      IF HBXAUDP-AUDIT-KEY = LOW-VALUES
006050          GO TO 4000-EXIT
006051      END-IF.
006052      MOVE 0                       TO WS-ITEM-NUM.
006053      MOVE 'N'                     TO WS-EOQ-SW.
006054      MOVE 'N'                     TO WS-PAIRED-SW.
006055      PERFORM 4100-READ-CCP-ENTRY
006056         THRU 4100-EXIT
006057         UNTIL WS-EOQ OR WS-PAIRED.
006058      IF NOT WS-PAIRED
006059          GO TO 4000-EXIT
006060      END-IF.
006061      EXEC CICS ASKTIME
006062                ABSTIME(WS-NOW-ABSTIME)
006063      END-EXEC.
006064      DIVIDE WS-NOW-ABSTIME BY 100
006065          GIVING WS-SAMPLE-QUOT
006066          REMAINDER WS-SAMPLE-SLOT.
006067      IF WS-SAMPLE-SLOT NOT < HBXCCP-SAMPLE-PCT
006068          GO TO 4000-EXIT
006069      END-IF.
006070      MOVE HBXAUDP-AUDIT-KEY       TO HBXCCX-AUDIT-KEY.
006071      MOVE HBXRULP-TRANID          TO HBXCCX-TRANID.
006072      MOVE HBXRULP-PROGRAM         TO HBXCCX-PROGRAM.
006073      MOVE HBXRULP-USERID          TO HBXCCX-USERID.
006074      MOVE HBXRULP-SSID            TO HBXCCX-SSID.
006075      MOVE HBXCCP-CHAMPION         TO HBXCCX-CHAMPION.
006076      MOVE HBXCCP-CHALLENGER       TO HBXCCX-CHALLENGER.
006077      MOVE HBXRULP-CC              TO HBXCCX-CHAMP-CC.
006078      MOVE HBXRULP-RC              TO HBXCCX-CHAMP-RC.
006079      MOVE HBXRULP-INPUT-PARMS     TO HBXCCX-INPUT-PARMS.
006080      MOVE HBXRULP-OUTPUT-PARMS    TO HBXCCX-CHAMP-OUTPUT.
006081      EXEC CICS START
006082                TRANSID('HBXC')
006083                FROM(HBXCCX-AREA)
006084                LENGTH(LENGTH OF HBXCCX-AREA)
006085                RESP(WS-RESP)
006086                RESP2(WS-RESP2)
006087      END-EXEC.
006088      IF WS-RESP NOT = DFHRESP(NORMAL)
006089          MOVE 'HBXCCEX CHALLENGER START FAILED'
006090                                        TO WS-OPER-TEXT
006091          PERFORM 9500-LOG-UTILITY-FAILURE
006092             THRU 9500-EXIT
006093      END-IF.

006094  4000-EXIT.
006095      EXIT.
006096*****************************************************************
006097*  4100-READ-CCP-ENTRY - READ ONE CHAMPION/CHALLENGER PAIR      *
006098*****************************************************************
006099  4100-READ-CCP-ENTRY.
006100      ADD 1                        TO WS-ITEM-NUM.
006101      EXEC CICS READQ TS
006102                QUEUE(WS-CCP-TSQ-NAME)
006103                INTO(HBXCCP-ENTRY)
006104                LENGTH(LENGTH OF HBXCCP-ENTRY)
006105                ITEM(WS-ITEM-NUM)
006106                RESP(WS-RESP)
006107                RESP2(WS-RESP2)
006108      END-EXEC.
006109      IF WS-RESP NOT = DFHRESP(NORMAL)
006110          SET WS-EOQ               TO TRUE
006111      ELSE
006112          IF HBXCCP-CHAMPION = HBXRULP-RULEAPP
006113              SET WS-PAIRED        TO TRUE
006114          END-IF
006115      END-IF.

006116  4100-EXIT.
006117      EXIT.
006118*****************************************************************
006119*  9000-RETURN - RETURN CONTROL TO THE CALLING PROGRAM           *
006120*****************************************************************
006121  9000-RETURN.
006122      EXEC CICS RETURN
006123      END-EXEC.

006124  9000-EXIT.
006125      EXIT.
006130*****************************************************************
006140*  9500-LOG-UTILITY-FAILURE - ALERT THE OPERATOR THAT A          *
006150*                             BOOKKEEPING LINK FAILED, WITHOUT   *
