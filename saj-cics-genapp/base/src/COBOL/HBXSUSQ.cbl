000240*                 DETAIL SCREEN SHOWS IT IN THREE 380-BYTE
000250*                 WINDOWS (FIVE 76-BYTE LINES EACH) AND PF10
000260*                 CYCLES THROUGH THEM.
000261* 2026-09-23 JLS  A SUCCESSFUL PF5 REPLAY KEEPS ITS DECISION -
000262*                 2660-FEED-DECISION LINKS TO HBXROWR TO WRITE
000263*                 THE HBXROFF REPLAY-OUTCOME FEED RECORD FOR THE
000264*                 ORIGINATING FRONT END AND STORES THE OUTPUT
000265*                 PARMS AND FINAL CC/RC ON THE SUSPENSE RECORD.
000266*                 THE DETAIL SCREEN SHOWS ANY REPLAY DECISION
000267*                 (WHEN, BY WHAT, BY WHOM, CC/RC) AND PF10 PAGES
000268*                 ON THROUGH ITS OUTPUT PARMS AFTER THE INPUT.
000269* 2026-10-07 JLS  EVERY PF5 REPLAY, PF6 CANCEL AND PF9 FLAG IS
000270*                 NOW JOURNALED TO HBXOPJF THROUGH HBXOPJWR WITH
000271*                 THE RECORD'S STATUS, CC/RC AND REPLAY FIELDS
000272*                 BEFORE AND AFTER (NEVER THE PARMS) FOR THE
000273*                 WEEKLY AUDIT SIGN-OFF.
000274* 2026-10-07 JLS  THE DETAIL SCREEN MASKS THE SENSITIVE FIELDS
000275*                 CATALOGUED FOR THE RECORD'S RULEAPP (TS QUEUE
000276*                 HBXSFCQ, LOADED BY HBXSFCLD) IN BOTH THE INPUT
000277*                 AND THE DECISION OUTPUT PARMS UNLESS THE USER
000278*                 HAS READ ACCESS TO FACILITY PROFILE
000279*                 HBX.UNMASK.PARMS.  ONLY THE SCREEN COPY IS
000280*                 MASKED - REPLAY STILL SENDS THE RECORD AS IS.
000283******************************************************************
000286******************************************************************
000290*                                                                *
000300*   H B X S U S Q                                                *
000310*                                                                *
000390*       PF5  REPLAY THE REQUEST IMMEDIATELY THROUGH HBXRULE      *
000400*            (PENDING OR EXHAUSTED RECORDS ONLY), UPDATING THE   *
000410*            RECORD FROM THE RETURNED CC/RC THE SAME WAY HBXRRST *
000420*            DOES, AND FEEDING A SUCCESSFUL DECISION BACK TO THE *
000425*            ORIGINATING FRONT END (HBXROFF),                    *
000430*       PF6  CANCEL A REQUEST THE CUSTOMER ALREADY RE-KEYED,     *
000440*       PF9  FLAG A REQUEST FOR SUPERVISOR REVIEW.               *
000443*   PF10 PAGES THROUGH THE INPUT PARMS AND THEN, FOR A RECORD    *
000446*   WITH A REPLAY DECISION, THROUGH THE DECISION'S OUTPUT PARMS. *
000450*   PF7 RESTARTS THE BROWSE; PF8 PAGES FORWARD; PF12 RETURNS     *
000460*   FROM DETAIL TO THE LIST; PF3 ENDS THE TRANSACTION.           *
000470*                                                                *
000480*   AUTHORIZATION IS BY TRANSACTION-ATTACH SECURITY - RESTRICT   *
000490*   HBXS TO THE OPERATIONS GROUP IN THE EXTERNAL SECURITY        *
000500*   MANAGER.  SEE THE HBXCSD.CNTL NOTES.                         *
000502*                                                                *
000504*   EACH SUCCESSFUL REPLAY, CANCEL AND FLAG IS JOURNALED TO      *
000506*   HBXOPJF (HBXOPJWR); BROWSE IT ON HBXU.                       *
000507*                                                                *
000508*   ACCOUNT NUMBERS, SSNS, INCOME AND THE LIKE IN THE PARMS ARE  *
000509*   MASKED ON THE DETAIL SCREEN PER THE HBX.SENSITIVE.FIELDS     *
000510*   CATALOG FOR ANYONE WITHOUT READ ACCESS TO FACILITY PROFILE   *
000511*   HBX.UNMASK.PARMS.                                            *
000515*                                                                *
000520******************************************************************
000530  ENVIRONMENT DIVISION.
000540  DATA DIVISION.
001010      05  FILLER                     PIC X(10) VALUE 'PARM PAGE '.
001020      05  WS-PAGE-NUM                PIC 9(01).
001030      05  FILLER                     PIC X(02) VALUE '/3'.
001033  01  WS-MAX-PARM-PAGE              PIC 9(01) VALUE 3.
001036  01  WS-WINDOW-IX                  PIC 9(01).
001037  01  WS-SFC-TSQ-NAME               PIC X(08) VALUE 'HBXSFCQ'.
001038  01  WS-SFC-ITEM-NUM               PIC S9(4) COMP VALUE 0.
001039  01  WS-SFC-EOQ-SW                 PIC X(01) VALUE 'N'.
001040      88  WS-SFC-EOQ                      VALUE 'Y'.
001041  01  WS-SFC-PARMS                  PIC X(01).
001042  01  WS-SF-OFF                     PIC S9(4) COMP.
001043  01  WS-SF-LEN                     PIC S9(4) COMP.
001044  01  WS-SF-MASK-LEN                PIC S9(4) COMP.
001045  01  WS-MASKED-SW                  PIC X(01) VALUE 'N'.
001046      88  WS-PARMS-MASKED                 VALUE 'Y'.
001047  01  WS-UNMASK-CLASS               PIC X(08) VALUE 'FACILITY'.
001048  01  WS-UNMASK-RESID               PIC X(16)
001049                                    VALUE 'HBX.UNMASK.PARMS'.
001050  01  WS-UNMASK-CVDA                PIC S9(8) COMP.
001051  01  HBRC-CODES.
001055      COPY HBRC.
001060  COPY HBXRULP.
001065  COPY HBXROWP.
001066  COPY HBXOPJP.
001067  COPY HBXOPI.
001068  COPY HBXSFC.
001070  COPY HBXSUSP REPLACING ==HBXSUSP-RECORD== BY ==HBXSUSP-AREA==.
001080  COPY HBXSUQM.
001090  COPY HBXSUQC REPLACING ==HBXSUQC-AREA== BY ==WS-COMMAREA==.
002900              PERFORM 2800-FLAG-RECORD
002910                 THRU 2800-EXIT
002920          WHEN DFHPF10
002930              IF HBXSUQC-PARM-PAGE < 6
002940                  ADD 1             TO HBXSUQC-PARM-PAGE
002950              ELSE
002960                  MOVE 1            TO HBXSUQC-PARM-PAGE
003200          GO TO 2600-EXIT
003210      END-IF.
003220      IF HBXSUSP-PENDING OR HBXSUSP-EXHAUSTED
003222          PERFORM 2950-BUILD-SUSP-IMAGE
003224             THRU 2950-EXIT
003226          MOVE HBXOPI-SUSP-IMAGE    TO HBXOPJP-BEFORE-IMAGE
003230          PERFORM 2650-LINK-HBXRULE
003240             THRU 2650-EXIT
003250          IF HBXRULP-CC = HBR-CC-OK OR HBXRULP-CC = HBR-CC-WARNING
003280              MOVE HBXRULP-RC       TO HBXSUSP-FAIL-RC
003290              MOVE 'REPLAY SUCCEEDED - RECORD MARKED COMPLETE'
003300                                      TO WS-MSG-TEXT
003303              PERFORM 2660-FEED-DECISION
003306                 THRU 2660-EXIT
003310          ELSE
003320              ADD 1                 TO HBXSUSP-RETRY-COUNT
003330              MOVE HBXRULP-CC       TO HBXSUSP-FAIL-CC
003440          IF WS-RESP NOT = DFHRESP(NORMAL)
003450              MOVE 'SUSPENSE REWRITE FAILED - CALL SUPPORT'
003460                                      TO WS-MSG-TEXT
003462          ELSE
003464              MOVE 'REPLAY'         TO HBXOPJP-ACTION
003466              PERFORM 2900-JOURNAL-CHANGE
003468                 THRU 2900-EXIT
003470          END-IF
003480      ELSE
003490          EXEC CICS UNLOCK

003800  2650-EXIT.
003810      EXIT.
003811******************************************************************
003812*  2660-FEED-DECISION - KEEP THE DECISION ON THE RECORD AND FEED *
003813*                       IT BACK TO THE ORIGINATING FRONT END     *
003814******************************************************************
003815  2660-FEED-DECISION.
003816      MOVE HBXSUSP-KEY              TO HBXROWP-SUSP-KEY.
003817      MOVE HBXSUSP-TRANID           TO HBXROWP-TRANID.
003818      MOVE HBXSUSP-ORIG-PROGRAM     TO HBXROWP-ORIG-PROGRAM.
003819      MOVE HBXSUSP-SSID             TO HBXROWP-SSID.
003820      MOVE HBXSUSP-RULEAPP          TO HBXROWP-RULEAPP.
003821      MOVE 'HBXSUSQ'                TO HBXROWP-RPL-BY.
003822      MOVE SPACES                   TO HBXROWP-RPL-USERID.
003823      MOVE HBXRULP-CC               TO HBXROWP-CC.
003824      MOVE HBXRULP-RC               TO HBXROWP-RC.
003825      MOVE HBXRULP-OUTPUT-PARMS     TO HBXROWP-OUTPUT-PARMS.
003826      MOVE 0                        TO HBXROWP-RPL-DATE.
003827      MOVE 0                        TO HBXROWP-RPL-TIME.
003828      MOVE 0                        TO HBXROWP-RESP.
003829      EXEC CICS LINK
003830                PROGRAM('HBXROWR')
003831                COMMAREA(HBXROWP-AREA)
003832                LENGTH(LENGTH OF HBXROWP-AREA)
003833                RESP(WS-RESP)
003834                RESP2(WS-RESP2)
003835      END-EXEC.
003836      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXROWP-WRITE-FAILED
003837          MOVE 'REPLAY OK - OUTCOME FEED FAILED - CALL SUPPORT'
003838                                      TO WS-MSG-TEXT
003839      END-IF.
003840      SET HBXSUSP-HAS-DECISION      TO TRUE.
003841      MOVE HBXROWP-RPL-DATE         TO HBXSUSP-RPL-DATE.
003842      MOVE HBXROWP-RPL-TIME         TO HBXSUSP-RPL-TIME.
003843      MOVE 'HBXSUSQ'                TO HBXSUSP-RPL-BY.
003844      MOVE HBXROWP-RPL-USERID       TO HBXSUSP-RPL-USERID.
003845      MOVE HBXRULP-CC               TO HBXSUSP-RPL-CC.
003846      MOVE HBXRULP-RC               TO HBXSUSP-RPL-RC.
003847      MOVE HBXRULP-OUTPUT-PARMS     TO HBXSUSP-RPL-OUTPUT-PARMS.

003848  2660-EXIT.
003849      EXIT.
003850******************************************************************
003851*  2700-CANCEL-RECORD - THE CUSTOMER ALREADY RE-KEYED THIS ONE   *
003852******************************************************************
003853  2700-CANCEL-RECORD.
003860      EXEC CICS READ
003870                FILE('HBXSUSF')
003880                INTO(HBXSUSP-AREA)
004030          MOVE 'A COMPLETED RECORD CANNOT BE CANCELLED'
004040                                      TO WS-MSG-TEXT
004050      ELSE
004052          PERFORM 2950-BUILD-SUSP-IMAGE
004054             THRU 2950-EXIT
004056          MOVE HBXOPI-SUSP-IMAGE    TO HBXOPJP-BEFORE-IMAGE
004060          SET HBXSUSP-CANCELLED     TO TRUE
004070          EXEC CICS REWRITE
004080                    FILE('HBXSUSF')
004130          IF WS-RESP = DFHRESP(NORMAL)
004140              MOVE 'RECORD CANCELLED - IT WILL NOT BE REPLAYED'
004150                                      TO WS-MSG-TEXT
004152              MOVE 'CANCEL'         TO HBXOPJP-ACTION
004154              PERFORM 2900-JOURNAL-CHANGE
004156                 THRU 2900-EXIT
004160          ELSE
004170              MOVE 'SUSPENSE REWRITE FAILED - CALL SUPPORT'
004180                                      TO WS-MSG-TEXT
004440          MOVE 'ONLY AN ACTIVE RECORD CAN BE FLAGGED'
004450                                      TO WS-MSG-TEXT
004460      ELSE
004462          PERFORM 2950-BUILD-SUSP-IMAGE
004464             THRU 2950-EXIT
004466          MOVE HBXOPI-SUSP-IMAGE    TO HBXOPJP-BEFORE-IMAGE
004470          SET HBXSUSP-FLAGGED       TO TRUE
004480          EXEC CICS REWRITE
004490                    FILE('HBXSUSF')
004540          IF WS-RESP = DFHRESP(NORMAL)
004550              MOVE 'RECORD FLAGGED FOR SUPERVISOR REVIEW'
004560                                      TO WS-MSG-TEXT
004562              MOVE 'FLAG'           TO HBXOPJP-ACTION
004564              PERFORM 2900-JOURNAL-CHANGE
004566                 THRU 2900-EXIT
004570          ELSE
004580              MOVE 'SUSPENSE REWRITE FAILED - CALL SUPPORT'
004590                                      TO WS-MSG-TEXT

004620  2800-EXIT.
004630      EXIT.
004631******************************************************************
004632*  2900-JOURNAL-CHANGE - RECORD THE CHANGE JUST MADE ON HBXOPJF  *
004633*                        (THE CALLER HAS SET THE ACTION AND THE  *
004634*                        BEFORE IMAGE)                           *
004635******************************************************************
004636  2900-JOURNAL-CHANGE.
004637      PERFORM 2950-BUILD-SUSP-IMAGE
004638         THRU 2950-EXIT.
004639      MOVE HBXOPI-SUSP-IMAGE        TO HBXOPJP-AFTER-IMAGE.
004640      MOVE 'HBXS'                   TO HBXOPJP-TRANID.
004641      MOVE 'HBXSUSQ'                TO HBXOPJP-PROGRAM.
004642      MOVE 'HBXSUSF'                TO HBXOPJP-FILE.
004643      MOVE HBXSUSP-KEY              TO HBXOPJP-REC-KEY.
004644      MOVE 0                        TO HBXOPJP-RESP.
004645      EXEC CICS LINK
004646                PROGRAM('HBXOPJWR')
004647                COMMAREA(HBXOPJP-AREA)
004648                LENGTH(LENGTH OF HBXOPJP-AREA)
004649                RESP(WS-RESP)
004650                RESP2(WS-RESP2)
004651      END-EXEC.
004652      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXOPJP-WRITE-FAILED
004653          MOVE 'CHANGE MADE - JOURNAL WRITE FAILED - CALL SUPPORT'
004654                                      TO WS-MSG-TEXT
004655      END-IF.

004656  2900-EXIT.
004657      EXIT.
004658******************************************************************
004659*  2950-BUILD-SUSP-IMAGE - SUMMARISE THE SUSPENSE RECORD FOR THE *
004660*                          JOURNAL, WITHOUT THE PARMS            *
004661******************************************************************
004662  2950-BUILD-SUSP-IMAGE.
004663      MOVE HBXSUSP-STATUS           TO HBXOPI-SU-STATUS.
004664      MOVE HBXSUSP-RETRY-COUNT      TO HBXOPI-SU-RETRY.
004665      MOVE HBXSUSP-FAIL-CC          TO HBXOPI-SU-CC.
004666      MOVE HBXSUSP-FAIL-RC          TO HBXOPI-SU-RC.
004667      MOVE HBXSUSP-SSID             TO HBXOPI-SU-SSID.
004668      MOVE HBXSUSP-TRANID           TO HBXOPI-SU-TRANID.
004669      MOVE HBXSUSP-RULEAPP          TO HBXOPI-SU-RULEAPP.
004670      IF HBXSUSP-HAS-DECISION
004671          MOVE 'Y'                  TO HBXOPI-SU-RPL-SW
004672          MOVE HBXSUSP-RPL-CC       TO HBXOPI-SU-RPL-CC
004673          MOVE HBXSUSP-RPL-RC       TO HBXOPI-SU-RPL-RC
004674          MOVE HBXSUSP-RPL-BY       TO HBXOPI-SU-RPL-BY
004675      ELSE
004676          MOVE 'N'                  TO HBXOPI-SU-RPL-SW
004677          MOVE 0                    TO HBXOPI-SU-RPL-CC
004678          MOVE 0                    TO HBXOPI-SU-RPL-RC
004679          MOVE SPACES               TO HBXOPI-SU-RPL-BY
004680      END-IF.

004681  2950-EXIT.
004682      EXIT.
004683******************************************************************
004684*  3000-BUILD-LIST - BROWSE HBXSUSF AND FILL THE LIST ROWS       *
004685******************************************************************
004686  3000-BUILD-LIST.
004687      EVALUATE TRUE
004690          WHEN HBXSUQC-ACTION-TOP
004700              MOVE LOW-VALUES            TO HBXSUSP-KEY
004710          WHEN HBXSUQC-ACTION-REDISPLAY
007210      PERFORM 5100-STATUS-LONG
007220         THRU 5100-EXIT.
007230      MOVE WS-STATUS-TEXT           TO DSTAO.
007233      PERFORM 5200-REPLAY-DECISION
007236         THRU 5200-EXIT.
007240      IF HBXSUQC-PARM-PAGE < 1
007245      OR HBXSUQC-PARM-PAGE > WS-MAX-PARM-PAGE
007250          MOVE 1                    TO HBXSUQC-PARM-PAGE
007260      END-IF.
007270      MOVE SPACES                   TO WS-PARM-AREA.
007271      IF HBXSUQC-PARM-PAGE > 3
007272          MOVE HBXSUSP-RPL-OUTPUT-PARMS TO WS-PARM-AREA
007273          MOVE 'DECISION OUT:'      TO DPLBLO
007274          COMPUTE WS-WINDOW-IX = HBXSUQC-PARM-PAGE - 3
007275      ELSE
007280          MOVE HBXSUSP-INPUT-PARMS  TO WS-PARM-AREA
007282          MOVE 'INPUT PARMS:'       TO DPLBLO
007284          MOVE HBXSUQC-PARM-PAGE    TO WS-WINDOW-IX
007286      END-IF.
007287      PERFORM 5300-MASK-PARMS
007288         THRU 5300-EXIT.
007290      MOVE WS-PARM-WINDOW(WS-WINDOW-IX)
007300                                    TO WS-WINDOW-DISPLAY.
007310      MOVE WS-PARM-LINE1            TO DPRM1O.
007320      MOVE WS-PARM-LINE2            TO DPRM2O.
007330      MOVE WS-PARM-LINE3            TO DPRM3O.
007340      MOVE WS-PARM-LINE4            TO DPRM4O.
007350      MOVE WS-PARM-LINE5            TO DPRM5O.
007360      MOVE WS-WINDOW-IX             TO WS-PAGE-NUM.
007370      MOVE WS-PAGE-TEXT             TO DPPAGEO.
007375      IF WS-MSG-TEXT = SPACES AND WS-PARMS-MASKED
007376          MOVE 'SENSITIVE FIELDS MASKED (*)'
007377                                    TO WS-MSG-TEXT
007378      END-IF.
007380      IF WS-MSG-TEXT NOT = SPACES
007390          MOVE WS-MSG-TEXT          TO DMSGLNO
007400          MOVE SPACES               TO WS-MSG-TEXT

007620  5100-EXIT.
007630      EXIT.
007631******************************************************************
007632*  5200-REPLAY-DECISION - THE DECISION LINE, AND THREE MORE PF10 *
007633*                         PAGES WHEN THERE IS A DECISION TO SHOW *
007634******************************************************************
007635  5200-REPLAY-DECISION.
007636      IF NOT HBXSUSP-HAS-DECISION
007637          MOVE 3                    TO WS-MAX-PARM-PAGE
007638          MOVE 'NONE'               TO DRDATO
007639          GO TO 5200-EXIT
007640      END-IF.
007641      MOVE 6                        TO WS-MAX-PARM-PAGE.
007642      MOVE HBXSUSP-RPL-DATE         TO DRDATO.
007643      MOVE HBXSUSP-RPL-TIME         TO WS-TIME-EDIT.
007644      MOVE WS-TIME-EDIT-HH          TO WS-TIME-HH.
007645      MOVE WS-TIME-EDIT-MM          TO WS-TIME-MM.
007646      MOVE WS-TIME-EDIT-SS          TO WS-TIME-SS.
007647      MOVE WS-TIME-TEXT             TO DRTIMO.
007648      MOVE HBXSUSP-RPL-BY           TO DRBYO.
007649      MOVE HBXSUSP-RPL-USERID       TO DRUSRO.
007650      MOVE HBXSUSP-RPL-CC           TO WS-DISP-CC.
007651      MOVE WS-DISP-CC               TO DRCCO.
007652      MOVE HBXSUSP-RPL-RC           TO WS-DISP-RC.
007653      MOVE WS-DISP-RC               TO DRRCO.

007654  5200-EXIT.
007655      EXIT.
007656******************************************************************
007657*  5300-MASK-PARMS - MASK THE CATALOGUED SENSITIVE FIELDS IN THE *
007658*                    SCREEN COPY OF THE PARMS UNLESS THE USER IS *
007659*                    CLEARED TO SEE THEM.  ANY TROUBLE ASKING    *
007660*                    THE SECURITY MANAGER MEANS MASKED           *
007661******************************************************************
007662  5300-MASK-PARMS.
007663      MOVE 'N'                      TO WS-MASKED-SW.
007664      EXEC CICS QUERY SECURITY
007665                RESCLASS(WS-UNMASK-CLASS)
007666                RESID(WS-UNMASK-RESID)
007667                RESIDLENGTH(LENGTH OF WS-UNMASK-RESID)
007668                READ(WS-UNMASK-CVDA)
007669                RESP(WS-RESP)
007670                RESP2(WS-RESP2)
007671      END-EXEC.
007672      IF WS-RESP = DFHRESP(NORMAL)
007673      AND WS-UNMASK-CVDA = DFHVALUE(READABLE)
007674          GO TO 5300-EXIT
007675      END-IF.
007676      IF HBXSUQC-PARM-PAGE > 3
007677          MOVE 'O'                  TO WS-SFC-PARMS
007678      ELSE
007679          MOVE 'I'                  TO WS-SFC-PARMS
007680      END-IF.
007681      MOVE 0                        TO WS-SFC-ITEM-NUM.
007682      MOVE 'N'                      TO WS-SFC-EOQ-SW.
007683      PERFORM 5310-MASK-ONE-FIELD
007684         THRU 5310-EXIT
007685         UNTIL WS-SFC-EOQ.

007686  5300-EXIT.
007687      EXIT.
007688******************************************************************
007689*  5310-MASK-ONE-FIELD - READ ONE CATALOG ENTRY AND MASK THE     *
007690*                        FIELD IT DESCRIBES.  AN ENTRY FOR       *
007691*                        ANOTHER RULEAPP OR PARM AREA, OR WITH   *
007692*                        AN IMPOSSIBLE OFFSET/LENGTH, IS SKIPPED *
007693******************************************************************
007694  5310-MASK-ONE-FIELD.
007695      ADD 1                         TO WS-SFC-ITEM-NUM.
007696      EXEC CICS READQ TS
007697                QUEUE(WS-SFC-TSQ-NAME)
007698                INTO(HBXSFC-ENTRY)
007699                LENGTH(LENGTH OF HBXSFC-ENTRY)
007700                ITEM(WS-SFC-ITEM-NUM)
007701                RESP(WS-RESP)
007702                RESP2(WS-RESP2)
007703      END-EXEC.
007704      IF WS-RESP NOT = DFHRESP(NORMAL)
007705          SET WS-SFC-EOQ            TO TRUE
007706          GO TO 5310-EXIT
007707      END-IF.
007708      IF HBXSFC-RULEAPP NOT = HBXSUSP-RULEAPP
007709      OR HBXSFC-PARMS NOT = WS-SFC-PARMS
007710          GO TO 5310-EXIT
007711      END-IF.
007712      IF HBXSFC-OFFSET NOT NUMERIC
007713      OR HBXSFC-LENGTH NOT NUMERIC
007714          GO TO 5310-EXIT
007715      END-IF.
007716      MOVE HBXSFC-OFFSET            TO WS-SF-OFF.
007717      MOVE HBXSFC-LENGTH            TO WS-SF-LEN.
007718      IF WS-SF-OFF < 1 OR WS-SF-LEN < 1
007719      OR WS-SF-OFF + WS-SF-LEN > HBXSFC-PARM-MAX + 1
007720          GO TO 5310-EXIT
007721      END-IF.
007722      IF WS-PARM-AREA(WS-SF-OFF:WS-SF-LEN) = SPACES
007723          GO TO 5310-EXIT
007724      END-IF.
007725      MOVE WS-SF-LEN                TO WS-SF-MASK-LEN.
007726      IF HBXSFC-SHOW-LAST IS NUMERIC
007727          SUBTRACT HBXSFC-SHOW-LAST FROM WS-SF-MASK-LEN
007728      END-IF.
007729      IF WS-SF-MASK-LEN < 1
007730          GO TO 5310-EXIT
007731      END-IF.
007732      INSPECT WS-PARM-AREA(WS-SF-OFF:WS-SF-MASK-LEN)
007733              REPLACING CHARACTERS BY HBXSFC-MASK-CHAR.
007734      SET WS-PARMS-MASKED           TO TRUE.

007735  5310-EXIT.
007736      EXIT.
007737******************************************************************
007738*  6000-SEND-DETAIL - SEND THE DETAIL MAP                        *
007739******************************************************************
007740  6000-SEND-DETAIL.
007741      MOVE 'HBXSUSQ - SUSPENSE RECORD DETAIL' TO DTITLO.
007742      EXEC CICS SEND
007743                MAP('HBXSUQ2')
007744                MAPSET('HBXSUQM')
007745                FROM(HBXSUQ2O)
007746                ERASE
007747                CURSOR
007750      END-EXEC.

007760  6000-EXIT.
