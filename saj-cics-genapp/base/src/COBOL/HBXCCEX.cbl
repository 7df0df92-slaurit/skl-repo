000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXCCEX.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-16.
000150  DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-16 JLS  NEW PROGRAM.  CHALLENGER SHADOW EXECUTION.
000200*                 DRIVES A CANDIDATE RULEAPP WITH THE SAME INPUT
000210*                 PARMS THE LIVE (CHAMPION) RULEAPP WAS JUST
000220*                 GIVEN AND RECORDS BOTH ANSWERS ON HBXCMPF FOR
000230*                 THE HBXCCRPT DIVERGENCE REPORT.
000240*****************************************************************
000250*****************************************************************
000260*                                                                *
000270*   H B X C C E X                                                *
000280*                                                                *
000290*   STARTED AS TRANSACTION HBXC BY HBXRULE, AFTER THE CALLER'S   *
000300*   OWN REQUEST HAS BEEN ANSWERED BY THE CHAMPION, FOR A         *
000310*   REQUEST SAMPLED UNDER AN HBXCCPQ CHAMPION/CHALLENGER PAIR.   *
000320*   RETRIEVES THE HBXCCX-AREA (COPY HBXCCX), LINKS TO HBRRULE    *
000330*   FOR THE CHALLENGER RULEAPP ON THE SAME SSID THE CHAMPION     *
000340*   USED, AND WRITES THE COMPARISON RECORD TO HBXCMPF UNDER THE  *
000350*   CHAMPION'S AUDIT KEY.                                        *
000360*                                                                *
000370*   THIS IS DELIBERATELY NOT A CALL THROUGH HBXRULE.  NOTHING    *
000380*   HERE TOUCHES HBXATMF, HBXAUDF, HBXDJRF, HBXSUSF OR THE       *
000390*   RESULT CACHE, SO A SHADOW CALL CAN NEVER BE REPLAYED, NEVER  *
000400*   SERVE OR POISON A CACHED ANSWER, AND NEVER SHOWS UP IN THE   *
000410*   HBXRECN ATTEMPT/COMPLETION RECONCILIATION.  A FAILED LINK IS *
000420*   RECORDED AS A SEVERE/NOT-CONNECTED CHALLENGER ANSWER.        *
000430*                                                                *
000440*****************************************************************
000450  ENVIRONMENT DIVISION.
000460  DATA DIVISION.
000470  WORKING-STORAGE SECTION.
000480  01  WS-RESP                     PIC S9(8) COMP.
000490  01  WS-RESP2                    PIC S9(8) COMP.
000500  01  WS-OPER-TEXT                PIC X(60).
000510  01  WS-POS                      PIC S9(4) COMP VALUE 0.
000520  01  WS-PARM-SPLIT.
000530      05  WS-PARM-HEAD                PIC X(200).
000540      05  WS-PARM-TAIL                PIC X(800).
000550  01  WS-RETRIEVE-LEN             PIC S9(4) COMP.
000560  01  HBRC-CODES.
000570      COPY HBRC.
000580  COPY HBXRULA.
000590  COPY HBXCCX.
000600  COPY HBXCMP REPLACING ==HBXCMP-RECORD== BY ==HBXCMP-AREA==.
000610*****************************************************************
000620*  0000-MAINLINE                                                *
000630*****************************************************************
000640  PROCEDURE DIVISION.
000650  0000-MAINLINE.
000660      PERFORM 1000-INITIALIZE
000670         THRU 1000-EXIT.
000680      PERFORM 2000-CALL-CHALLENGER
000690         THRU 2000-EXIT.
000700      PERFORM 3000-COMPARE-ANSWERS
000710         THRU 3000-EXIT.
000720      PERFORM 4000-WRITE-COMPARISON
000730         THRU 4000-EXIT.
000740      PERFORM 9000-RETURN
000750         THRU 9000-EXIT.

000760  0000-EXIT.
000770      EXIT.
000780*****************************************************************
000790*  1000-INITIALIZE - PICK UP THE REQUEST HBXRULE PASSED ON THE  *
000800*                    START.  NO DATA MEANS NOTHING TO DO        *
000810*****************************************************************
000820  1000-INITIALIZE.
000830      MOVE LENGTH OF HBXCCX-AREA  TO WS-RETRIEVE-LEN.
000840      EXEC CICS RETRIEVE
000850                INTO(HBXCCX-AREA)
000860                LENGTH(WS-RETRIEVE-LEN)
000870                RESP(WS-RESP)
000880                RESP2(WS-RESP2)
000890      END-EXEC.
000900      IF WS-RESP NOT = DFHRESP(NORMAL)
000910          PERFORM 9000-RETURN
000920             THRU 9000-EXIT
000930      END-IF.
000940      MOVE LOW-VALUES             TO HBXCMP-AREA.

000950  1000-EXIT.
000960      EXIT.
000970*****************************************************************
000980*  2000-CALL-CHALLENGER - LINK TO HBRRULE FOR THE CHALLENGER,   *
000990*                         SPLITTING AND REASSEMBLING THE PARMS  *
001000*                         EXACTLY AS HBXRULE 1000-CALL-HBRRULE  *
001010*                         DOES FOR THE CHAMPION                 *
001020*****************************************************************
001030  2000-CALL-CHALLENGER.
001040      MOVE HBXCCX-USERID          TO HBRA-USERID.
001050      MOVE HBXCCX-CHALLENGER      TO HBRA-RULEAPP.
001060      MOVE HBXCCX-INPUT-PARMS     TO WS-PARM-SPLIT.
001070      MOVE WS-PARM-HEAD           TO HBRA-INPUT-PARMS.
001080      MOVE WS-PARM-TAIL           TO HBRA-INPUT-PARMS-EXT.
001090      MOVE SPACES                 TO HBRA-OUTPUT-PARMS.
001100      MOVE SPACES                 TO HBRA-OUTPUT-PARMS-EXT.
001110      EXEC CICS LINK
001120                PROGRAM('HBRRULE')
001130                SYSID(HBXCCX-SSID)
001140                COMMAREA(HBRA-RULE-AREA)
001150                LENGTH(LENGTH OF HBRA-RULE-AREA)
001160                RESP(WS-RESP)
001170                RESP2(WS-RESP2)
001180      END-EXEC.
001190      IF WS-RESP NOT = DFHRESP(NORMAL)
001200          MOVE HBR-CC-SEVERE       TO HBRA-CC
001210          MOVE HBR-RC-NOT-CONNECTED TO HBRA-RC
001220          MOVE SPACES              TO HBRA-OUTPUT-PARMS
001230          MOVE SPACES              TO HBRA-OUTPUT-PARMS-EXT
001240      END-IF.
001250      MOVE HBRA-OUTPUT-PARMS      TO WS-PARM-HEAD.
001260      MOVE HBRA-OUTPUT-PARMS-EXT  TO WS-PARM-TAIL.
001270      MOVE WS-PARM-SPLIT          TO HBXCMP-CHAL-OUTPUT.
001280      MOVE HBRA-CC                TO HBXCMP-CHAL-CC.
001290      MOVE HBRA-RC                TO HBXCMP-CHAL-RC.

001300  2000-EXIT.
001310      EXIT.
001320*****************************************************************
001330*  3000-COMPARE-ANSWERS - BUILD THE COMPARISON RECORD AND SET   *
001340*                         THE AGREE FLAG AND FIRST DIFFERENCE   *
001350*****************************************************************
001360  3000-COMPARE-ANSWERS.
001370      MOVE HBXCCX-AUDIT-KEY       TO HBXCMP-KEY.
001380      MOVE HBXCCX-CHAMPION        TO HBXCMP-CHAMPION.
001390      MOVE HBXCCX-CHALLENGER      TO HBXCMP-CHALLENGER.
001400      MOVE HBXCCX-TRANID          TO HBXCMP-TRANID.
001410      MOVE HBXCCX-PROGRAM         TO HBXCMP-PROGRAM.
001420      MOVE HBXCCX-USERID          TO HBXCMP-RULE-USERID.
001430      MOVE HBXCCX-SSID            TO HBXCMP-SSID.
001440      MOVE HBXCCX-CHAMP-CC        TO HBXCMP-CHAMP-CC.
001450      MOVE HBXCCX-CHAMP-RC        TO HBXCMP-CHAMP-RC.
001460      MOVE HBXCCX-CHAMP-OUTPUT    TO HBXCMP-CHAMP-OUTPUT.
001470      MOVE 0                      TO HBXCMP-FIRST-DIFF.
001480      IF HBXCMP-CHAMP-OUTPUT NOT = HBXCMP-CHAL-OUTPUT
001490          PERFORM 3100-FIND-FIRST-DIFF
001500             THRU 3100-EXIT
001510             VARYING WS-POS FROM 1 BY 1
001520             UNTIL WS-POS > 1000 OR HBXCMP-FIRST-DIFF > 0
001530      END-IF.
001540      IF HBXCMP-CHAMP-CC = HBXCMP-CHAL-CC
001550      AND HBXCMP-CHAMP-RC = HBXCMP-CHAL-RC
001560      AND HBXCMP-FIRST-DIFF = 0
001570          SET HBXCMP-AGREE         TO TRUE
001580      ELSE
001590          SET HBXCMP-DISAGREE      TO TRUE
001600      END-IF.
001610      EXEC CICS ASSIGN
001620                APPLID(HBXCMP-REGION)
001630      END-EXEC.

001640  3000-EXIT.
001650      EXIT.
001660*****************************************************************
001670*  3100-FIND-FIRST-DIFF - TEST ONE BYTE OF THE OUTPUT PARMS     *
001680*****************************************************************
001690  3100-FIND-FIRST-DIFF.
001700      IF HBXCMP-CHAMP-OUTPUT(WS-POS:1)
001710          NOT = HBXCMP-CHAL-OUTPUT(WS-POS:1)
001720          MOVE WS-POS              TO HBXCMP-FIRST-DIFF
001730      END-IF.

001740  3100-EXIT.
001750      EXIT.
001760*****************************************************************
001770*  4000-WRITE-COMPARISON - WRITE TO THE HBXCMPF VSAM KSDS       *
001780*****************************************************************
001790  4000-WRITE-COMPARISON.
001800      EXEC CICS WRITE
001810                FILE('HBXCMPF')
001820                FROM(HBXCMP-AREA)
001830                RIDFLD(HBXCMP-KEY)
001840                KEYLENGTH(LENGTH OF HBXCMP-KEY)
001850                RESP(WS-RESP)
001860                RESP2(WS-RESP2)
001870      END-EXEC.
001880      IF WS-RESP NOT = DFHRESP(NORMAL)
001890          MOVE 'HBXCCEX CHALLENGER COMPARISON WRITE FAILED'
001900                                        TO WS-OPER-TEXT
001910          EXEC CICS WRITE OPERATOR
001920                    TEXT(WS-OPER-TEXT)
001930          END-EXEC
001940      END-IF.

001950  4000-EXIT.
001960      EXIT.
001970*****************************************************************
001980*  9000-RETURN - END THE STARTED TASK                            *
001990*****************************************************************
002000  9000-RETURN.
002010      EXEC CICS RETURN
002020      END-EXEC.

002030  9000-EXIT.
002040      EXIT.
