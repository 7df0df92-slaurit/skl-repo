000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXGDRV.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-23.
000150  DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-23 JLS  NEW PROGRAM.  DIRECT, UNRECORDED HBRRULE CALL
000200*                 AT A NAMED SSID FOR THE HBXGOLD GOLDEN-CASE
000210*                 REGRESSION RUN.
000220*****************************************************************
000230*****************************************************************
000240*                                                                *
000250*   H B X G D R V                                                *
000260*                                                                *
000270*   LINKED TO OVER EXCI BY HBXGOLD, ONCE PER GOLDEN CASE PER     *
000280*   SSID.  THE CALLER PASSES A HBXGDP-AREA (COPY HBXGDP) NAMING  *
000290*   THE SSID, RULEAPP AND INPUT PARMS; THIS PROGRAM LINKS TO     *
000300*   HBRRULE WITH SYSID(HBXGDP-SSID), SPLITTING AND REASSEMBLING  *
000310*   THE PARMS EXACTLY AS HBXRULE 1000-CALL-HBRRULE DOES, AND     *
000320*   HANDS BACK THE SERVER'S CC, RC AND OUTPUT PARMS.             *
000330*                                                                *
000340*   THIS IS DELIBERATELY NOT A CALL THROUGH HBXRULE - NOTHING    *
000350*   HERE TOUCHES HBXATMF, HBXAUDF, HBXDJRF, HBXSUSF OR THE       *
000360*   RESULT CACHE, SO TEST TRAFFIC NEVER REACHES THE PRODUCTION   *
000370*   AUDIT, RECONCILIATION OR REPLAY FILES AND A CACHED ANSWER    *
000380*   CAN NEVER STAND IN FOR A SERVER'S OWN.                       *
000390*                                                                *
000400*****************************************************************
000410  ENVIRONMENT DIVISION.
000420  DATA DIVISION.
000430  WORKING-STORAGE SECTION.
000440  01  WS-RESP                     PIC S9(8) COMP.
000450  01  WS-RESP2                    PIC S9(8) COMP.
000460  01  WS-PARM-SPLIT.
000470      05  WS-PARM-HEAD                PIC X(200).
000480      05  WS-PARM-TAIL                PIC X(800).
000490  01  HBRC-CODES.
000500      COPY HBRC.
000510  COPY HBXRULA.
000520  LINKAGE SECTION.
000530  COPY HBXGDP.
000540*****************************************************************
000550*  0000-MAINLINE                                                *
000560*****************************************************************
000570  PROCEDURE DIVISION USING HBXGDP-AREA.
000580  0000-MAINLINE.
000590      PERFORM 1000-CALL-HBRRULE
000600         THRU 1000-EXIT.
000610      PERFORM 9000-RETURN
000620         THRU 9000-EXIT.

000630  0000-EXIT.
000640      EXIT.
000650*****************************************************************
000660*  1000-CALL-HBRRULE - LINK TO THE VENDOR RULE-EXECUTION API    *
000670*                      AT THE REQUESTED SSID                    *
000680*****************************************************************
000690  1000-CALL-HBRRULE.
000700      MOVE 0                      TO HBXGDP-RESP.
000710      MOVE HBXGDP-USERID          TO HBRA-USERID.
000720      MOVE HBXGDP-RULEAPP         TO HBRA-RULEAPP.
000730      MOVE HBXGDP-INPUT-PARMS     TO WS-PARM-SPLIT.
000740      MOVE WS-PARM-HEAD           TO HBRA-INPUT-PARMS.
000750      MOVE WS-PARM-TAIL           TO HBRA-INPUT-PARMS-EXT.
000760      MOVE SPACES                 TO HBRA-OUTPUT-PARMS.
000770      MOVE SPACES                 TO HBRA-OUTPUT-PARMS-EXT.
000780      EXEC CICS LINK
000790                PROGRAM('HBRRULE')
000800                SYSID(HBXGDP-SSID)
000810                COMMAREA(HBRA-RULE-AREA)
000820                LENGTH(LENGTH OF HBRA-RULE-AREA)
000830                RESP(WS-RESP)
000840                RESP2(WS-RESP2)
000850      END-EXEC.
000860      IF WS-RESP NOT = DFHRESP(NORMAL)
000870          SET HBXGDP-LINK-FAILED   TO TRUE
000880          MOVE HBR-CC-SEVERE       TO HBRA-CC
000890          MOVE HBR-RC-NOT-CONNECTED TO HBRA-RC
000900          MOVE SPACES              TO HBRA-OUTPUT-PARMS
000910          MOVE SPACES              TO HBRA-OUTPUT-PARMS-EXT
000920      END-IF.
000930      MOVE HBRA-OUTPUT-PARMS      TO WS-PARM-HEAD.
000940      MOVE HBRA-OUTPUT-PARMS-EXT  TO WS-PARM-TAIL.
000950      MOVE WS-PARM-SPLIT          TO HBXGDP-OUTPUT-PARMS.
000960      MOVE HBRA-CC                TO HBXGDP-CC.
000970      MOVE HBRA-RC                TO HBXGDP-RC.

000980  1000-EXIT.
000990      EXIT.
001000*****************************************************************
001010*  9000-RETURN - RETURN CONTROL TO THE CALLING PROGRAM           *
001020*****************************************************************
001030  9000-RETURN.
001040      EXEC CICS RETURN
001050      END-EXEC.

001060  9000-EXIT.
001070      EXIT.
