000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXDJWR.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-16.
000150  DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-16 JLS  NEW PROGRAM.  COMMON DECISION-JOURNAL WRITER.
000200*                 KEEPS THE FULL INPUT AND OUTPUT PARMS OF EVERY
000210*                 COMPLETED HBXRULE CALL ON HBXDJRF SO A DISPUTED
000220*                 DECISION CAN BE SHOWN EXACTLY AS IT WAS MADE.
000230*****************************************************************
000240*****************************************************************
000250*                                                                *
000260*   H B X D J W R                                                *
000270*                                                                *
000280*   LINKED TO BY HBXRULE AFTER EVERY COMPLETED CALL, RIGHT       *
000290*   AFTER THE HBXAUDIT LINK.  THE CALLER PASSES A HBXDJRP-AREA   *
000300*   (COPY HBXDJRP) CARRYING THE KEY HBXAUDIT JUST WROTE, THE     *
000310*   CC/RC AND THE INPUT AND OUTPUT PARMS.  THE JOURNAL RECORD    *
000320*   IS WRITTEN TO HBXDJRF UNDER THAT SAME KEY SO IT TIES ONE-    *
000330*   FOR-ONE TO ITS AUDIT RECORD.  IF THE AUDIT WRITE FAILED THE  *
000340*   KEY COMES IN AS LOW-VALUES AND THIS PROGRAM STAMPS THE       *
000350*   CURRENT DATE, TIME, TERMINAL AND USERID ITSELF, THE SAME WAY *
000360*   HBXAUDIT WOULD HAVE.                                         *
000370*                                                                *
000380*****************************************************************
000390  ENVIRONMENT DIVISION.
000400  DATA DIVISION.
000410  WORKING-STORAGE SECTION.
000420  01  WS-RESP                     PIC S9(8) COMP.
000430  01  WS-RESP2                    PIC S9(8) COMP.
000440  01  WS-ABSTIME                  PIC S9(15) COMP-3.
000450  01  WS-DATE-TIME.
000460      05  WS-DATE                 PIC 9(08).
000470      05  WS-TIME                 PIC 9(06).
000480  COPY HBXDJR REPLACING ==HBXDJR-RECORD== BY ==HBXDJR-AREA==.
000490  LINKAGE SECTION.
000500  COPY HBXDJRP.
000510*****************************************************************
000520*  0000-MAINLINE                                                *
000530*****************************************************************
000540  PROCEDURE DIVISION USING HBXDJRP-AREA.
000550  0000-MAINLINE.
000560      PERFORM 1000-INITIALIZE
000570         THRU 1000-EXIT.
000580      PERFORM 2000-BUILD-JOURNAL-RECORD
000590         THRU 2000-EXIT.
000600      PERFORM 3000-WRITE-JOURNAL-RECORD
000610         THRU 3000-EXIT.
000620      PERFORM 9000-RETURN
000630         THRU 9000-EXIT.

000640  0000-EXIT.
000650      EXIT.
000660*****************************************************************
000670*  1000-INITIALIZE - CLEAR THE RECORD AREA                      *
000680*****************************************************************
000690  1000-INITIALIZE.
000700      MOVE LOW-VALUES             TO HBXDJR-AREA.

000710  1000-EXIT.
000720      EXIT.
000730*****************************************************************
000740*  2000-BUILD-JOURNAL-RECORD - TAKE THE AUDIT KEY (OR STAMP A   *
000750*                              NEW ONE) AND ASSEMBLE THE DATA   *
000760*****************************************************************
000770  2000-BUILD-JOURNAL-RECORD.
000780      IF HBXDJRP-AUDIT-KEY = LOW-VALUES
000790          PERFORM 2100-STAMP-OWN-KEY
000800             THRU 2100-EXIT
000810      ELSE
000820          MOVE HBXDJRP-AUDIT-KEY  TO HBXDJR-KEY
000830      END-IF.
000840      MOVE HBXDJRP-TRANID         TO HBXDJR-TRANID.
000850      MOVE HBXDJRP-PROGRAM        TO HBXDJR-PROGRAM.
000860      MOVE HBXDJRP-USERID         TO HBXDJR-RULE-USERID.
000870      MOVE HBXDJRP-SSID           TO HBXDJR-SSID.
000880      MOVE HBXDJRP-RULEAPP        TO HBXDJR-RULEAPP.
000890      MOVE HBXDJRP-CC             TO HBXDJR-CC.
000900      MOVE HBXDJRP-RC             TO HBXDJR-RC.
000910      MOVE HBXDJRP-SOURCE         TO HBXDJR-SOURCE.
000920      MOVE HBXDJRP-REPLAY-IND     TO HBXDJR-REPLAY-IND.
000930      MOVE HBXDJRP-INPUT-PARMS    TO HBXDJR-INPUT-PARMS.
000940      MOVE HBXDJRP-OUTPUT-PARMS   TO HBXDJR-OUTPUT-PARMS.
000950      EXEC CICS ASSIGN
000960                APPLID(HBXDJR-REGION)
000970      END-EXEC.

000980  2000-EXIT.
000990      EXIT.
001000*****************************************************************
001010*  2100-STAMP-OWN-KEY - NO AUDIT KEY CAME IN, SO BUILD ONE FROM *
001020*                       THE CURRENT DATE/TIME, TERMINAL, USERID *
001030*****************************************************************
001040  2100-STAMP-OWN-KEY.
001050      EXEC CICS ASKTIME
001060                ABSTIME(WS-ABSTIME)
001070      END-EXEC.
001080      EXEC CICS FORMATTIME
001090                ABSTIME(WS-ABSTIME)
001100                YYYYMMDD(WS-DATE)
001110                TIME(WS-TIME)
001120      END-EXEC.
001130      MOVE WS-DATE                TO HBXDJR-KEY-DATE.
001140      MOVE WS-TIME                TO HBXDJR-KEY-TIME.
001150      EXEC CICS ASSIGN
001160                TERMID(HBXDJR-KEY-TERMID)
001170      END-EXEC.
001180      EXEC CICS ASSIGN
001190                USERID(HBXDJR-KEY-USERID)
001200      END-EXEC.

001210  2100-EXIT.
001220      EXIT.
001230*****************************************************************
001240*  3000-WRITE-JOURNAL-RECORD - WRITE TO THE HBXDJRF VSAM KSDS   *
001250*****************************************************************
001260  3000-WRITE-JOURNAL-RECORD.
001270      MOVE 0                      TO HBXDJRP-RESP.
001280      EXEC CICS WRITE
001290                FILE('HBXDJRF')
001300                FROM(HBXDJR-AREA)
001310                RIDFLD(HBXDJR-KEY)
001320                KEYLENGTH(LENGTH OF HBXDJR-KEY)
001330                RESP(WS-RESP)
001340                RESP2(WS-RESP2)
001350      END-EXEC.
001360      IF WS-RESP NOT = DFHRESP(NORMAL)
001370          SET HBXDJRP-WRITE-FAILED TO TRUE
001380      END-IF.

001390  3000-EXIT.
001400      EXIT.
001410*****************************************************************
001420*  9000-RETURN - RETURN CONTROL TO THE CALLING PROGRAM           *
001430*****************************************************************
001440  9000-RETURN.
001450      EXEC CICS RETURN
001460      END-EXEC.

001470  9000-EXIT.
001480      EXIT.
