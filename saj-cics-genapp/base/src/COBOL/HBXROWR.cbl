000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXROWR.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-23.
000150  DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-23 JLS  NEW PROGRAM.  COMMON WRITER FOR THE HBXROFF
000200*                 REPLAY-OUTCOME FEED - THE DECISION A SUCCESSFUL
000210*                 SUSPENSE REPLAY RETURNS, ROUTED BACK TO THE
000220*                 FRONT END THAT TOOK THE ORIGINAL REQUEST SO THE
000230*                 BRANCH NO LONGER RE-KEYS IT BY HAND.
000240*****************************************************************
000250*****************************************************************
000260*                                                                *
000270*   H B X R O W R                                                *
000280*                                                                *
000290*   LINKED TO BY HBXMON (5200-REPLAY-ONE-RECORD) AND HBXSUSQ     *
000300*   (PF5) IN THE REGION, AND BY THE HBXRRST RESTART JOB OVER     *
000310*   EXCI, EACH TIME A SUSPENDED REQUEST IS REPLAYED WITH AN OK   *
000320*   OR WARNING COMPLETION.  THE CALLER PASSES A HBXROWP-AREA     *
000330*   (COPY HBXROWP) BUILT FROM THE SUSPENSE RECORD AND THE        *
000340*   REPLAY'S HBXRULP AREA.  THIS PROGRAM STAMPS THE REPLAY DATE  *
000350*   AND TIME, WRITES THE HBXROFF FEED RECORD KEYED BY THE        *
000360*   ORIGINATING TRANSACTION AND THE ORIGINAL HBXSUSP-KEY, AND    *
000370*   RETURNS THE STAMP SO THE CALLER KEEPS THE SAME VALUES ON THE *
000380*   SUSPENSE RECORD.  HBXROWP-WRITE-FAILED COMES BACK SET IF THE *
000390*   RECORD COULD NOT BE WRITTEN (INCLUDING A DUPLICATE - THE     *
000400*   SAME SUSPENSE RECORD ALREADY FED ONCE).                      *
000410*                                                                *
000420*****************************************************************
000430  ENVIRONMENT DIVISION.
000440  DATA DIVISION.
000450  WORKING-STORAGE SECTION.
000460  01  WS-RESP                     PIC S9(8) COMP.
000470  01  WS-RESP2                    PIC S9(8) COMP.
000480  01  WS-ABSTIME                  PIC S9(15) COMP-3.
000490  01  WS-DATE-TIME.
000500      05  WS-DATE                 PIC 9(08).
000510      05  WS-TIME                 PIC 9(06).
000520  COPY HBXROF REPLACING ==HBXROF-RECORD== BY ==HBXROF-AREA==.
000530  LINKAGE SECTION.
000540  COPY HBXROWP.
000550*****************************************************************
000560*  0000-MAINLINE                                                *
000570*****************************************************************
000580  PROCEDURE DIVISION USING HBXROWP-AREA.
000590  0000-MAINLINE.
000600      PERFORM 1000-INITIALIZE
000610         THRU 1000-EXIT.
000620      PERFORM 2000-BUILD-FEED-RECORD
000630         THRU 2000-EXIT.
000640      PERFORM 3000-WRITE-FEED-RECORD
000650         THRU 3000-EXIT.
000660      PERFORM 9000-RETURN
000670         THRU 9000-EXIT.

000680  0000-EXIT.
000690      EXIT.
000700*****************************************************************
000710*  1000-INITIALIZE - GET THE REPLAY DATE/TIME AND THE USERID    *
000720*****************************************************************
000730  1000-INITIALIZE.
000740      MOVE LOW-VALUES             TO HBXROF-AREA.
000750      EXEC CICS ASKTIME
000760                ABSTIME(WS-ABSTIME)
000770      END-EXEC.
000780      EXEC CICS FORMATTIME
000790                ABSTIME(WS-ABSTIME)
000800                YYYYMMDD(WS-DATE)
000810                TIME(WS-TIME)
000820      END-EXEC.
000830      MOVE WS-DATE                TO HBXROWP-RPL-DATE.
000840      MOVE WS-TIME                TO HBXROWP-RPL-TIME.
000850      IF HBXROWP-RPL-USERID = SPACES
000860      OR HBXROWP-RPL-USERID = LOW-VALUES
000870          EXEC CICS ASSIGN
000880                    USERID(HBXROWP-RPL-USERID)
000890          END-EXEC
000900      END-IF.

000910  1000-EXIT.
000920      EXIT.
000930*****************************************************************
000940*  2000-BUILD-FEED-RECORD - ASSEMBLE THE KEY AND THE DECISION   *
000950*****************************************************************
000960  2000-BUILD-FEED-RECORD.
000970      MOVE HBXROWP-TRANID         TO HBXROF-KEY-TRANID.
000980      MOVE HBXROWP-SUSP-KEY       TO HBXROF-KEY-SUSP-KEY.
000990      MOVE HBXROWP-ORIG-PROGRAM   TO HBXROF-ORIG-PROGRAM.
001000      MOVE HBXROWP-SSID           TO HBXROF-SSID.
001010      MOVE HBXROWP-RULEAPP        TO HBXROF-RULEAPP.
001020      MOVE HBXROWP-RPL-DATE       TO HBXROF-RPL-DATE.
001030      MOVE HBXROWP-RPL-TIME       TO HBXROF-RPL-TIME.
001040      MOVE HBXROWP-RPL-BY         TO HBXROF-RPL-BY.
001050      MOVE HBXROWP-RPL-USERID     TO HBXROF-RPL-USERID.
001060      MOVE HBXROWP-CC             TO HBXROF-CC.
001070      MOVE HBXROWP-RC             TO HBXROF-RC.
001080      MOVE HBXROWP-OUTPUT-PARMS   TO HBXROF-OUTPUT-PARMS.
001090      SET HBXROF-NOT-COLLECTED    TO TRUE.
001100      MOVE 0                      TO HBXROF-COLLECT-DATE.

001110  2000-EXIT.
001120      EXIT.
001130*****************************************************************
001140*  3000-WRITE-FEED-RECORD - WRITE TO THE HBXROFF VSAM KSDS      *
001150*****************************************************************
001160  3000-WRITE-FEED-RECORD.
001170      MOVE 0                      TO HBXROWP-RESP.
001180      EXEC CICS WRITE
001190                FILE('HBXROFF')
001200                FROM(HBXROF-AREA)
001210                RIDFLD(HBXROF-KEY)
001220                KEYLENGTH(LENGTH OF HBXROF-KEY)
001230                RESP(WS-RESP)
001240                RESP2(WS-RESP2)
001250      END-EXEC.
001260      IF WS-RESP NOT = DFHRESP(NORMAL)
001270          SET HBXROWP-WRITE-FAILED TO TRUE
001280      END-IF.

001290  3000-EXIT.
001300      EXIT.
001310*****************************************************************
001320*  9000-RETURN - RETURN CONTROL TO THE CALLING PROGRAM           *
001330*****************************************************************
001340  9000-RETURN.
001350      EXEC CICS RETURN
001360      END-EXEC.

001370  9000-EXIT.
001380      EXIT.
