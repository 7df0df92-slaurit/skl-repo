000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXOPJWR.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-07.
000150  DATE-COMPILED.
000160*****************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-07 JLS  NEW PROGRAM.  COMMON OPERATOR ACTION JOURNAL
000200*                 WRITER.  EVERY CHANGE MADE FROM THE HBXT, HBXS
000210*                 AND HBXA WORKBENCHES IS KEPT ON HBXOPJF WITH
000220*                 WHO, WHERE, WHEN, AND THE BEFORE AND AFTER
000230*                 IMAGES, SO AUDIT NO LONGER HAS TO TAKE THE
000240*                 OPERATIONS DESK'S WORD FOR IT.
000250*****************************************************************
000260*****************************************************************
000270*                                                                *
000280*   H B X O P J W R                                              *
000290*                                                                *
000300*   LINKED TO BY HBXTBM, HBXSUSQ AND HBXALRQ RIGHT AFTER EACH    *
000310*   SUCCESSFUL CHANGE.  THE CALLER PASSES A HBXOPJP-AREA (COPY   *
000320*   HBXOPJP) CARRYING THE ACTION, THE FILE AND RECORD KEY        *
000330*   CHANGED, AND THE BEFORE AND AFTER IMAGES.  THIS PROGRAM      *
000340*   STAMPS THE CURRENT DATE, TIME, TERMINAL AND USERID AS THE    *
000350*   KEY THE SAME WAY HBXAUDIT DOES, TAKES THE TRANSACTION FROM   *
000360*   THE CALLER AND THE REGION FROM ASSIGN APPLID, AND WRITES THE *
000370*   HBXOPJ RECORD TO HBXOPJF.  A DUPLICATE KEY (SEVERAL CHANGES  *
000380*   IN ONE SECOND FROM ONE TERMINAL) BUMPS HBXOPJ-KEY-SEQ AND    *
000390*   TRIES AGAIN.                                                 *
000400*                                                                *
000410*****************************************************************
000420  ENVIRONMENT DIVISION.
000430  DATA DIVISION.
000440  WORKING-STORAGE SECTION.
000450  01  WS-RESP                     PIC S9(8) COMP.
000460  01  WS-RESP2                    PIC S9(8) COMP.
000470  01  WS-ABSTIME                  PIC S9(15) COMP-3.
000480  01  WS-DATE-TIME.
000490      05  WS-DATE                 PIC 9(08).
000500      05  WS-TIME                 PIC 9(06).
000510  01  WS-WRITE-DONE-SW            PIC X(01) VALUE 'N'.
000520      88  WS-WRITE-DONE                 VALUE 'Y'.
000530  01  WS-MAX-SEQ                  PIC 9(02) VALUE 99.
000540  COPY HBXOPJ REPLACING ==HBXOPJ-RECORD== BY ==HBXOPJ-AREA==.
000550  LINKAGE SECTION.
000560  COPY HBXOPJP.
000570*****************************************************************
000580*  0000-MAINLINE                                                *
000590*****************************************************************
000600  PROCEDURE DIVISION USING HBXOPJP-AREA.
000610  0000-MAINLINE.
000620      PERFORM 1000-INITIALIZE
000630         THRU 1000-EXIT.
000640      PERFORM 2000-BUILD-JOURNAL-RECORD
000650         THRU 2000-EXIT.
000660      PERFORM 3000-WRITE-JOURNAL-RECORD
000670         THRU 3000-EXIT
000680         UNTIL WS-WRITE-DONE.
000690      PERFORM 9000-RETURN
000700         THRU 9000-EXIT.

000710  0000-EXIT.
000720      EXIT.
000730*****************************************************************
000740*  1000-INITIALIZE - CLEAR THE RECORD AREA                      *
000750*****************************************************************
000760  1000-INITIALIZE.
000770      MOVE SPACES                 TO HBXOPJ-AREA.
000780      MOVE 0                      TO HBXOPJP-RESP.

000790  1000-EXIT.
000800      EXIT.
000810*****************************************************************
000820*  2000-BUILD-JOURNAL-RECORD - STAMP THE KEY AND ASSEMBLE THE   *
000830*                              DATA                             *
000840*****************************************************************
000850  2000-BUILD-JOURNAL-RECORD.
000860      EXEC CICS ASKTIME
000870                ABSTIME(WS-ABSTIME)
000880      END-EXEC.
000890      EXEC CICS FORMATTIME
000900                ABSTIME(WS-ABSTIME)
000910                YYYYMMDD(WS-DATE)
000920                TIME(WS-TIME)
000930      END-EXEC.
000940      MOVE WS-DATE                TO HBXOPJ-KEY-DATE.
000950      MOVE WS-TIME                TO HBXOPJ-KEY-TIME.
000960      EXEC CICS ASSIGN
000970                TERMID(HBXOPJ-KEY-TERMID)
000980      END-EXEC.
000990      EXEC CICS ASSIGN
001000                USERID(HBXOPJ-KEY-USERID)
001010      END-EXEC.
001020      MOVE 0                      TO HBXOPJ-KEY-SEQ.
001030      MOVE HBXOPJP-TRANID         TO HBXOPJ-TRANID.
001040      MOVE HBXOPJP-PROGRAM        TO HBXOPJ-PROGRAM.
001050      MOVE HBXOPJP-ACTION         TO HBXOPJ-ACTION.
001060      MOVE HBXOPJP-FILE           TO HBXOPJ-FILE.
001070      MOVE HBXOPJP-REC-KEY        TO HBXOPJ-REC-KEY.
001080      MOVE HBXOPJP-BEFORE-IMAGE   TO HBXOPJ-BEFORE-IMAGE.
001090      MOVE HBXOPJP-AFTER-IMAGE    TO HBXOPJ-AFTER-IMAGE.
001100      EXEC CICS ASSIGN
001110                APPLID(HBXOPJ-REGION)
001120      END-EXEC.

001130  2000-EXIT.
001140      EXIT.
001150*****************************************************************
001160*  3000-WRITE-JOURNAL-RECORD - WRITE TO THE HBXOPJF VSAM KSDS.  *
001170*                              ON A DUPLICATE KEY BUMP THE      *
001180*                              SEQUENCE AND COME BACK AROUND    *
001190*****************************************************************
001200  3000-WRITE-JOURNAL-RECORD.
001210      EXEC CICS WRITE
001220                FILE('HBXOPJF')
001230                FROM(HBXOPJ-AREA)
001240                RIDFLD(HBXOPJ-KEY)
001250                KEYLENGTH(LENGTH OF HBXOPJ-KEY)
001260                RESP(WS-RESP)
001270                RESP2(WS-RESP2)
001280      END-EXEC.
001290      IF WS-RESP = DFHRESP(DUPREC)
001300      AND HBXOPJ-KEY-SEQ < WS-MAX-SEQ
001310          ADD 1                   TO HBXOPJ-KEY-SEQ
001320          GO TO 3000-EXIT
001330      END-IF.
001340      SET WS-WRITE-DONE           TO TRUE.
001350      IF WS-RESP NOT = DFHRESP(NORMAL)
001360          SET HBXOPJP-WRITE-FAILED TO TRUE
001370      END-IF.

001380  3000-EXIT.
001390      EXIT.
001400*****************************************************************
001410*  9000-RETURN - RETURN CONTROL TO THE CALLING PROGRAM           *
001420*****************************************************************
001430  9000-RETURN.
001440      EXEC CICS RETURN
001450      END-EXEC.

001460  9000-EXIT.
001470      EXIT.
