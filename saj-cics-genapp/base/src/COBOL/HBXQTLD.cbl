000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXQTLD.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-14.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-14 JLS  NEW PROGRAM.  PLTPI STARTUP LOAD OF THE DAILY
000200*                 HBRRULE CALL QUOTA TABLE INTO TEMPORARY STORAGE
000210*                 SO HBXRULE CAN COUNT, WARN ON AND, WHERE THE
000220*                 OWNER ASKS, REFUSE CALLS PAST A TRANSACTION'S
000230*                 OR RULE APPLICATION'S DAILY LIMIT.
000240******************************************************************
000250******************************************************************
000260*                                                                *
000270*   H B X Q T L D                                                *
000280*                                                                *
000290*   RUN ONCE AT CICS STARTUP (PLTPI, SECOND-PHASE), RIGHT ALONG  *
000300*   SIDE HBXFBLD.  READS THE HBX.CALL.QUOTA.TABLE SEQUENTIAL     *
000310*   TABLE THROUGH EXTRAPARTITION TD QUEUE QTAT (CICS PROGRAMS    *
000320*   CANNOT OPEN A SEQUENTIAL DATA SET WITH NATIVE COBOL I/O -    *
000330*   SEE HBXCSD.CNTL), ONE QUOTA PER RECORD, AND WRITES EACH      *
000340*   ENTRY TO TS QUEUE HBXQTAQ, IN TABLE ORDER, FOR HBXRULE TO    *
000350*   BROWSE.                                                      *
000360*                                                                *
000370******************************************************************
000380  ENVIRONMENT DIVISION.
000390  DATA DIVISION.
000400  WORKING-STORAGE SECTION.
000410      COPY HBXQTA.
000420  01  WS-RESP                        PIC S9(8) COMP.
000430  01  WS-RESP2                       PIC S9(8) COMP.
000440  01  WS-TDQ-NAME                    PIC X(04) VALUE 'QTAT'.
000450  01  WS-TSQ-NAME                    PIC X(08) VALUE 'HBXQTAQ'.
000460  01  WS-EOF-SW                      PIC X(01) VALUE 'N'.
000470      88  WS-EOF                           VALUE 'Y'.
000480******************************************************************
000490*  0000-MAINLINE                                                *
000500******************************************************************
000510  PROCEDURE DIVISION.
000520  0000-MAINLINE.
000530      PERFORM 1000-INITIALIZE
000540         THRU 1000-EXIT.
000550      PERFORM 2000-READ-ENTRY
000560         THRU 2000-EXIT.
000570      PERFORM 3000-QUEUE-ENTRY
000580         THRU 3000-EXIT
000590         UNTIL WS-EOF.
000600      PERFORM 9000-RETURN
000610         THRU 9000-EXIT.

000620  0000-EXIT.
000630      EXIT.
000640******************************************************************
000650*  1000-INITIALIZE - CLEAR ANY STALE QUEUE                      *
000660******************************************************************
000670  1000-INITIALIZE.
000680      EXEC CICS DELETEQ TS
000690                QUEUE(WS-TSQ-NAME)
000700                RESP(WS-RESP)
000710      END-EXEC.

000720  1000-EXIT.
000730      EXIT.
000740******************************************************************
000750*  2000-READ-ENTRY - READ THE NEXT QUOTA                         *
000760******************************************************************
000770  2000-READ-ENTRY.
000780      EXEC CICS READQ TD
000790                QUEUE(WS-TDQ-NAME)
000800                INTO(HBXQTA-ENTRY)
000810                LENGTH(LENGTH OF HBXQTA-ENTRY)
000820                RESP(WS-RESP)
000830      END-EXEC.
000840      IF WS-RESP NOT = DFHRESP(NORMAL)
000850          SET WS-EOF              TO TRUE
000860      END-IF.

000870  2000-EXIT.
000880      EXIT.
000890******************************************************************
000900*  3000-QUEUE-ENTRY - WRITE THE ENTRY TO HBXQTAQ.  A '*' KEY     *
000910*                     BECOMES SPACES (MATCH ANY).  AN ENTRY      *
000920*                     WITH A NON-NUMERIC LIMIT OR WARNING        *
000930*                     PERCENTAGE, A PERCENTAGE OVER 100, OR AN   *
000940*                     ACTION OTHER THAN R OR A IS DROPPED        *
000950******************************************************************
000960  3000-QUEUE-ENTRY.
000970      IF HBXQTA-DAILY-LIMIT NOT NUMERIC
000980      OR HBXQTA-WARN-PCT NOT NUMERIC
000990          GO TO 3000-READ-NEXT
001000      END-IF.
001010      IF HBXQTA-WARN-PCT > 100
001020          GO TO 3000-READ-NEXT
001030      END-IF.
001040      IF NOT HBXQTA-REJECT
001050      AND NOT HBXQTA-ALLOW-ALERT
001060          GO TO 3000-READ-NEXT
001070      END-IF.
001080      IF HBXQTA-TRANID = '*'
001090          MOVE SPACES             TO HBXQTA-TRANID
001100      END-IF.
001110      IF HBXQTA-RULEAPP = '*'
001120          MOVE SPACES             TO HBXQTA-RULEAPP
001130      END-IF.
001140      EXEC CICS WRITEQ TS
001150                QUEUE(WS-TSQ-NAME)
001160                FROM(HBXQTA-ENTRY)
001170                LENGTH(LENGTH OF HBXQTA-ENTRY)
001180                RESP(WS-RESP)
001190      END-EXEC.

001200  3000-READ-NEXT.
001210      PERFORM 2000-READ-ENTRY
001220         THRU 2000-EXIT.

001230  3000-EXIT.
001240      EXIT.
001250******************************************************************
001260*  9000-RETURN - RETURN CONTROL TO THE PLT DRIVER                *
001270******************************************************************
001280  9000-RETURN.
001290      EXEC CICS RETURN
001300      END-EXEC.

001310  9000-EXIT.
001320      EXIT.
