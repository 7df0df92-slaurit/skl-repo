000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXCCLD.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-16.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-16 JLS  NEW PROGRAM.  PLTPI STARTUP LOAD OF THE
000200*                 CHAMPION/CHALLENGER PAIR TABLE INTO TEMPORARY
000210*                 STORAGE SO HBXRULE CAN TELL WHICH LIVE RULE
000220*                 APPLICATIONS ARE BEING SHADOWED, BY WHICH
000230*                 CHALLENGER, AND AT WHAT SAMPLING PERCENTAGE.
000240******************************************************************
000250******************************************************************
000260*                                                                *
000270*   H B X C C L D                                                *
000280*                                                                *
000290*   RUN ONCE AT CICS STARTUP (PLTPI, SECOND-PHASE), RIGHT ALONG  *
000300*   SIDE HBXCHLD.  READS THE HBX.CHAMP.CHALLENGER.LIST           *
000310*   SEQUENTIAL TABLE THROUGH EXTRAPARTITION TD QUEUE CCPT (CICS  *
000320*   PROGRAMS CANNOT OPEN A SEQUENTIAL DATA SET WITH NATIVE COBOL *
000330*   I/O - SEE HBXCSD.CNTL), ONE CHAMPION/CHALLENGER PAIR PER     *
000340*   RECORD, AND WRITES EACH ENTRY TO TS QUEUE HBXCCPQ FOR        *
000350*   HBXRULE TO BROWSE.                                           *
000360*                                                                *
000370******************************************************************
000380  ENVIRONMENT DIVISION.
000390  DATA DIVISION.
000400  WORKING-STORAGE SECTION.
000410      COPY HBXCCP.
000420  01  WS-RESP                        PIC S9(8) COMP.
000430  01  WS-RESP2                       PIC S9(8) COMP.
000440  01  WS-TDQ-NAME                    PIC X(04) VALUE 'CCPT'.
000450  01  WS-TSQ-NAME                    PIC X(08) VALUE 'HBXCCPQ'.
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
000750*  2000-READ-ENTRY - READ THE NEXT CHAMPION/CHALLENGER PAIR     *
000760******************************************************************
000770  2000-READ-ENTRY.
000780      EXEC CICS READQ TD
000790                QUEUE(WS-TDQ-NAME)
000800                INTO(HBXCCP-ENTRY)
000810                LENGTH(LENGTH OF HBXCCP-ENTRY)
000820                RESP(WS-RESP)
000830      END-EXEC.
000840      IF WS-RESP NOT = DFHRESP(NORMAL)
000850          SET WS-EOF              TO TRUE
000860      END-IF.

000870  2000-EXIT.
000880      EXIT.
000890******************************************************************
000900*  3000-QUEUE-ENTRY - WRITE THE ENTRY TO HBXCCPQ.  A PAIR WITH  *
000910*                     A NON-NUMERIC PERCENTAGE IS DROPPED       *
000920******************************************************************
000930  3000-QUEUE-ENTRY.
000940      IF HBXCCP-SAMPLE-PCT NUMERIC
000950          EXEC CICS WRITEQ TS
000960                    QUEUE(WS-TSQ-NAME)
000970                    FROM(HBXCCP-ENTRY)
000980                    LENGTH(LENGTH OF HBXCCP-ENTRY)
000990                    RESP(WS-RESP)
001000          END-EXEC
001010      END-IF.
001020      PERFORM 2000-READ-ENTRY
001030         THRU 2000-EXIT.

001040  3000-EXIT.
001050      EXIT.
001060******************************************************************
001070*  9000-RETURN - RETURN CONTROL TO THE PLT DRIVER                *
001080******************************************************************
001090  9000-RETURN.
001100      EXEC CICS RETURN
001110      END-EXEC.

001120  9000-EXIT.
001130      EXIT.
