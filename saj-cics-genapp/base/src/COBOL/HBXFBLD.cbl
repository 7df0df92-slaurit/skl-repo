000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXFBLD.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-09-30.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-09-30 JLS  NEW PROGRAM.  PLTPI STARTUP LOAD OF THE
000200*                 DEGRADED-MODE FALLBACK POLICY TABLE INTO
000210*                 TEMPORARY STORAGE SO HBXRULE CAN GIVE A
000220*                 PROVISIONAL ANSWER FOR A RULE APPLICATION
000230*                 WHEN NO DECISION SERVER IS AVAILABLE.
000240******************************************************************
000250******************************************************************
000260*                                                                *
000270*   H B X F B L D                                                *
000280*                                                                *
000290*   RUN ONCE AT CICS STARTUP (PLTPI, SECOND-PHASE), RIGHT ALONG  *
000300*   SIDE HBXCCLD.  READS THE HBX.FALLBACK.POLICY SEQUENTIAL      *
000310*   TABLE THROUGH EXTRAPARTITION TD QUEUE FBPT (CICS PROGRAMS    *
000320*   CANNOT OPEN A SEQUENTIAL DATA SET WITH NATIVE COBOL I/O -    *
000330*   SEE HBXCSD.CNTL), ONE RULE APPLICATION'S POLICY PER RECORD,  *
000340*   AND WRITES EACH ENTRY TO TS QUEUE HBXFBPQ FOR HBXRULE TO     *
000350*   BROWSE.                                                      *
000360*                                                                *
000370******************************************************************
000380  ENVIRONMENT DIVISION.
000390  DATA DIVISION.
000400  WORKING-STORAGE SECTION.
000410      COPY HBXFBP.
000420  01  WS-RESP                        PIC S9(8) COMP.
000430  01  WS-RESP2                       PIC S9(8) COMP.
000440  01  WS-TDQ-NAME                    PIC X(04) VALUE 'FBPT'.
000450  01  WS-TSQ-NAME                    PIC X(08) VALUE 'HBXFBPQ'.
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
000750*  2000-READ-ENTRY - READ THE NEXT FALLBACK POLICY              *
000760******************************************************************
000770  2000-READ-ENTRY.
000780      EXEC CICS READQ TD
000790                QUEUE(WS-TDQ-NAME)
000800                INTO(HBXFBP-ENTRY)
000810                LENGTH(LENGTH OF HBXFBP-ENTRY)
000820                RESP(WS-RESP)
000830      END-EXEC.
000840      IF WS-RESP NOT = DFHRESP(NORMAL)
000850          SET WS-EOF              TO TRUE
000860      END-IF.

000870  2000-EXIT.
000880      EXIT.
000890******************************************************************
000900*  3000-QUEUE-ENTRY - WRITE THE ENTRY TO HBXFBPQ.  AN ALLOWED   *
000910*                     POLICY WITH A CC OTHER THAN 00/04/08 OR A *
000920*                     COMPARE LENGTH OUTSIDE 01-40 IS DROPPED,  *
000930*                     AS IS ANY ENTRY NOT MARKED Y OR N         *
000940******************************************************************
000950  3000-QUEUE-ENTRY.
000960      IF HBXFBP-NOT-ALLOWED
000970          GO TO 3000-WRITE
000980      END-IF.
000990      IF NOT HBXFBP-ALLOWED
001000          GO TO 3000-READ-NEXT
001010      END-IF.
001020      IF HBXFBP-CC NOT NUMERIC
001030      OR HBXFBP-COMPARE-LEN NOT NUMERIC
001040          GO TO 3000-READ-NEXT
001050      END-IF.
001060      IF NOT HBXFBP-CC-VALID
001070      OR HBXFBP-COMPARE-LEN < 1 OR HBXFBP-COMPARE-LEN > 40
001080          GO TO 3000-READ-NEXT
001090      END-IF.

001100  3000-WRITE.
001110      EXEC CICS WRITEQ TS
001120                QUEUE(WS-TSQ-NAME)
001130                FROM(HBXFBP-ENTRY)
001140                LENGTH(LENGTH OF HBXFBP-ENTRY)
001150                RESP(WS-RESP)
001160      END-EXEC.

001170  3000-READ-NEXT.
001180      PERFORM 2000-READ-ENTRY
001190         THRU 2000-EXIT.

001200  3000-EXIT.
001210      EXIT.
001220******************************************************************
001230*  9000-RETURN - RETURN CONTROL TO THE PLT DRIVER                *
001240******************************************************************
001250  9000-RETURN.
001260      EXEC CICS RETURN
001270      END-EXEC.

001280  9000-EXIT.
001290      EXIT.
