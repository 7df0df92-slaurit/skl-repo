000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.    HBXSFCLD.
000120  AUTHOR.        J L SMALDONE.
000130  INSTALLATION.  CONSUMER LOAN SYSTEMS - CICS PRODUCTION SUPPORT.
000140  DATE-WRITTEN.  2026-10-07.
000150  DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*
000190* 2026-10-07 JLS  NEW PROGRAM.  PLTPI STARTUP LOAD OF THE
000200*                 PER-RULEAPP SENSITIVE-FIELD CATALOG INTO
000210*                 TEMPORARY STORAGE, SO HBXSUSQ CAN MASK ACCOUNT
000220*                 NUMBERS, SSNS AND INCOME IN THE SUSPENSE PARMS
000230*                 FOR USERS OUTSIDE THE PRIVILEGED GROUP.
000240******************************************************************
000250******************************************************************
000260*                                                                *
000270*   H B X S F C L D                                              *
000280*                                                                *
000290*   RUN ONCE AT CICS STARTUP (PLTPI, SECOND-PHASE), ALONGSIDE    *
000300*   HBXVRLD.  READS THE HBX.SENSITIVE.FIELDS SEQUENTIAL DATA SET *
000310*   THROUGH EXTRAPARTITION TD QUEUE SFCF (CICS PROGRAMS CANNOT   *
000320*   OPEN A SEQUENTIAL DATA SET WITH NATIVE COBOL I/O - SEE       *
000330*   HBXCSD.CNTL), ONE FIELD PER RECORD (COPY HBXSFC), AND WRITES *
000340*   EACH ENTRY TO TS QUEUE HBXSFCQ FOR HBXSUSQ TO BROWSE WHEN IT *
000350*   BUILDS THE DETAIL SCREEN.  AN EMPTY OR MISSING CATALOG MEANS *
000360*   NOTHING IS MASKED ONLINE.  MAY ALSO BE RUN ON DEMAND AFTER   *
000370*   HBXSFCFJ RELOADS THE CATALOG.                                *
000380*                                                                *
000390******************************************************************
000400  ENVIRONMENT DIVISION.
000410  DATA DIVISION.
000420  WORKING-STORAGE SECTION.
000430      COPY HBXSFC.
000440  01  WS-RESP                        PIC S9(8) COMP.
000450  01  WS-RESP2                       PIC S9(8) COMP.
000460  01  WS-TDQ-NAME                    PIC X(04) VALUE 'SFCF'.
000470  01  WS-TSQ-NAME                    PIC X(08) VALUE 'HBXSFCQ'.
000480  01  WS-EOF-SW                      PIC X(01) VALUE 'N'.
000490      88  WS-EOF                           VALUE 'Y'.
000500******************************************************************
000510*  0000-MAINLINE                                                *
000520******************************************************************
000530  PROCEDURE DIVISION.
000540  0000-MAINLINE.
000550      PERFORM 1000-INITIALIZE
000560         THRU 1000-EXIT.
000570      PERFORM 2000-READ-ENTRY
000580         THRU 2000-EXIT.
000590      PERFORM 3000-QUEUE-ENTRY
000600         THRU 3000-EXIT
000610         UNTIL WS-EOF.
000620      PERFORM 9000-RETURN
000630         THRU 9000-EXIT.

000640  0000-EXIT.
000650      EXIT.
000660******************************************************************
000670*  1000-INITIALIZE - CLEAR ANY STALE QUEUE                      *
000680******************************************************************
000690  1000-INITIALIZE.
000700      EXEC CICS DELETEQ TS
000710                QUEUE(WS-TSQ-NAME)
000720                RESP(WS-RESP)
000730      END-EXEC.

000740  1000-EXIT.
000750      EXIT.
000760******************************************************************
000770*  2000-READ-ENTRY - READ THE NEXT CATALOG ENTRY                *
000780******************************************************************
000790  2000-READ-ENTRY.
000800      EXEC CICS READQ TD
000810                QUEUE(WS-TDQ-NAME)
000820                INTO(HBXSFC-ENTRY)
000830                LENGTH(LENGTH OF HBXSFC-ENTRY)
000840                RESP(WS-RESP)
000850      END-EXEC.
000860      IF WS-RESP NOT = DFHRESP(NORMAL)
000870          SET WS-EOF              TO TRUE
000880      END-IF.

000890  2000-EXIT.
000900      EXIT.
000910******************************************************************
000920*  3000-QUEUE-ENTRY - WRITE THE ENTRY TO HBXSFCQ                 *
000930******************************************************************
000940  3000-QUEUE-ENTRY.
000950      EXEC CICS WRITEQ TS
000960                QUEUE(WS-TSQ-NAME)
000970                FROM(HBXSFC-ENTRY)
000980                LENGTH(LENGTH OF HBXSFC-ENTRY)
000990                RESP(WS-RESP)
001000      END-EXEC.
001010      PERFORM 2000-READ-ENTRY
001020         THRU 2000-EXIT.

001030  3000-EXIT.
001040      EXIT.
001050******************************************************************
001060*  9000-RETURN - RETURN CONTROL TO THE PLT DRIVER                *
001070******************************************************************
001080  9000-RETURN.
001090      EXEC CICS RETURN
001100      END-EXEC.

001110  9000-EXIT.
001120      EXIT.
