000200*                 PLTPI-LOADED REFERENCE TABLES, WITH LIVE
000210*                 RELOAD - A NEW REASON CODE OR A NEW ZRULE
000220*                 REGION NO LONGER WAITS FOR A RECYCLE WINDOW.
000222* 2026-10-07 JLS  EVERY ADD, UPDATE AND LIVE QUEUE REBUILD IS
000224*                 NOW JOURNALED TO HBXOPJF THROUGH HBXOPJWR -
000226*                 WHO, FROM WHICH TERMINAL, AND THE ROW BEFORE
000228*                 AND AFTER - FOR THE WEEKLY AUDIT SIGN-OFF.
000230******************************************************************
000240******************************************************************
000250*                                                                *
000470*   AUTHORIZATION IS BY TRANSACTION-ATTACH SECURITY - RESTRICT   *
000480*   HBXT TO THE OPERATIONS GROUP IN THE EXTERNAL SECURITY        *
000490*   MANAGER.  SEE THE HBXCSD.CNTL NOTES.                         *
000492*                                                                *
000494*   EACH SUCCESSFUL CHANGE IS JOURNALED TO HBXOPJF (HBXOPJWR)    *
000496*   WITH THE MASTER ROW BEFORE AND AFTER; BROWSE IT ON HBXU.     *
000500*                                                                *
000510******************************************************************
000520  ENVIRONMENT DIVISION.
000790      05  WS-BK-TABLE-ID           PIC X(01).
000800      05  WS-BK-ENTRY-KEY          PIC X(09).
000810  01  WS-LOADER-PROGRAM            PIC X(08).
000811  01  WS-LOADER-IMAGE.
000812      05  FILLER                   PIC X(07) VALUE 'LOADER='.
000813      05  WS-LI-PROGRAM            PIC X(08).
000814      05  FILLER                   PIC X(07) VALUE ' TABLE='.
000815      05  WS-LI-TABLE              PIC X(01).
000816  COPY HBXOPJP.
000820  COPY HBXTBL.
000830  COPY HBXTBMM.
000840  COPY HBXTBQC REPLACING ==HBXTBQC-AREA== BY ==WS-COMMAREA==.
002060          WHEN DFHRESP(NORMAL)
002070              MOVE 'ENTRY ADDED - USE B TO REBUILD THE LIVE QUEUE'
002080                                      TO WS-MSG-TEXT
002081              MOVE 'ADD'            TO HBXOPJP-ACTION
002082              MOVE HBXTBL-KEY       TO HBXOPJP-REC-KEY
002083              MOVE SPACES           TO HBXOPJP-BEFORE-IMAGE
002084              MOVE HBXTBL-RECORD    TO HBXOPJP-AFTER-IMAGE
002085              PERFORM 2700-JOURNAL-CHANGE
002086                 THRU 2700-EXIT
002090          WHEN DFHRESP(DUPREC)
002100              MOVE 'ENTRY ALREADY EXISTS - USE U TO UPDATE IT'
002110                                      TO WS-MSG-TEXT
002390                                      TO WS-MSG-TEXT
002400          GO TO 2300-EXIT
002410      END-IF.
002415      MOVE HBXTBL-RECORD            TO HBXOPJP-BEFORE-IMAGE.
002420      PERFORM 2600-BUILD-RECORD
002430         THRU 2600-EXIT.
002440      EXEC CICS REWRITE
002500      IF WS-RESP = DFHRESP(NORMAL)
002510          MOVE 'ENTRY UPDATED - USE B TO REBUILD THE LIVE QUEUE'
002520                                      TO WS-MSG-TEXT
002521          MOVE 'UPDATE'             TO HBXOPJP-ACTION
002522          MOVE HBXTBL-KEY           TO HBXOPJP-REC-KEY
002523          MOVE HBXTBL-RECORD        TO HBXOPJP-AFTER-IMAGE
002524          PERFORM 2700-JOURNAL-CHANGE
002525             THRU 2700-EXIT
002530      ELSE
002540          MOVE 'HBXTBLF REWRITE FAILED - CALL SUPPORT'
002550                                      TO WS-MSG-TEXT
002790      IF WS-RESP = DFHRESP(NORMAL)
002800          MOVE 'LIVE QUEUE REBUILT FROM THE MASTER TABLE'
002810                                      TO WS-MSG-TEXT
002811          MOVE WS-LOADER-PROGRAM    TO WS-LI-PROGRAM
002812          MOVE HBXTBQC-TABLE        TO WS-LI-TABLE
002813          MOVE 'REBUILD'            TO HBXOPJP-ACTION
002814          MOVE HBXTBQC-TABLE        TO HBXOPJP-REC-KEY
002815          MOVE SPACES               TO HBXOPJP-BEFORE-IMAGE
002816          MOVE WS-LOADER-IMAGE      TO HBXOPJP-AFTER-IMAGE
002817          PERFORM 2700-JOURNAL-CHANGE
002818             THRU 2700-EXIT
002820      ELSE
002830          MOVE 'LOADER LINK FAILED - QUEUE NOT REBUILT'
002840                                      TO WS-MSG-TEXT

003520  2600-EXIT.
003530      EXIT.
003531******************************************************************
003532*  2700-JOURNAL-CHANGE - RECORD THE CHANGE JUST MADE ON HBXOPJF  *
003533*                        (THE CALLER HAS SET THE ACTION, KEY     *
003534*                        AND IMAGES)                             *
003535******************************************************************
003536  2700-JOURNAL-CHANGE.
003537      MOVE 'HBXT'                   TO HBXOPJP-TRANID.
003538      MOVE 'HBXTBM'                 TO HBXOPJP-PROGRAM.
003539      MOVE 'HBXTBLF'                TO HBXOPJP-FILE.
003540      MOVE 0                        TO HBXOPJP-RESP.
003541      EXEC CICS LINK
003542                PROGRAM('HBXOPJWR')
003543                COMMAREA(HBXOPJP-AREA)
003544                LENGTH(LENGTH OF HBXOPJP-AREA)
003545                RESP(WS-RESP)
003546                RESP2(WS-RESP2)
003547      END-EXEC.
003548      IF WS-RESP NOT = DFHRESP(NORMAL) OR HBXOPJP-WRITE-FAILED
003549          MOVE 'CHANGE MADE - JOURNAL WRITE FAILED - CALL SUPPORT'
003550                                      TO WS-MSG-TEXT
003551      END-IF.

003552  2700-EXIT.
003553      EXIT.
003554******************************************************************
003555*  3000-BUILD-PAGE - BROWSE THE CHOSEN TABLE'S MASTER ROWS       *
003560******************************************************************
003570  3000-BUILD-PAGE.
003580      EVALUATE TRUE
