000680*                 ELAPSED) SCORE TO THE FRONT - FAST, LIGHTLY
000690*                 LOADED SERVERS GET THE NEXT CALL, AND FAILURE
000700*                 STILL FALLS THROUGH THE WHOLE LIST AS BEFORE.
000702* 2026-09-30 JLS  TELL HBXSSUPD THE ATTEMPT IS LIVE TRAFFIC SO
000704*                 THE HBXOUTF OUTAGE HISTORY CAN SAY WHO SAW A
000706*                 FLIP FIRST, AND REPORT A FAILED HISTORY WRITE.
000710*****************************************************************
000720*****************************************************************
000730*                                                                *
004020      MOVE HBRA-CC                 TO HBXSSUP-CC.
004030      MOVE HBRA-RC                 TO HBXSSUP-RC.
004040      MOVE WS-ATTEMPT-MS           TO HBXSSUP-ELAPSED-MS.
004045      SET HBXSSUP-FROM-TRAFFIC     TO TRUE.
004050      EXEC CICS LINK
004060                PROGRAM('HBXSSUPD')
004070                COMMAREA(HBXSSUP-AREA)
004150          PERFORM 9500-LOG-UTILITY-FAILURE
004160             THRU 9500-EXIT
004170      END-IF.
004171      IF WS-RESP = DFHRESP(NORMAL) AND HBXSSUP-HISTORY-FAILED
004172          MOVE 'HBXSSUPD OUTAGE HISTORY WRITE FAILED'
004173                                        TO WS-OPER-TEXT
004174          PERFORM 9500-LOG-UTILITY-FAILURE
004175             THRU 9500-EXIT
004176      END-IF.

004180  2100-EXIT.
004190      EXIT.
