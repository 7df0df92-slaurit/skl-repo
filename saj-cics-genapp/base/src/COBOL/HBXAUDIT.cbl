000330*                 THREE AORS' DAILY FILES CAN TELL COLLIDING
000340*                 KEYS APART AND THE REPORTS CAN BREAK DOWN BY
000350*                 ORIGINATING REGION.
000352* 2026-09-16 JLS  HAND THE KEY OF THE RECORD JUST WRITTEN BACK
000354*                 TO THE CALLER IN HBXAUDP-AUDIT-KEY (LOW-VALUES
000356*                 WHEN THE WRITE FAILS) SO HBXRULE CAN JOURNAL
000358*                 THE DECISION UNDER THE SAME KEY ON HBXDJRF.
000360*****************************************************************
000370*****************************************************************
000380*                                                                *
001190*****************************************************************
001200 3000-WRITE-AUDIT-RECORD.
001210     MOVE 0                      TO HBXAUDP-RESP.
001215     MOVE LOW-VALUES             TO HBXAUDP-AUDIT-KEY.
001220     EXEC CICS WRITE
001230               FILE('HBXAUDF')
001240               FROM(HBXAUD-AREA)
001290     END-EXEC.
001300     IF WS-RESP NOT = DFHRESP(NORMAL)
001310         SET HBXAUDP-WRITE-FAILED TO TRUE
001313     ELSE
001316         MOVE HBXAUD-KEY         TO HBXAUDP-AUDIT-KEY
001320     END-IF.

001330 3000-EXIT.
