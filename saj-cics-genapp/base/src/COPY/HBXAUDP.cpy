000320* 2026-08-23 JLS  ADD HBXAUDP-CACHE-IND - 'Y' WHEN THE ANSWER
000330*                 CAME FROM THE HBXRULE RESULT CACHE, 'N' WHEN
000340*                 THE DECISION SERVER WAS DRIVEN.
000341* 2026-09-16 JLS  ADD HBXAUDP-AUDIT-KEY - HBXAUDIT HANDS BACK
000342*                 THE KEY OF THE AUDIT RECORD IT WROTE SO THE
000343*                 CALLER CAN TIE OTHER RECORDS (THE HBXDJRF
000344*                 DECISION JOURNAL) TO IT.  LOW-VALUES WHEN THE
000345*                 WRITE FAILED.
000346* 2026-09-30 JLS  HBXAUDP-CACHE-IND 'F' (HBXAUDP-FROM-FALLBACK) -
000347*                 NO DECISION SERVER WAS AVAILABLE AND HBXRULE
000348*                 ANSWERED PROVISIONALLY FROM THE FALLBACK POLICY.
000350******************************************************************
000360 01  HBXAUDP-AREA.
000370     05  HBXAUDP-TRANID              PIC X(04).
000470     05  HBXAUDP-CACHE-IND           PIC X(01).
000480         88  HBXAUDP-FROM-CACHE            VALUE 'Y'.
000490         88  HBXAUDP-FROM-SERVER           VALUE 'N'.
000495         88  HBXAUDP-FROM-FALLBACK         VALUE 'F'.
000500     05  HBXAUDP-RESP                PIC S9(9) BINARY.
000510         88  HBXAUDP-OK                    VALUE 0.
000520         88  HBXAUDP-WRITE-FAILED          VALUE 1.
000530     05  HBXAUDP-AUDIT-KEY.
000540         10  HBXAUDP-KEY-DATE        PIC 9(08).
000550         10  HBXAUDP-KEY-TIME        PIC 9(06).
000560         10  HBXAUDP-KEY-TERMID      PIC X(04).
000570         10  HBXAUDP-KEY-USERID      PIC X(08).
