000510*                 REGION.  RECORDS WRITTEN BEFORE THIS CHANGE
000520*                 HOLD LOW-VALUES HERE AND REPORT AS *UNKNOWN.
000530*                 RECORD SIZE IS UNCHANGED.
000532* 2026-09-30 JLS  HBXAUD-CACHE-IND 'F' (HBXAUD-FROM-FALLBACK) - A
000534*                 DEGRADED-MODE PROVISIONAL ANSWER FROM THE
000536*                 HBXFBPQ FALLBACK POLICY; NO SERVER WAS DRIVEN
000538*                 SUCCESSFULLY.  HBXAUD-RC IS HBX-RC-PROVISIONAL.
000540******************************************************************
000550 01  HBXAUD-RECORD.
000560     05  HBXAUD-KEY.
000710     05  HBXAUD-CACHE-IND            PIC X(01).
000720         88  HBXAUD-FROM-CACHE             VALUE 'Y'.
000730         88  HBXAUD-FROM-SERVER            VALUE 'N'.
000735         88  HBXAUD-FROM-FALLBACK          VALUE 'F'.
000740     05  HBXAUD-REGION               PIC X(08).
000750     05  FILLER                      PIC X(05).
