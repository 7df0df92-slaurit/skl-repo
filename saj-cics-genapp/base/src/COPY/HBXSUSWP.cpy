000250* 2026-08-09 JLS  NEW COPYBOOK.
000252* 2026-08-23 JLS  INPUT PARMS WIDENED FROM PIC X(200) TO PIC
000254*                 X(1000) IN STEP WITH HBXRULP.CPY/HBXSUSP.CPY.
000256* 2026-09-23 JLS  ADD THE CALLER'S TRANSACTION AND PROGRAM SO A
000258*                 REPLAYED DECISION CAN BE FED BACK TO THEM.
000260* 2026-09-30 JLS  ADD HBXSUSWP-PROVISIONAL-DECISION - SET WHEN
000262*                 HBXRULE ANSWERED FROM THE FALLBACK POLICY AND
000264*                 IS QUEUING THE REQUEST FOR A REAL DECISION.
000266******************************************************************
000270 01  HBXSUSWP-AREA.
000280     05  HBXSUSWP-SSID               PIC X(04).
000290     05  HBXSUSWP-RULEAPP            PIC X(32).
000300     05  HBXSUSWP-INPUT-PARMS        PIC X(1000).
000310     05  HBXSUSWP-FAIL-CC            PIC S9(9) BINARY.
000320     05  HBXSUSWP-FAIL-RC            PIC S9(9) BINARY.
000322     05  HBXSUSWP-TRANID             PIC X(04).
000324     05  HBXSUSWP-PROGRAM            PIC X(08).
000326     05  HBXSUSWP-PROVISIONAL-DECISION.
000328         10  HBXSUSWP-PROV-SW        PIC X(01).
000330             88  HBXSUSWP-PROVISIONAL      VALUE 'Y'.
000332         10  HBXSUSWP-PROV-CC        PIC S9(9) BINARY.
000334         10  HBXSUSWP-PROV-CMP-LEN   PIC 9(02).
000336         10  HBXSUSWP-PROV-OUTPUT    PIC X(40).
000338     05  HBXSUSWP-RESP               PIC S9(9) BINARY.
000340         88  HBXSUSWP-OK                   VALUE 0.
000350         88  HBXSUSWP-WRITE-FAILED         VALUE 1.

