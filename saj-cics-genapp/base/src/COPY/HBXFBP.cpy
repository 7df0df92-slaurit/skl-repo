000100******************************************************************
000110* HBXFBP.CPY
000120*
000130* DEGRADED-MODE FALLBACK POLICY ENTRY.
000140*
000150* ONE RECORD PER RULE APPLICATION WHOSE BUSINESS OWNER HAS
000160* AGREED AN ANSWER THE BRANCH MAY GIVE WHEN NO DECISION SERVER
000170* CAN BE REACHED - EVERY SSID DOWN (HBR-RC-NO-VALID-SERVER-CONN)
000180* OR THE HBXWCHKQ WOLA/JVM-SERVER HEALTH ENTRY UNHEALTHY.
000190* HBXFBP-ALLOWED-SW 'N' RECORDS THAT THE OWNER HAS SAID NO
000200* FALLBACK IS ALLOWED (THE SAME AS NO ENTRY AT ALL - THE REQUEST
000210* FAILS AND IS SUSPENDED AS BEFORE).  FOR 'Y', HBXFBP-CC (00, 04
000220* OR 08) AND HBXFBP-OUTPUT ARE RETURNED TO THE CALLER WITH
000230* REASON CODE HBX-RC-PROVISIONAL (HBXVRL.CPY); HBXFBP-OUTPUT IS
000240* LAID INTO THE FIRST 40 BYTES OF THE OUTPUT PARMS, SO IT MUST
000250* BE CODED IN THE SAME LAYOUT AS THE RULE APPLICATION'S OWN
000260* ANSWER.  HBXFBP-COMPARE-LEN (01-40) IS HOW MANY OF THOSE
000270* LEADING BYTES CARRY THE DECISION ITSELF - THE HBXFBRPT DAILY
000280* REPORT CALLS THE LATER REAL DECISION IN AGREEMENT WHEN ITS CC
000290* AND THAT MANY LEADING OUTPUT BYTES MATCH THE PROVISIONAL ONE.
000300* EVERY FIELD SITS INSIDE THE FIRST 80 COLUMNS SO THE TABLE CAN
000310* BE KEYED AS ORDINARY CARD INPUT (JOB HBXFBPJ).  HBXFBLD LOADS
000320* THE HBX.FALLBACK.POLICY DATA SET INTO THE HBXFBPQ TS QUEUE AT
000330* CICS STARTUP; ONLY THE FIRST ENTRY FOUND FOR A RULEAPP IS
000340* USED.
000350*
000360* 2026-09-30 JLS  NEW COPYBOOK.
000370******************************************************************
000380 01  HBXFBP-ENTRY.
000390     05  HBXFBP-RULEAPP              PIC X(32).
000400     05  HBXFBP-ALLOWED-SW           PIC X(01).
000410         88  HBXFBP-ALLOWED                VALUE 'Y'.
000420         88  HBXFBP-NOT-ALLOWED            VALUE 'N'.
000430     05  HBXFBP-CC                   PIC 9(02).
000440         88  HBXFBP-CC-VALID               VALUE 00 04 08.
000450     05  HBXFBP-COMPARE-LEN          PIC 9(02).
000460     05  HBXFBP-OUTPUT               PIC X(40).
000470     05  FILLER                      PIC X(03).
