000100******************************************************************
000110* HBXDJR.CPY
000120*
000130* RULE DECISION JOURNAL RECORD.
000140*
000150* ONE OCCURRENCE OF THIS RECORD IS WRITTEN TO THE HBXDJRF VSAM
000160* KSDS BY HBXDJWR FOR EVERY HBXRULE CALL THAT COMPLETES - ANSWERED
000170* BY THE DECISION SERVER, SERVED FROM THE RESULT CACHE, REJECTED
000180* BY INPUT VALIDATION, OR FAILED BECAUSE THE WOLA HEALTH CHECK
000190* SAYS THE SERVER IS DOWN.  IT HOLDS THE FULL 1000-BYTE INPUT
000200* PARMS THE CALLER SENT AND THE 1000-BYTE OUTPUT PARMS THAT WENT
000210* BACK, SO A DISPUTED DECISION CAN BE SHOWN EXACTLY AS IT WAS
000220* MADE.
000230*
000240* THE KEY IS THE KEY OF THE MATCHING HBXAUDF RECORD (HBXAUDIT
000250* HANDS IT BACK IN HBXAUDP-AUDIT-KEY), SO A JOURNAL RECORD AND
000260* ITS AUDIT RECORD ARE TIED ONE-FOR-ONE BY DATE + TIME +
000270* TERMINAL + USERID, AND HBXDJR-REGION BREAKS THE SAME TIE THE
000280* WAY HBXAUD-REGION DOES ACROSS THE MERGED AOR FILES.
000290*
000300* 2026-09-16 JLS  NEW COPYBOOK.
000302* 2026-09-30 JLS  ADD HBXDJR-FALLBACK - A PROVISIONAL ANSWER GIVEN
000304*                 FROM THE HBXFBPQ FALLBACK POLICY BECAUSE NO
000306*                 DECISION SERVER WAS AVAILABLE.
000307* 2026-10-14 JLS  ADD HBXDJR-QUOTA-REJECT - REFUSED BECAUSE THE
000308*                 CALLER'S HBXQTAQ DAILY CALL QUOTA WAS USED UP.
000310******************************************************************
000320 01  HBXDJR-RECORD.
000330     05  HBXDJR-KEY.
000340         10  HBXDJR-KEY-DATE         PIC 9(08).
000350         10  HBXDJR-KEY-TIME         PIC 9(06).
000360         10  HBXDJR-KEY-TERMID       PIC X(04).
000370         10  HBXDJR-KEY-USERID       PIC X(08).
000380     05  HBXDJR-TRANID               PIC X(04).
000390     05  HBXDJR-PROGRAM              PIC X(08).
000400     05  HBXDJR-RULE-USERID          PIC X(08).
000410     05  HBXDJR-SSID                 PIC X(04).
000420     05  HBXDJR-RULEAPP              PIC X(32).
000430     05  HBXDJR-CC                   PIC S9(9) BINARY.
000440     05  HBXDJR-RC                   PIC S9(9) BINARY.
000450     05  HBXDJR-SOURCE               PIC X(01).
000460         88  HBXDJR-FROM-SERVER            VALUE 'S'.
000470         88  HBXDJR-FROM-CACHE             VALUE 'C'.
000480         88  HBXDJR-VALIDATION-REJECT      VALUE 'V'.
000490         88  HBXDJR-HEALTH-SKIP            VALUE 'H'.
000495         88  HBXDJR-FALLBACK               VALUE 'F'.
000497         88  HBXDJR-QUOTA-REJECT           VALUE 'Q'.
000500     05  HBXDJR-REPLAY-IND           PIC X(01).
000510         88  HBXDJR-REPLAY                 VALUE 'Y'.
000520         88  HBXDJR-NOT-REPLAY             VALUE 'N'.
000530     05  HBXDJR-REGION               PIC X(08).
000540     05  HBXDJR-INPUT-PARMS          PIC X(1000).
000550     05  HBXDJR-OUTPUT-PARMS         PIC X(1000).
000560     05  FILLER                      PIC X(20).
