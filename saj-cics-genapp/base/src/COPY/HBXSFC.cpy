000100******************************************************************
000110* HBXSFC.CPY
000120*
000130* ONE SENSITIVE-FIELD CATALOG ENTRY.
000140*
000150* THE HBX.SENSITIVE.FIELDS SEQUENTIAL DATA SET (JOB HBXSFCFJ,
000160* MAINTAINED BY OPERATIONS WITH THE DATA-PRIVACY OFFICER THE SAME
000170* WAY AS THE HBXVRL VALIDATION RULES) HOLDS ONE OF THESE PER
000180* SENSITIVE FIELD PER RULE APPLICATION: WHICH PARM AREA IT SITS
000190* IN (THE 1000-BYTE INPUT PARMS, OR THE 1000-BYTE OUTPUT PARMS
000200* OF A REPLAY DECISION OR OF A DECISION-JOURNAL RECORD), WHERE
000205* (1-BASED OFFSET AND LENGTH), HOW MANY TRAILING CHARACTERS MAY
000210* STAY IN CLEAR (0-9 - E.G. THE LAST FOUR DIGITS OF AN ACCOUNT
000220* NUMBER), AND A BUSINESS NAME FOR THE CATALOG LISTING.  EVERY
000230* CODED FIELD SITS INSIDE THE FIRST 80 COLUMNS SO THE ENTRIES ARE
000240* KEYED AS ORDINARY CARDS.
000250*
000260* WHERE IT IS USED:
000270*   HBXSFCLD - LOADS THE FILE INTO TS QUEUE HBXSFCQ AT CICS
000280*              STARTUP (TDQUEUE SFCF);
000290*   HBXSUSQ  - MASKS THE PARMS ON THE HBXS DETAIL SCREEN UNLESS
000300*              THE USER HAS READ ACCESS TO FACILITY PROFILE
000310*              HBX.UNMASK.PARMS;
000313*   HBXDJRQ  - MASKS THE PARMS ON THE HBXJ DETAIL SCREEN ON THE
000316*              SAME TERMS AS HBXSUSQ;
000320*   HBXAINQ  - MASKS THE PARMS IT PRINTS UNLESS THE CONTROL CARD
000330*              ASKS FOR CLEAR TEXT AND THE JOB CAN OPEN THE
000340*              PROTECTED HBX.UNMASK.PARMS DATA SET;
000350*   HBXARCH  - MASKS THE PARMS OF EVERY SUSPENSE AND DECISION-
000360*              JOURNAL RECORD IT WRITES TO AN HBXSUSA OR HBXDJRA
000365*              ARCHIVE GENERATION.
000370* MASKED POSITIONS ARE OVERWRITTEN WITH HBXSFC-MASK-CHAR.  A
000380* RULEAPP WITH NO ENTRIES HAS NOTHING MASKED.  AN ENTRY WITH AN
000390* IMPOSSIBLE OFFSET/LENGTH IS IGNORED.
000400*
000410* 2026-10-07 JLS  NEW COPYBOOK.
000413* 2026-10-15 JLS  HEADER NOTES: THE 'O' AREA ALSO COVERS THE
000416*                 JOURNAL OUTPUT PARMS; HBXDJRQ AND HBXDJRA ADDED.
000420******************************************************************
000430 01  HBXSFC-ENTRY.
000440     05  HBXSFC-RULEAPP              PIC X(32).
000450     05  HBXSFC-SEQ                  PIC 9(03).
000460     05  HBXSFC-OFFSET               PIC 9(04).
000470     05  HBXSFC-LENGTH               PIC 9(04).
000480     05  HBXSFC-PARMS                PIC X(01).
000490         88  HBXSFC-INPUT-PARMS            VALUE 'I'.
000500         88  HBXSFC-OUTPUT-PARMS           VALUE 'O'.
000510     05  HBXSFC-SHOW-LAST            PIC 9(01).
000520     05  HBXSFC-FIELD-NAME           PIC X(16).
000530     05  FILLER                      PIC X(19).
000540 01  HBXSFC-CONSTANTS.
000550     05  HBXSFC-MASK-CHAR            PIC X(01) VALUE '*'.
000560     05  HBXSFC-PARM-MAX             PIC S9(4) COMP VALUE 1000.
