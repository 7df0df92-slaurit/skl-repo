000100******************************************************************
000110* HBXRCTS.CPY
000120*
000130* THE NIGHTLY BATCH CHAIN, IN RUN ORDER, AND WHAT EACH STEP
000140* WAITS FOR.  EACH ENTRY IS THE PROGRAM (THE HBXRCT-KEY-STEP OF
000150* ITS RUN-CONTROL RECORD), THE JOB THAT RUNS IT, AND UP TO FIVE
000160* PREREQUISITE STEPS THAT MUST BE HBXRCT-COMPLETED FOR THE SAME
000170* BUSINESS DATE BEFORE IT MAY START:
000180*
000190*   HBXAMRG  - NOTHING (FIRST IN THE REPORTING STREAM)
000200*   HBXARPT  - HBXAMRG (READS THE MERGED AUDIT FILE)
000210*   HBXTRRPT - HBXARPT (READS TODAY'S HBXSUMF TALLIES)
000220*   HBXRECN  - HBXARPT
000230*   HBXSRCN  - HBXRECN
000240*   HBXAEXT  - NOTHING (READS HBXAUDF DIRECTLY)
000250*   HBXBSCR  - NOTHING
000255*   HBXBSMR  - HBXBSCR (COMPARES TONIGHT'S SCORES WITH THE PRIOR
000256*              NIGHT'S)
000258*   HBXFBRPT - NOTHING (READS HBXSUSF DIRECTLY)
000260*   HBXARCH  - HBXARPT, HBXRECN, HBXSRCN, HBXAEXT AND HBXFBRPT -
000270*              NOTHING IS PURGED BEFORE IT HAS BEEN REPORTED,
000280*              RECONCILED AND EXTRACTED.
000290*
000291* THE BUSINESS DATE A STEP RUNS FOR COMES FROM ITS HBXRCTC CARD
000292* WHEN ONE IS CODED.  OTHERWISE IT IS TODAY'S DATE, OR
000293* YESTERDAY'S FOR A STEP STARTED BEFORE HBXRCTS-DAY-CUTOFF, SO
000294* A CHAIN THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.
000295*
000300* CHANGE THE CHAIN HERE AND RECOMPILE EVERY PROGRAM THAT COPIES
000310* THIS MEMBER (THE TEN ABOVE, HBXEODR AND HBXCCRPT).
000320*
000330* 2026-10-14 JLS  NEW COPYBOOK.
000335* 2026-10-14 JLS  ADD HBXBSMR AFTER HBXBSCR.
000336* 2026-10-15 JLS  ADD HBXFBRPT BEFORE HBXARCH, WHICH NOW WAITS FOR
000337*                 IT - HBXARCH PURGES THE COMPLETED SUSPENSE
000338*                 RECORDS HBXFBRPT REPORTS ON.  FIVE PREREQUISITE
000339*                 SLOTS PER STEP.
000340******************************************************************
000350 01  HBXRCTS-CHAIN-VALUES.
000360     05  FILLER                      PIC X(57) VALUE
000370         'HBXAMRG HBXAMRGJ0'.
000380     05  FILLER                      PIC X(57) VALUE
000390         'HBXARPT HBXARPTJ1HBXAMRG'.
000400     05  FILLER                      PIC X(57) VALUE
000410         'HBXTRRPTHBXTRRPJ1HBXARPT'.
000420     05  FILLER                      PIC X(57) VALUE
000430         'HBXRECN HBXRECNJ1HBXARPT'.
000440     05  FILLER                      PIC X(57) VALUE
000450         'HBXSRCN HBXSRCNJ1HBXRECN'.
000460     05  FILLER                      PIC X(57) VALUE
000470         'HBXAEXT HBXAEXTJ0'.
000480     05  FILLER                      PIC X(57) VALUE
000490         'HBXBSCR HBXBSCRJ0'.
000495     05  FILLER                      PIC X(57) VALUE
000496         'HBXBSMR HBXBSMRJ1HBXBSCR'.
000497     05  FILLER                      PIC X(57) VALUE
000498         'HBXFBRPTHBXFBRPJ0'.
000500     05  FILLER                      PIC X(49) VALUE
000510         'HBXARCH HBXARCHJ5HBXARPT HBXRECN HBXSRCN HBXAEXT'.
000511     05  FILLER                      PIC X(08) VALUE 'HBXFBRPT'.
000520 01  HBXRCTS-CHAIN REDEFINES HBXRCTS-CHAIN-VALUES.
000530     05  HBXRCTS-ENTRY OCCURS 10 TIMES INDEXED BY HBXRCTS-IX.
000540         10  HBXRCTS-STEP            PIC X(08).
000550         10  HBXRCTS-JOB             PIC X(08).
000560         10  HBXRCTS-DEP-COUNT       PIC 9(01).
000570         10  HBXRCTS-DEP-STEP        PIC X(08) OCCURS 5 TIMES.
000580 01  HBXRCTS-STEP-COUNT              PIC S9(4) COMP VALUE 10.
000590 01  HBXRCTS-DAY-CUTOFF              PIC 9(06) VALUE 060000.
