000100******************************************************************
000110* HBXCCP.CPY
000120*
000130* CHAMPION/CHALLENGER PAIR TABLE ENTRY.
000140*
000150* ONE RECORD PER LIVE (CHAMPION) RULE APPLICATION THAT CREDIT
000160* POLICY WANTS SHADOWED BY A CANDIDATE (CHALLENGER) VERSION
000170* BEFORE CUT-OVER, WITH THE PERCENTAGE OF THE CHAMPION'S
000180* TRAFFIC TO SAMPLE (001-100; 000 SWITCHES THE PAIR OFF WITHOUT
000190* REMOVING IT).  LOADED INTO THE HBXCCPQ TS QUEUE AT CICS
000200* STARTUP BY HBXCCLD FROM THE HBX.CHAMP.CHALLENGER.LIST
000210* SEQUENTIAL DATA SET (JOB HBXCCPJ), THE SAME WAY HBXCHLD LOADS
000220* THE CACHEABLE LIST.  HBXRULE BROWSES THE QUEUE AFTER EVERY
000230* COMPLETED CALL - A SAMPLED REQUEST FOR A LISTED CHAMPION IS
000240* HANDED TO TRANSACTION HBXC (HBXCCEX), WHICH DRIVES THE
000250* CHALLENGER AND WRITES BOTH ANSWERS TO HBXCMPF.  ONLY THE
000260* FIRST ENTRY FOUND FOR A CHAMPION IS USED.
000270*
000280* 2026-09-16 JLS  NEW COPYBOOK.
000290******************************************************************
000300 01  HBXCCP-ENTRY.
000310     05  HBXCCP-CHAMPION             PIC X(32).
000320     05  HBXCCP-CHALLENGER           PIC X(32).
000330     05  HBXCCP-SAMPLE-PCT           PIC 9(03).
