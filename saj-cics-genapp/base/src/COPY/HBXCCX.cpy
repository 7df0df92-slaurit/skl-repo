000100******************************************************************
000110* HBXCCX.CPY
000120*
000130* CHALLENGER REQUEST - THE DATA HBXRULE PASSES ON THE
000140*
000150*     EXEC CICS START TRANSID('HBXC') FROM(HBXCCX-AREA)
000160*
000170* FOR A SAMPLED CHAMPION/CHALLENGER REQUEST, AND HBXCCEX
000180* RETRIEVES.  IT CARRIES EVERYTHING HBXCCEX NEEDS TO DRIVE THE
000190* CHALLENGER RULEAPP WITH THE CALLER'S EXACT INPUT PARMS AND TO
000200* COMPARE THE ANSWER WITH THE ONE THE CALLER WAS GIVEN.
000210* HBXCCX-AUDIT-KEY IS THE KEY OF THE CHAMPION'S HBXAUDF RECORD
000220* (AND SO OF ITS HBXDJRF JOURNAL RECORD); THE COMPARISON RECORD
000230* IS WRITTEN UNDER THE SAME KEY.
000240*
000250* 2026-09-16 JLS  NEW COPYBOOK.
000260******************************************************************
000270 01  HBXCCX-AREA.
000280     05  HBXCCX-AUDIT-KEY            PIC X(26).
000290     05  HBXCCX-TRANID               PIC X(04).
000300     05  HBXCCX-PROGRAM              PIC X(08).
000310     05  HBXCCX-USERID               PIC X(08).
000320     05  HBXCCX-SSID                 PIC X(04).
000330     05  HBXCCX-CHAMPION             PIC X(32).
000340     05  HBXCCX-CHALLENGER           PIC X(32).
000350     05  HBXCCX-CHAMP-CC             PIC S9(9) BINARY.
000360     05  HBXCCX-CHAMP-RC             PIC S9(9) BINARY.
000370     05  HBXCCX-INPUT-PARMS          PIC X(1000).
000380     05  HBXCCX-CHAMP-OUTPUT         PIC X(1000).
