000100******************************************************************
000110* HBXGCS.CPY
000120*
000130* ONE GOLDEN REGRESSION CASE.
000140*
000150* THE HBX.GOLDEN.CASES SEQUENTIAL DATA SET (SEE JOB HBXGOLDJ)
000160* HOLDS ONE OF THESE PER CASE: A RULEAPP, THE EXACT 1000-BYTE
000170* INPUT PARMS TO SEND IT, AND THE CC, RC AND OUTPUT PARMS THE
000180* CURRENT APPROVED RULESET MUST GIVE BACK.  HBXGOLD DRIVES EVERY
000190* CASE AGAINST EVERY SSID ON THE FAILOVER LIST AND REPORTS ANY
000200* SERVER WHOSE ANSWER DIFFERS - A SERVER LEFT ON AN OLD RULESET.
000210*
000220* HBXGCS-COMPARE-LEN LIMITS THE OUTPUT COMPARISON TO THE FIRST
000230* N BYTES FOR A RULEAPP THAT RETURNS SOMETHING VOLATILE (A
000240* TIMESTAMP, A SERVER NAME) AFTER ITS DECISION FIELDS; 0000
000250* COMPARES ALL 1000.  A RECORD WHOSE CASE-ID IS BLANK OR STARTS
000260* WITH AN ASTERISK IS A COMMENT AND IS SKIPPED.  THE SIMPLEST
000270* WAY TO CUT A NEW CASE IS FROM A DECISION ALREADY CHECKED ON
000280* TRANSACTION HBXJ - ITS HBXDJRF RECORD HOLDS BOTH PARM IMAGES.
000290*
000300* 2026-09-23 JLS  NEW COPYBOOK.
000310******************************************************************
000320 01  HBXGCS-RECORD.
000330     05  HBXGCS-CASE-ID              PIC X(08).
000340     05  HBXGCS-RULEAPP              PIC X(32).
000350     05  HBXGCS-DESCRIPTION          PIC X(30).
000360     05  HBXGCS-EXPECTED-CC          PIC 9(02).
000370     05  HBXGCS-EXPECTED-RC          PIC 9(09).
000380     05  HBXGCS-COMPARE-LEN          PIC 9(04).
000390     05  FILLER                      PIC X(15).
000400     05  HBXGCS-INPUT-PARMS          PIC X(1000).
000410     05  HBXGCS-EXPECTED-OUTPUT      PIC X(1000).
