000100******************************************************************
000110* HBXQTA.CPY
000120*
000130* DAILY HBRRULE CALL QUOTA ENTRY.
000140*
000150* ONE RECORD PER QUOTA AGREED WITH THE OWNER OF A FRONT END OR
000160* RULE APPLICATION.  A QUOTA APPLIES TO A CALLING TRANSACTION,
000170* A RULE APPLICATION, OR ONE RULE APPLICATION WHEN CALLED FROM
000180* ONE TRANSACTION - A BLANK (OR '*') HBXQTA-TRANID MATCHES ANY
000190* TRANSACTION AND A BLANK (OR '*') HBXQTA-RULEAPP ANY RULE
000200* APPLICATION.  HBXRULE USES THE FIRST ENTRY THAT MATCHES THE
000210* REQUEST, SO CODE THE MOST SPECIFIC QUOTAS FIRST.  A REQUEST
000220* MATCHING NO ENTRY HAS NO QUOTA.
000230*
000240* HBXQTA-DAILY-LIMIT IS HOW MANY DECISION-SERVER CALLS THE
000250* QUOTA ALLOWS IN ONE CALENDAR DAY (CACHE HITS AND CALLS NEVER
000260* DRIVEN BECAUSE THE SERVER IS DOWN DO NOT COUNT - THEY BURN NO
000270* ZRULE CAPACITY).  WHEN THE DAY'S COUNT FIRST REACHES
000280* HBXQTA-WARN-PCT PERCENT OF THE LIMIT (000 = NO EARLY WARNING)
000290* HBXRULE RAISES A WARNING ON THE HBXALRMQ ALERT QUEUE.  A CALL
000300* PAST THE LIMIT IS REFUSED WITH HBR-CC-ERROR /
000310* HBX-RC-QUOTA-EXCEEDED (HBXVRL.CPY) WHEN HBXQTA-ACTION IS 'R',
000320* OR STILL DRIVEN WHEN IT IS 'A'; EITHER WAY THE FIRST CALL
000330* PAST THE LIMIT RAISES A CRITICAL ALERT.  THE RUNNING COUNTS
000340* ARE KEPT ON HBXQUSF (HBXQUS.CPY) BY HBXQTUPD.
000350*
000360* EVERY FIELD SITS INSIDE THE FIRST 80 COLUMNS SO THE TABLE CAN
000370* BE KEYED AS ORDINARY CARD INPUT (JOB HBXQTAJ).  HBXQTLD LOADS
000380* THE HBX.CALL.QUOTA.TABLE DATA SET INTO THE HBXQTAQ TS QUEUE AT
000390* CICS STARTUP, TURNING '*' INTO SPACES AND DROPPING ANY ENTRY
000400* WITH A NON-NUMERIC LIMIT, A WARNING PERCENTAGE OVER 100 OR AN
000410* ACTION OTHER THAN R OR A.
000420*
000430* 2026-10-14 JLS  NEW COPYBOOK.
000440******************************************************************
000450 01  HBXQTA-ENTRY.
000460     05  HBXQTA-TRANID               PIC X(04).
000470     05  HBXQTA-RULEAPP              PIC X(32).
000480     05  HBXQTA-DAILY-LIMIT          PIC 9(09).
000490     05  HBXQTA-WARN-PCT             PIC 9(03).
000500     05  HBXQTA-ACTION               PIC X(01).
000510         88  HBXQTA-REJECT                 VALUE 'R'.
000520         88  HBXQTA-ALLOW-ALERT            VALUE 'A'.
000530     05  FILLER                      PIC X(31).
