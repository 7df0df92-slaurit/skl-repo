000100******************************************************************
000110* HBXQUS.CPY
000120*
000130* DAILY CALL QUOTA USAGE RECORD.
000140*
000150* ONE ENTRY PER CALENDAR DAY PER HBXQTAQ QUOTA ON THE HBXQUSF
000160* VSAM KSDS, KEYED BY THE DATE AND THE QUOTA'S OWN TRANSACTION
000170* AND RULE APPLICATION AS CODED ON THE TABLE (SPACES WHERE THE
000180* QUOTA MATCHES ANY).  HBXQTUPD, LINKED TO BY HBXRULE BEFORE
000190* EVERY DECISION-SERVER CALL A QUOTA COVERS, BUMPS
000200* HBXQUS-CALL-COUNT AND RECORDS THE LIMIT, WARNING PERCENTAGE
000210* AND ACTION IN FORCE, WHEN THE WARNING LEVEL AND THE LIMIT
000220* WERE FIRST REACHED, AND HOW MANY CALLS PAST THE LIMIT WERE
000230* REFUSED OR LET THROUGH.  A REFUSED CALL STILL COUNTS IN
000240* HBXQUS-CALL-COUNT - IT IS DEMAND THE OWNER MUST SEE - SO THE
000250* COUNT CAN RUN PAST THE LIMIT EVEN FOR A REJECTING QUOTA.
000260* HBXQURPT REPORTS EACH DAY'S RECORDS.
000270*
000280* 2026-10-14 JLS  NEW COPYBOOK.
000290******************************************************************
000300 01  HBXQUS-RECORD.
000310     05  HBXQUS-KEY.
000320         10  HBXQUS-KEY-DATE         PIC 9(08).
000330         10  HBXQUS-KEY-TRANID       PIC X(04).
000340         10  HBXQUS-KEY-RULEAPP      PIC X(32).
000350     05  HBXQUS-CALL-COUNT           PIC S9(9) BINARY.
000360     05  HBXQUS-DAILY-LIMIT          PIC S9(9) BINARY.
000370     05  HBXQUS-WARN-PCT             PIC S9(4) BINARY.
000380     05  HBXQUS-ACTION               PIC X(01).
000390         88  HBXQUS-REJECT                 VALUE 'R'.
000400         88  HBXQUS-ALLOW-ALERT            VALUE 'A'.
000410     05  HBXQUS-REJECT-COUNT         PIC S9(9) BINARY.
000420     05  HBXQUS-OVER-COUNT           PIC S9(9) BINARY.
000430     05  HBXQUS-WARN-TIME            PIC 9(06).
000440     05  HBXQUS-LIMIT-TIME           PIC 9(06).
000450     05  FILLER                      PIC X(10).
