000300*                 TRIP NO LONGER READS LIKE PRODUCTION DOWN.
000310*                 DRAIN THE QUEUE (HBXD) BEFORE INSTALLING THIS
000320*                 CHANGE - THE ENTRY LENGTH GROWS BY ONE BYTE.
000321* 2026-10-14 JLS  HBXRULE NOW ALSO QUEUES DAILY CALL QUOTA ALERTS
000322*                 (RC HBX-RC-QUOTA-EXCEEDED, HBXVRL.CPY) - WARNING
000323*                 WHEN A QUOTA FIRST REACHES ITS WARNING LEVEL,
000324*                 CRITICAL WHEN IT FIRST GOES PAST ITS LIMIT.  FOR
000325*                 THESE HBXALRM-SSID CARRIES THE CALLING
000326*                 TRANSACTION, HBXALRM-WIN-COUNT THE PERCENTAGE OF
000327*                 THE LIMIT USED, HBXALRM-THRESHOLD THE WARNING
000328*                 PERCENTAGE (100 AT THE LIMIT), AND HBXALRM-TEXT
000329*                 NAMES THE QUOTA'S TRANSACTION AND RULEAPP.
000330******************************************************************
000340 01  HBXALRM-ENTRY.
000350     05  HBXALRM-DATE                PIC 9(08).
