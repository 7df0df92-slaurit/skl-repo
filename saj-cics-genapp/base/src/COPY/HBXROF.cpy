000100******************************************************************
000110* HBXROF.CPY
000120*
000130* ONE RECORD OF THE HBXROFF REPLAY-OUTCOME FEED (VSAM KSDS
000140* HBX.REPLAY.OUTCOME).
000150*
000160* EVERY TIME A SUSPENDED RULE REQUEST IS REPLAYED SUCCESSFULLY -
000170* BY THE HBXRRST RESTART JOB, THE HBXMON RECOVERY DRAIN, OR AN
000180* OPERATOR PF5 ON THE HBXSUSQ WORKBENCH - HBXROWR WRITES ONE OF
000190* THESE CARRYING THE DECISION THAT CAME BACK.  THE KEY LEADS
000200* WITH THE ORIGINATING TRANSACTION, FOLLOWED BY THE ORIGINAL
000210* HBXSUSP-KEY (SUSPENSE DATE, TIME, TERMINAL AND USERID), SO A
000220* FRONT END COLLECTS ITS OWN LATE DECISIONS WITH A GENERIC
000230* BROWSE ON ITS TRANSACTION CODE AND TIES EACH ONE BACK TO THE
000240* CUSTOMER REQUEST IT SUSPENDED.  THE COLLECTOR SETS
000250* HBXROF-COLLECTED (AND ITS OWN DATE) WHEN IT HAS ACTED ON THE
000260* DECISION SO IT IS NOT PICKED UP TWICE.
000270*
000271* RETENTION: THE NIGHTLY HBXARCH RUN PURGES A COLLECTED RECORD
000272* ONCE HBXROF-COLLECT-DATE (HBXROF-RPL-DATE IF THE COLLECTOR
000273* STAMPED NO DATE) IS OLDER THAN THE ROFRETDAYS SITE PARAMETER
000274* (SHIPPED DEFAULT 7 DAYS).  A RECORD STILL NOT COLLECTED IS
000275* NEVER PURGED, HOWEVER OLD.
000276*
000280* 2026-09-23 JLS  NEW COPYBOOK.
000283* 2026-10-15 JLS  COLLECTED RECORDS NOW PURGED BY HBXARCH AFTER
000286*                 ROFRETDAYS.
000290******************************************************************
000300 01  HBXROF-RECORD.
000310     05  HBXROF-KEY.
000320         10  HBXROF-KEY-TRANID       PIC X(04).
000330         10  HBXROF-KEY-SUSP-KEY.
000340             15  HBXROF-SUSP-DATE    PIC 9(08).
000350             15  HBXROF-SUSP-TIME    PIC 9(06).
000360             15  HBXROF-SUSP-TERMID  PIC X(04).
000370             15  HBXROF-SUSP-USERID  PIC X(08).
000380     05  HBXROF-ORIG-PROGRAM         PIC X(08).
000390     05  HBXROF-SSID                 PIC X(04).
000400     05  HBXROF-RULEAPP              PIC X(32).
000410     05  HBXROF-RPL-DATE             PIC 9(08).
000420     05  HBXROF-RPL-TIME             PIC 9(06).
000430     05  HBXROF-RPL-BY               PIC X(08).
000440     05  HBXROF-RPL-USERID           PIC X(08).
000450     05  HBXROF-CC                   PIC S9(9) BINARY.
000460     05  HBXROF-RC                   PIC S9(9) BINARY.
000470     05  HBXROF-OUTPUT-PARMS         PIC X(1000).
000480     05  HBXROF-DELIVERY-SW          PIC X(01).
000490         88  HBXROF-NOT-COLLECTED          VALUE 'N'.
000500         88  HBXROF-COLLECTED              VALUE 'Y'.
000510     05  HBXROF-COLLECT-DATE         PIC 9(08).
000520     05  FILLER                      PIC X(09).
