000100******************************************************************
000110* HBXRCT.CPY
000120*
000130* END-OF-DAY RUN-CONTROL RECORD.
000140*
000150* ONE OCCURRENCE PER BUSINESS DATE PER NIGHTLY BATCH STEP IS KEPT
000160* IN THE HBXRCTF VSAM KSDS (DS HBX.RUN.CONTROL).  EVERY PROGRAM IN
000170* THE NIGHTLY CHAIN (SEE HBXRCTS.CPY FOR THE STEPS AND WHAT EACH
000180* ONE WAITS FOR) READS ITS PREREQUISITES' RECORDS BEFORE IT
000190* TOUCHES ANY FILE AND REFUSES TO RUN UNLESS EVERY ONE OF THEM
000200* IS HBXRCT-COMPLETED FOR THE SAME BUSINESS DATE; IT ALSO REFUSES
000210* IF ITS OWN RECORD IS ALREADY COMPLETED, UNLESS THE HBXRCTC
000220* CONTROL CARD FORCES THE RUN.  OTHERWISE IT WRITES (OR, ON A
000230* RERUN, REWRITES) ITS OWN RECORD AS HBXRCT-STARTED WITH THE
000240* START DATE AND TIME, AND AT THE END OF THE RUN REWRITES IT
000250* WITH THE END DATE AND TIME, UP TO FOUR LABELLED RECORD COUNTS
000260* AND THE RETURN CODE - HBXRCT-COMPLETED FOR RC 0 OR 4,
000270* HBXRCT-FAILED FOR ANYTHING HIGHER.  A RECORD LEFT AT
000280* HBXRCT-STARTED IS A STEP THAT ABENDED OR IS STILL RUNNING.
000290* HBXRCT-RUN-COUNT IS THE NUMBER OF TIMES THE STEP HAS BEEN
000300* STARTED FOR THE DATE, AND HBXRCT-FORCED MARKS A RUN THAT WAS
000310* FORCED PAST THE CHECKS.  HBXEODR PRINTS THE WHOLE DATE FOR THE
000320* MORNING SHIFT.
000330*
000340* 2026-10-14 JLS  NEW COPYBOOK.
000350******************************************************************
000360 01  HBXRCT-RECORD.
000370     05  HBXRCT-KEY.
000380         10  HBXRCT-KEY-DATE         PIC 9(08).
000390         10  HBXRCT-KEY-STEP         PIC X(08).
000400     05  HBXRCT-STATUS               PIC X(01).
000410         88  HBXRCT-STARTED                VALUE 'S'.
000420         88  HBXRCT-COMPLETED              VALUE 'C'.
000430         88  HBXRCT-FAILED                 VALUE 'F'.
000440     05  HBXRCT-START-DATE           PIC 9(08).
000450     05  HBXRCT-START-TIME           PIC 9(06).
000460     05  HBXRCT-END-DATE             PIC 9(08).
000470     05  HBXRCT-END-TIME             PIC 9(06).
000480     05  HBXRCT-COUNTS.
000490         10  HBXRCT-COUNT-ENTRY OCCURS 4 TIMES.
000500             15  HBXRCT-COUNT-LABEL  PIC X(16).
000510             15  HBXRCT-COUNT-VALUE  PIC 9(09).
000520     05  HBXRCT-RC                   PIC 9(04).
000530     05  HBXRCT-FORCED-SW            PIC X(01).
000540         88  HBXRCT-FORCED                 VALUE 'Y'.
000550     05  HBXRCT-RUN-COUNT            PIC 9(03).
000560     05  FILLER                      PIC X(47).
