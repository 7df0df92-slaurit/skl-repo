000100******************************************************************
000110* HBXOUT.CPY
000120*
000130* ONE SSID OUTAGE.  HBXSSIF ONLY EVER HOLDS THE LATEST STATUS OF
000140* EACH SSID, SO HBXSSUPD ALSO KEEPS THIS HISTORY IN HBXOUTF (DS
000150* HBX.SSID.OUTAGE): WHEN AN SSID GOES FROM CONNECTED (OR NEVER
000160* SEEN) TO DOWN IT WRITES AN OPEN RECORD KEYED BY THE SSID AND
000170* THE DOWN DATE/TIME, CARRYING THE CC/RC THAT TRIPPED IT AND
000180* WHETHER THE HBXMON PROBE OR LIVE TRAFFIC (HBXCONN) SAW IT
000190* FIRST; WHEN THE SSID NEXT CONNECTS IT CLOSES THAT RECORD WITH
000200* THE UP DATE/TIME AND WHO SAW THE RECOVERY.  AN OPEN RECORD
000210* (HBXOUT-OPEN) IS AN OUTAGE STILL IN PROGRESS.  READ MONTHLY BY
000220* HBXOURPT FOR THE VENDOR SLA AVAILABILITY/MTTR REPORT.
000230*
000240* 2026-09-30 JLS  NEW COPYBOOK.
000250******************************************************************
000260 01  HBXOUT-RECORD.
000270     05  HBXOUT-KEY.
000280         10  HBXOUT-SSID             PIC X(04).
000290         10  HBXOUT-DOWN-DATE        PIC 9(08).
000300         10  HBXOUT-DOWN-TIME        PIC 9(06).
000310     05  HBXOUT-DOWN-CC              PIC S9(9) BINARY.
000320     05  HBXOUT-DOWN-RC              PIC S9(9) BINARY.
000330     05  HBXOUT-DOWN-SOURCE          PIC X(01).
000340         88  HBXOUT-DOWN-BY-MONITOR        VALUE 'M'.
000350         88  HBXOUT-DOWN-BY-TRAFFIC        VALUE 'T'.
000360     05  HBXOUT-STATUS               PIC X(01).
000370         88  HBXOUT-OPEN                   VALUE 'O'.
000380         88  HBXOUT-CLOSED                 VALUE 'C'.
000390     05  HBXOUT-UP-DATE              PIC 9(08).
000400     05  HBXOUT-UP-TIME              PIC 9(06).
000410     05  HBXOUT-UP-SOURCE            PIC X(01).
000420         88  HBXOUT-UP-BY-MONITOR          VALUE 'M'.
000430         88  HBXOUT-UP-BY-TRAFFIC          VALUE 'T'.
000440     05  FILLER                      PIC X(21).
