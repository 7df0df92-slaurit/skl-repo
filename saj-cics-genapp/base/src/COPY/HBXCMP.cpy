000100******************************************************************
000110* HBXCMP.CPY
000120*
000130* CHAMPION/CHALLENGER COMPARISON RECORD.
000140*
000150* ONE OCCURRENCE OF THIS RECORD IS WRITTEN TO THE HBXCMPF VSAM
000160* KSDS BY HBXCCEX FOR EVERY SAMPLED REQUEST ON A CHAMPION/
000170* CHALLENGER PAIR (SEE HBXCCP.CPY).  IT HOLDS THE ANSWER THE
000180* CALLER WAS GIVEN BY THE CHAMPION AND THE ANSWER THE CHALLENGER
000190* GAVE TO THE SAME INPUT PARMS, WHETHER THEY AGREED, AND THE
000200* FIRST BYTE OF THE OUTPUT PARMS WHERE THEY DID NOT.  THE INPUT
000210* PARMS ARE NOT REPEATED HERE - THEY ARE ON THE CHAMPION'S
000220* HBXDJRF JOURNAL RECORD, WHOSE KEY THIS RECORD SHARES.
000230* HBXCCRPT READS THE FILE NIGHTLY FOR THE DIVERGENCE REPORT,
000233* AND HBXARCH PURGES RECORDS OLDER THAN THE CMPRETDAYS SITE
000236* PARAMETER (SHIPPED DEFAULT 30 DAYS).
000240*
000250* THE TWO ANSWERS AGREE WHEN THE CC, THE RC AND ALL 1000 BYTES OF
000260* OUTPUT PARMS ARE IDENTICAL.  HBXCMP-FIRST-DIFF IS ZERO WHEN
000270* THE OUTPUT PARMS MATCH (EVEN IF THE CC/RC DID NOT).
000280*
000290* 2026-09-16 JLS  NEW COPYBOOK.
000295* 2026-10-15 JLS  RECORDS NOW PURGED BY HBXARCH AFTER CMPRETDAYS.
000300******************************************************************
000310 01  HBXCMP-RECORD.
000320     05  HBXCMP-KEY.
000330         10  HBXCMP-KEY-DATE         PIC 9(08).
000340         10  HBXCMP-KEY-TIME         PIC 9(06).
000350         10  HBXCMP-KEY-TERMID       PIC X(04).
000360         10  HBXCMP-KEY-USERID       PIC X(08).
000370     05  HBXCMP-CHAMPION             PIC X(32).
000380     05  HBXCMP-CHALLENGER           PIC X(32).
000390     05  HBXCMP-TRANID               PIC X(04).
000400     05  HBXCMP-PROGRAM              PIC X(08).
000410     05  HBXCMP-RULE-USERID          PIC X(08).
000420     05  HBXCMP-SSID                 PIC X(04).
000430     05  HBXCMP-CHAMP-CC             PIC S9(9) BINARY.
000440     05  HBXCMP-CHAMP-RC             PIC S9(9) BINARY.
000450     05  HBXCMP-CHAL-CC              PIC S9(9) BINARY.
000460     05  HBXCMP-CHAL-RC              PIC S9(9) BINARY.
000470     05  HBXCMP-AGREE-SW             PIC X(01).
000480         88  HBXCMP-AGREE                  VALUE 'Y'.
000490         88  HBXCMP-DISAGREE               VALUE 'N'.
000500     05  HBXCMP-FIRST-DIFF           PIC 9(04).
000510     05  HBXCMP-REGION               PIC X(08).
000520     05  HBXCMP-CHAMP-OUTPUT         PIC X(1000).
000530     05  HBXCMP-CHAL-OUTPUT          PIC X(1000).
000540     05  FILLER                      PIC X(17).
