000390*                 WITHOUT TRUNCATION.  RECORD LENGTH 295 -> 1095
000400*                 - THE CLUSTER MUST BE REDEFINED (HBXVDEF.JCL)
000410*                 AND ANY EXISTING RECORDS UNLOADED/RELOADED.
000411* 2026-09-23 JLS  KEEP THE DECISION A SUCCESSFUL REPLAY RETURNS.
000412*                 HBXSUSP-REPLAY-DECISION HOLDS THE REPLAY'S
000413*                 OUTPUT PARMS AND FINAL CC/RC, WHEN AND BY WHAT
000414*                 (HBXRRST, HBXMON OR HBXSUSQ) IT WAS REPLAYED,
000415*                 AND THE OPERATOR FOR AN HBXSUSQ REPLAY.  THE
000416*                 ORIGINATING TRANSACTION AND PROGRAM ARE NOW
000417*                 CARRIED (FROM THE OLD TRAILING FILLER) SO THE
000418*                 LATE DECISION CAN BE ROUTED BACK TO THE FRONT
000419*                 END THROUGH THE HBXROFF REPLAY-OUTCOME FEED.
000420*                 RECORD LENGTH 1095 -> 2140 - REDEFINE THE
000421*                 CLUSTER (HBXVDEF.JCL) AND UNLOAD/RELOAD IT.
000422* 2026-09-30 JLS  DEGRADED-MODE FALLBACK.  A REQUEST HBXRULE
000423*                 ANSWERED PROVISIONALLY FROM THE FALLBACK POLICY
000424*                 (NO DECISION SERVER AVAILABLE) IS QUEUED HERE
000425*                 AS PENDING LIKE ANY SEVERE FAILURE, WITH
000426*                 HBXSUSP-PROVISIONAL-DECISION HOLDING THE CC AND
000427*                 OUTPUT IT WAS GIVEN AND THE COMPARE LENGTH, SO
000428*                 HBXFBRPT CAN SAY WHETHER THE REAL DECISION
000429*                 AGREED.  FAIL-CC/FAIL-RC HOLD THE DEGRADED
000430*                 CONDITION THAT TRIGGERED IT.  RECORD LENGTH
000431*                 2140 -> 2200 - REDEFINE THE CLUSTER AND
000432*                 UNLOAD/RELOAD IT.
000433******************************************************************
000434 01  HBXSUSP-RECORD.
000440     05  HBXSUSP-KEY.
000450         10  HBXSUSP-KEY-DATE        PIC 9(08).
000460         10  HBXSUSP-KEY-TIME        PIC 9(06).
000580         88  HBXSUSP-EXHAUSTED             VALUE 'X'.
000590         88  HBXSUSP-CANCELLED             VALUE 'D'.
000600         88  HBXSUSP-FLAGGED               VALUE 'F'.
000610     05  HBXSUSP-TRANID              PIC X(04).
000611     05  HBXSUSP-ORIG-PROGRAM        PIC X(08).
000612     05  FILLER                      PIC X(10).
000613     05  HBXSUSP-REPLAY-DECISION.
000614         10  HBXSUSP-RPL-SW          PIC X(01).
000615             88  HBXSUSP-HAS-DECISION      VALUE 'Y'.
000616         10  HBXSUSP-RPL-DATE        PIC 9(08).
000617         10  HBXSUSP-RPL-TIME        PIC 9(06).
000618         10  HBXSUSP-RPL-BY          PIC X(08).
000619         10  HBXSUSP-RPL-USERID      PIC X(08).
000620         10  HBXSUSP-RPL-CC          PIC S9(9) BINARY.
000621         10  HBXSUSP-RPL-RC          PIC S9(9) BINARY.
000622         10  HBXSUSP-RPL-OUTPUT-PARMS
000623                                     PIC X(1000).
000633     05  HBXSUSP-PROVISIONAL-DECISION.
000643         10  HBXSUSP-PROV-SW         PIC X(01).
000653             88  HBXSUSP-PROVISIONAL       VALUE 'Y'.
000663         10  HBXSUSP-PROV-CC         PIC S9(9) BINARY.
000673         10  HBXSUSP-PROV-CMP-LEN    PIC 9(02).
000683         10  HBXSUSP-PROV-OUTPUT     PIC X(40).
000693     05  FILLER                      PIC X(19).
