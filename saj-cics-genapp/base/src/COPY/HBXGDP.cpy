000100******************************************************************
000110* HBXGDP.CPY
000120*
000130* PARAMETER AREA PASSED ON THE CALL TO HBXGDRV.
000140*
000150* HBXGDRV DRIVES ONE HBRRULE CALL AT ONE NAMED SSID AND NOTHING
000160* ELSE - NO ATTEMPT COUNT, NO AUDIT RECORD, NO DECISION JOURNAL,
000170* NO SUSPENSE QUEUING AND NO RESULT CACHE.  IT EXISTS FOR THE
000180* HBXGOLD GOLDEN-CASE REGRESSION RUN, WHICH MUST SEE EACH
000190* SERVER'S OWN ANSWER (A CACHED ANSWER WOULD HIDE THE VERY DRIFT
000200* IT IS LOOKING FOR) AND MUST NOT MIX TEST TRAFFIC INTO THE
000210* PRODUCTION AUDIT, RECONCILIATION AND REPLAY FILES.  BATCH
000220* CALLERS LINK TO IT OVER EXCI.  HBXGDP-LINK-FAILED COMES BACK
000230* SET WHEN THE SSID COULD NOT BE REACHED AT ALL, AS OPPOSED TO A
000240* SERVER THAT ANSWERED WITH A FAILURE CC.
000250*
000260* 2026-09-23 JLS  NEW COPYBOOK.
000270******************************************************************
000280 01  HBXGDP-AREA.
000290     05  HBXGDP-SSID                 PIC X(04).
000300     05  HBXGDP-USERID               PIC X(08).
000310     05  HBXGDP-RULEAPP              PIC X(32).
000320     05  HBXGDP-INPUT-PARMS          PIC X(1000).
000330     05  HBXGDP-OUTPUT-PARMS         PIC X(1000).
000340     05  HBXGDP-CC                   PIC S9(9) BINARY.
000350     05  HBXGDP-RC                   PIC S9(9) BINARY.
000360     05  HBXGDP-RESP                 PIC S9(9) BINARY.
000370         88  HBXGDP-OK                     VALUE 0.
000380         88  HBXGDP-LINK-FAILED            VALUE 1.
