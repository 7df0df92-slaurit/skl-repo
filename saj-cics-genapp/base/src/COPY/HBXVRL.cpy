000300* ENTRIES IS NOT VALIDATED - NOTHING CHANGES FOR IT.
000310*
000320* 2026-09-02 JLS  NEW COPYBOOK.
000322* 2026-09-30 JLS  ADD HBX-RC-PROVISIONAL - THE REASON CODE HBXRULE
000324*                 RETURNS WITH A DEGRADED-MODE FALLBACK ANSWER
000326*                 (SEE HBXFBP.CPY).  THE CC IS THE POLICY'S.
000327* 2026-10-14 JLS  ADD HBX-RC-QUOTA-EXCEEDED - THE REASON CODE
000328*                 HBXRULE RETURNS WITH HBR-CC-ERROR WHEN A CALL
000329*                 IS REFUSED AT ITS DAILY CALL QUOTA (HBXQTA.CPY).
000330******************************************************************
000340 01  HBXVRL-ENTRY.
000350     05  HBXVRL-RULEAPP              PIC X(32).
000460     05  HBXVRL-HIGH-VALUE           PIC X(10).
000470     05  FILLER                      PIC X(16).
000480******************************************************************
000490* SITE REASON CODES - CHOSEN WELL CLEAR OF THE VENDOR'S HBR-RC-*
000500* RANGE IN HBRC.CPY.  9001 IS A VALIDATION REJECTION; 9002 MARKS
000502* A PROVISIONAL ANSWER GIVEN FROM THE FALLBACK POLICY WHILE NO
000504* DECISION SERVER WAS AVAILABLE - THE REQUEST IS ALSO QUEUED ON
000506* HBXSUSF FOR A REAL DECISION ONCE THE SERVERS RECOVER.  9003
000507* REFUSES A CALL WHOSE HBXQTAQ DAILY CALL QUOTA IS USED UP - IT
000508* IS NEVER QUEUED FOR REPLAY.
000510******************************************************************
000520 01  HBXVRL-CODES.
000530     05  HBX-RC-INPUT-INVALID        PIC S9(9) BINARY VALUE 9001.
000540     05  HBX-RC-PROVISIONAL          PIC S9(9) BINARY VALUE 9002.
000550     05  HBX-RC-QUOTA-EXCEEDED       PIC S9(9) BINARY VALUE 9003.
