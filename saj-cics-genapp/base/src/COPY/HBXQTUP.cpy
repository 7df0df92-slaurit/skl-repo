000100******************************************************************
000110* HBXQTUP.CPY
000120*
000130* PARAMETER AREA PASSED ON THE CALL TO HBXQTUPD, THE COMMON
000140* ROUTINE THAT BUMPS TODAY'S HBXQUSF USAGE COUNT FOR ONE DAILY
000150* CALL QUOTA.  HBXRULE PASSES THE MATCHING HBXQTAQ ENTRY'S KEY,
000160* LIMIT, WARNING PERCENTAGE AND ACTION; HBXQTUPD HANDS BACK THE
000170* DAY'S COUNT INCLUDING THIS CALL AND SAYS WHETHER THE CALL IS
000180* PAST THE LIMIT AND WHETHER IT IS THE ONE THAT FIRST REACHED
000190* THE WARNING LEVEL OR FIRST WENT PAST THE LIMIT - THE TWO
000200* EVENTS HBXRULE RAISES AN ALERT FOR, ONCE EACH PER QUOTA PER
000210* DAY.  HBXQTUP-RESP 1 MEANS THE FILE COULD NOT BE UPDATED; THE
000220* CALL IS THEN LET THROUGH UNCOUNTED.
000230*
000240* 2026-10-14 JLS  NEW COPYBOOK.
000250******************************************************************
000260 01  HBXQTUP-AREA.
000270     05  HBXQTUP-TRANID              PIC X(04).
000280     05  HBXQTUP-RULEAPP             PIC X(32).
000290     05  HBXQTUP-DAILY-LIMIT         PIC S9(9) BINARY.
000300     05  HBXQTUP-WARN-PCT            PIC S9(4) BINARY.
000310     05  HBXQTUP-ACTION              PIC X(01).
000320         88  HBXQTUP-REJECT                VALUE 'R'.
000330         88  HBXQTUP-ALLOW-ALERT           VALUE 'A'.
000340     05  HBXQTUP-CALL-COUNT          PIC S9(9) BINARY.
000350     05  HBXQTUP-OVER-SW             PIC X(01).
000360         88  HBXQTUP-OVER-LIMIT            VALUE 'Y'.
000370     05  HBXQTUP-WARN-NOW-SW         PIC X(01).
000380         88  HBXQTUP-WARN-NOW              VALUE 'Y'.
000390     05  HBXQTUP-LIMIT-NOW-SW        PIC X(01).
000400         88  HBXQTUP-LIMIT-NOW             VALUE 'Y'.
000410     05  HBXQTUP-RESP                PIC S9(9) BINARY.
000420         88  HBXQTUP-OK                    VALUE 0.
000430         88  HBXQTUP-UPDATE-FAILED         VALUE 1.
