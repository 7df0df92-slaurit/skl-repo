000100******************************************************************
000110* HBXOJQC.CPY
000120*
000130* PSEUDO-CONVERSATIONAL COMMAREA FOR TRANSACTION HBXU (PROGRAM
000140* HBXOPJQ, THE OPERATOR ACTION JOURNAL BROWSE).  CARRIES THE
000150* SELECTION (DATE RANGE, USERID, FILE CHANGED) AND THE HBXOPJF
000160* BROWSE POSITION FORWARD FROM ONE PSEUDO-CONVERSATIONAL LEG TO
000170* THE NEXT, PLUS THE FULL KEY OF EACH ROW ON THE CURRENT LIST
000180* PAGE SO AN 'S' TYPED IN A ROW'S SELECT FIELD CAN BE MAPPED BACK
000190* TO THE ENTRY IT SELECTS, AND THE KEY OF THE ENTRY SHOWING ON THE
000200* DETAIL SCREEN.
000210*
000220* 2026-10-07 JLS  NEW COPYBOOK.
000230******************************************************************
000240 01  HBXOJQC-AREA.
000250     05  HBXOJQC-MODE                PIC X(01).
000260         88  HBXOJQC-MODE-LIST             VALUE 'L'.
000270         88  HBXOJQC-MODE-DETAIL           VALUE 'D'.
000280     05  HBXOJQC-FROM-DATE           PIC 9(08).
000290     05  HBXOJQC-TO-DATE             PIC 9(08).
000300     05  HBXOJQC-USERID              PIC X(08).
000310     05  HBXOJQC-FILE                PIC X(08).
000320     05  HBXOJQC-PAGE-TOP-KEY        PIC X(28).
000330     05  HBXOJQC-NEXT-KEY            PIC X(28).
000340     05  HBXOJQC-SEL-KEY             PIC X(28).
000350     05  HBXOJQC-ACTION              PIC X(01).
000360         88  HBXOJQC-ACTION-TOP            VALUE 'T'.
000370         88  HBXOJQC-ACTION-NEXT           VALUE 'N'.
000380         88  HBXOJQC-ACTION-REDISPLAY      VALUE 'R'.
000390     05  HBXOJQC-ROW-KEY             OCCURS 8 TIMES
000400                                     PIC X(28).
