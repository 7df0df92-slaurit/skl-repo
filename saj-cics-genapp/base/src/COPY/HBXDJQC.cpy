000100******************************************************************
000110* HBXDJQC.CPY
000120*
000130* PSEUDO-CONVERSATIONAL COMMAREA FOR TRANSACTION HBXJ (PROGRAM
000140* HBXDJRQ, THE DECISION JOURNAL LOOKUP).  CARRIES THE SELECTION
000150* (DATE RANGE, USERID, RULEAPP) AND THE HBXDJRF BROWSE POSITION
000160* FORWARD FROM ONE PSEUDO-CONVERSATIONAL LEG TO THE NEXT, PLUS THE
000170* FULL KEY OF EACH ROW ON THE CURRENT LIST PAGE SO AN 'S' TYPED IN
000180* A ROW'S SELECT FIELD CAN BE MAPPED BACK TO THE DECISION IT
000190* SELECTS, AND THE KEY OF THE DECISION SHOWING ON THE DETAIL
000200* SCREEN.
000210*
000220* 2026-09-16 JLS  NEW COPYBOOK.
000230******************************************************************
000240 01  HBXDJQC-AREA.
000250     05  HBXDJQC-MODE                PIC X(01).
000260         88  HBXDJQC-MODE-LIST             VALUE 'L'.
000270         88  HBXDJQC-MODE-DETAIL           VALUE 'D'.
000280     05  HBXDJQC-FROM-DATE           PIC 9(08).
000290     05  HBXDJQC-TO-DATE             PIC 9(08).
000300     05  HBXDJQC-USERID              PIC X(08).
000310     05  HBXDJQC-RULEAPP             PIC X(32).
000320     05  HBXDJQC-PAGE-TOP-KEY        PIC X(26).
000330     05  HBXDJQC-NEXT-KEY            PIC X(26).
000340     05  HBXDJQC-SEL-KEY             PIC X(26).
000350     05  HBXDJQC-PARM-PAGE           PIC 9(01).
000360     05  HBXDJQC-ACTION              PIC X(01).
000370         88  HBXDJQC-ACTION-TOP            VALUE 'T'.
000380         88  HBXDJQC-ACTION-NEXT           VALUE 'N'.
000390         88  HBXDJQC-ACTION-REDISPLAY      VALUE 'R'.
000400     05  HBXDJQC-ROW-KEY             OCCURS 8 TIMES
000410                                     PIC X(26).
