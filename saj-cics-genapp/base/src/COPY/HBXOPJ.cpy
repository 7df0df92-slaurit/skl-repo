000100******************************************************************
000110* HBXOPJ.CPY
000120*
000130* OPERATOR ACTION JOURNAL RECORD.
000140*
000150* ONE OCCURRENCE OF THIS RECORD IS WRITTEN TO THE HBXOPJF VSAM
000160* KSDS BY HBXOPJWR FOR EVERY CHANGE AN OPERATOR MAKES FROM THE
000170* ONLINE WORKBENCHES - A REFERENCE-TABLE ADD, UPDATE OR LIVE
000180* QUEUE REBUILD ON HBXT (HBXTBM), A SUSPENSE CANCEL, FLAG OR
000190* REPLAY ON HBXS (HBXSUSQ), AND AN ALERT ACKNOWLEDGEMENT ON HBXA
000200* (HBXALRQ) - SO AUDIT CAN SEE WHO CHANGED WHAT, FROM WHICH
000210* TERMINAL, WHEN, AND WHAT THE RECORD LOOKED LIKE BEFORE AND
000220* AFTER.  THE HBXU BROWSE (HBXOPJQ) SHOWS IT ONLINE AND THE
000230* WEEKLY HBXOPRPT REPORT (JOB HBXOPRPJ) LISTS IT FOR SIGN-OFF.
000240*
000250* THE KEY IS DATE + TIME + TERMINAL + USERID, THE SAME AS
000260* HBXAUDF, PLUS HBXOPJ-KEY-SEQ - ONE ENTER KEY CAN ACKNOWLEDGE
000270* EIGHT ALERTS IN THE SAME SECOND, SO HBXOPJWR BUMPS THE
000280* SEQUENCE ON A DUPLICATE KEY.  HBXOPJ-FILE NAMES THE FILE
000290* CHANGED AND HBXOPJ-REC-KEY THE KEY OF THE RECORD ON IT.
000300*
000310* THE BEFORE AND AFTER IMAGES ARE DISPLAYABLE TEXT: THE HBXTBLF
000320* ROW AS IT STANDS, OR THE LABELLED HBXOPI.CPY SUMMARY OF AN
000330* HBXSUSF OR HBXALHF RECORD.  A SUSPENSE IMAGE NEVER CARRIES THE
000340* INPUT OR OUTPUT PARMS, SO NO CUSTOMER DATA LANDS HERE.  AN ADD
000350* HAS NO BEFORE IMAGE; A REBUILD HAS NEITHER (THE AFTER IMAGE
000360* NAMES THE LOADER LINKED).
000370*
000380* 2026-10-07 JLS  NEW COPYBOOK.
000390******************************************************************
000400 01  HBXOPJ-RECORD.
000410     05  HBXOPJ-KEY.
000420         10  HBXOPJ-KEY-DATE         PIC 9(08).
000430         10  HBXOPJ-KEY-TIME         PIC 9(06).
000440         10  HBXOPJ-KEY-TERMID       PIC X(04).
000450         10  HBXOPJ-KEY-USERID       PIC X(08).
000460         10  HBXOPJ-KEY-SEQ          PIC 9(02).
000470     05  HBXOPJ-TRANID               PIC X(04).
000480     05  HBXOPJ-PROGRAM              PIC X(08).
000490     05  HBXOPJ-ACTION               PIC X(08).
000500         88  HBXOPJ-ADD                    VALUE 'ADD     '.
000510         88  HBXOPJ-UPDATE                 VALUE 'UPDATE  '.
000520         88  HBXOPJ-REBUILD                VALUE 'REBUILD '.
000530         88  HBXOPJ-CANCEL                 VALUE 'CANCEL  '.
000540         88  HBXOPJ-FLAG                   VALUE 'FLAG    '.
000550         88  HBXOPJ-REPLAY                 VALUE 'REPLAY  '.
000560         88  HBXOPJ-ACK                    VALUE 'ACK     '.
000570     05  HBXOPJ-FILE                 PIC X(08).
000580     05  HBXOPJ-REC-KEY              PIC X(30).
000590     05  HBXOPJ-REGION               PIC X(08).
000600     05  HBXOPJ-BEFORE-IMAGE         PIC X(150).
000610     05  HBXOPJ-AFTER-IMAGE          PIC X(150).
000620     05  FILLER                      PIC X(06).
