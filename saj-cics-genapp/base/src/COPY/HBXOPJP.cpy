000100******************************************************************
000110* HBXOPJP.CPY
000120*
000130* PARAMETER AREA PASSED ON THE CALL TO HBXOPJWR.
000140*
000150* HBXTBM, HBXSUSQ AND HBXALRQ BUILD ONE OF THESE AND ISSUE
000160*
000170*     EXEC CICS LINK PROGRAM('HBXOPJWR')
000180*               COMMAREA(HBXOPJP-AREA)
000190*               LENGTH(LENGTH OF HBXOPJP-AREA)
000200*     END-EXEC
000210*
000220* RIGHT AFTER EACH SUCCESSFUL CHANGE TO HBXTBLF, HBXSUSF OR
000230* HBXALHF.  HBXOPJWR STAMPS THE DATE, TIME, TERMINAL, USERID
000240* AND REGION ITSELF; THE CALLER SUPPLIES ITS TRANSACTION AND
000250* PROGRAM, WHAT WAS DONE, TO WHICH RECORD, AND THE BEFORE AND
000260* AFTER IMAGES (SPACES WHERE THERE IS NONE).
000270*
000280* 2026-10-07 JLS  NEW COPYBOOK.
000290******************************************************************
000300 01  HBXOPJP-AREA.
000310     05  HBXOPJP-TRANID              PIC X(04).
000320     05  HBXOPJP-PROGRAM             PIC X(08).
000330     05  HBXOPJP-ACTION              PIC X(08).
000340     05  HBXOPJP-FILE                PIC X(08).
000350     05  HBXOPJP-REC-KEY             PIC X(30).
000360     05  HBXOPJP-BEFORE-IMAGE        PIC X(150).
000370     05  HBXOPJP-AFTER-IMAGE         PIC X(150).
000380     05  HBXOPJP-RESP                PIC S9(9) BINARY.
000390         88  HBXOPJP-OK                    VALUE 0.
000400         88  HBXOPJP-WRITE-FAILED          VALUE 1.
