000210*                 PROBE).  HBXSSUPD FOLDS IT INTO THE SMOOTHED
000220*                 HBXSSID-AVG-ELAPSED-MS FOR THE HBXCONN
000230*                 TRAFFIC BALANCING.  RECOMPILE EVERY CALLER.
000231* 2026-09-30 JLS  ADD HBXSSUP-SOURCE - WHO MADE THE ATTEMPT, THE
000232*                 HBXMON PROBE OR LIVE TRAFFIC THROUGH HBXCONN -
000233*                 FOR THE HBXOUTF OUTAGE HISTORY, AND RESP 2 WHEN
000234*                 THE STATUS WAS RECORDED BUT THE HISTORY WRITE
000235*                 FAILED.  RECOMPILE EVERY CALLER.
000240******************************************************************
000250 01  HBXSSUP-AREA.
000260     05  HBXSSUP-SSID                PIC X(04).
000270     05  HBXSSUP-CC                  PIC S9(9) BINARY.
000280     05  HBXSSUP-RC                  PIC S9(9) BINARY.
000290     05  HBXSSUP-ELAPSED-MS          PIC S9(9) BINARY.
000292     05  HBXSSUP-SOURCE              PIC X(01).
000294         88  HBXSSUP-FROM-MONITOR          VALUE 'M'.
000296         88  HBXSSUP-FROM-TRAFFIC          VALUE 'T'.
000300     05  HBXSSUP-RESP                PIC S9(9) BINARY.
000310         88  HBXSSUP-OK                    VALUE 0.
000320         88  HBXSSUP-UPDATE-FAILED         VALUE 1.
000330         88  HBXSSUP-HISTORY-FAILED        VALUE 2.

