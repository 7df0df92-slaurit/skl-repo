000180* 2026-08-23 JLS  NEW COPYBOOK.
000190* 2026-08-23 JLS  REGENERATED - DETAIL MAP GAINED DPPAGE AND
000200*                 DPRM4/DPRM5 FOR THE 1000-BYTE PARM DISPLAY.
000202* 2026-09-23 JLS  REGENERATED - DETAIL MAP GAINED THE REPLAY
000204*                 DECISION LINE (DRDAT/DRTIM/DRBY/DRUSR/DRCC/DRRC)
000206*                 AND THE DPLBL PARM-AREA LABEL, WHICH REPLACES
000208*                 THE FIXED 'INPUT PARMS:' TEXT.
000210******************************************************************
000220 01  HBXSUQ1I.
000230     05  FILLER                  PIC X(12).
006610     05  FILLER REDEFINES DSTAF.
006620         10  DSTAA             PIC X.
006630     05  DSTAI                 PIC X(10).
006631     05  DRDATL                PIC S9(4) COMP.
006632     05  DRDATF                PIC X.
006633     05  FILLER REDEFINES DRDATF.
006634         10  DRDATA            PIC X.
006635     05  DRDATI                PIC X(8).
006636     05  DRTIML                PIC S9(4) COMP.
006637     05  DRTIMF                PIC X.
006638     05  FILLER REDEFINES DRTIMF.
006639         10  DRTIMA            PIC X.
006640     05  DRTIMI                PIC X(8).
006641     05  DRBYL                 PIC S9(4) COMP.
006642     05  DRBYF                 PIC X.
006643     05  FILLER REDEFINES DRBYF.
006644         10  DRBYA             PIC X.
006645     05  DRBYI                 PIC X(8).
006646     05  DRUSRL                PIC S9(4) COMP.
006647     05  DRUSRF                PIC X.
006648     05  FILLER REDEFINES DRUSRF.
006649         10  DRUSRA            PIC X.
006650     05  DRUSRI                PIC X(8).
006651     05  DRCCL                 PIC S9(4) COMP.
006652     05  DRCCF                 PIC X.
006653     05  FILLER REDEFINES DRCCF.
006654         10  DRCCA             PIC X.
006655     05  DRCCI                 PIC X(4).
006656     05  DRRCL                 PIC S9(4) COMP.
006657     05  DRRCF                 PIC X.
006658     05  FILLER REDEFINES DRRCF.
006659         10  DRRCA             PIC X.
006660     05  DRRCI                 PIC X(5).
006661     05  DPLBLL                PIC S9(4) COMP.
006662     05  DPLBLF                PIC X.
006663     05  FILLER REDEFINES DPLBLF.
006664         10  DPLBLA            PIC X.
006665     05  DPLBLI                PIC X(13).
006666     05  DPPAGEL               PIC S9(4) COMP.
006667     05  DPPAGEF               PIC X.
006668     05  FILLER REDEFINES DPPAGEF.
006670         10  DPPAGEA           PIC X.
006680     05  DPPAGEI               PIC X(13).
006690     05  DPRM1L                PIC S9(4) COMP.
007200     05  DRTYO                 PIC X(3).
007210     05  FILLER                  PIC X(3).
007220     05  DSTAO                 PIC X(10).
007221     05  FILLER                  PIC X(3).
007222     05  DRDATO                PIC X(8).
007223     05  FILLER                  PIC X(3).
007224     05  DRTIMO                PIC X(8).
007225     05  FILLER                  PIC X(3).
007226     05  DRBYO                 PIC X(8).
007227     05  FILLER                  PIC X(3).
007228     05  DRUSRO                PIC X(8).
007229     05  FILLER                  PIC X(3).
007230     05  DRCCO                 PIC X(4).
007231     05  FILLER                  PIC X(3).
007232     05  DRRCO                 PIC X(5).
007233     05  FILLER                  PIC X(3).
007234     05  DPLBLO                PIC X(13).
007235     05  FILLER                  PIC X(3).
007240     05  DPPAGEO               PIC X(13).
007250     05  FILLER                  PIC X(3).
007260     05  DPRM1O                PIC X(76).
