      *****************************************************************
      * PYEMNTM - symbolic map for mapset PYEMNS / map PYEMNM, as
      * generated from bms/PYEMNT.bms (DFHMSD LANG=COBOL,
      * TIOAPFX=YES). Kept in the copybook library so PYEMNT
      * compiles without a map assembly step; regenerate whenever
      * the BMS source changes.
      *****************************************************************
       01  PYEMNTI.
           02  FILLER                  PIC X(12).
           02  PAYEIDL                 PIC S9(4) COMP.
           02  PAYEIDF                 PIC X.
           02  FILLER REDEFINES PAYEIDF.
               03  PAYEIDA             PIC X.
           02  PAYEIDI                 PIC X(10).
           02  ACTIONL                 PIC S9(4) COMP.
           02  ACTIONF                 PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA             PIC X.
           02  ACTIONI                 PIC X(1).
           02  STATL                   PIC S9(4) COMP.
           02  STATF                   PIC X.
           02  FILLER REDEFINES STATF.
               03  STATA               PIC X.
           02  STATI                   PIC X(1).
           02  ROUTEL                  PIC S9(4) COMP.
           02  ROUTEF                  PIC X.
           02  FILLER REDEFINES ROUTEF.
               03  ROUTEA              PIC X.
           02  ROUTEI                  PIC X(9).
           02  BENACCL                 PIC S9(4) COMP.
           02  BENACCF                 PIC X.
           02  FILLER REDEFINES BENACCF.
               03  BENACCA             PIC X.
           02  BENACCI                 PIC X(17).
           02  BNAMEL                  PIC S9(4) COMP.
           02  BNAMEF                  PIC X.
           02  FILLER REDEFINES BNAMEF.
               03  BNAMEA              PIC X.
           02  BNAMEI                  PIC X(22).
           02  UPDUSRL                 PIC S9(4) COMP.
           02  UPDUSRF                 PIC X.
           02  FILLER REDEFINES UPDUSRF.
               03  UPDUSRA             PIC X.
           02  UPDUSRI                 PIC X(8).
           02  UPDDTEL                 PIC S9(4) COMP.
           02  UPDDTEF                 PIC X.
           02  FILLER REDEFINES UPDDTEF.
               03  UPDDTEA             PIC X.
           02  UPDDTEI                 PIC X(8).
           02  MSGLNL                  PIC S9(4) COMP.
           02  MSGLNF                  PIC X.
           02  FILLER REDEFINES MSGLNF.
               03  MSGLNA              PIC X.
           02  MSGLNI                  PIC X(60).
       01  PYEMNTO REDEFINES PYEMNTI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  PAYEIDO                 PIC X(10).
           02  FILLER                  PIC X(3).
           02  ACTIONO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  STATO                   PIC X(1).
           02  FILLER                  PIC X(3).
           02  ROUTEO                  PIC X(9).
           02  FILLER                  PIC X(3).
           02  BENACCO                 PIC X(17).
           02  FILLER                  PIC X(3).
           02  BNAMEO                  PIC X(22).
           02  FILLER                  PIC X(3).
           02  UPDUSRO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  UPDDTEO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  MSGLNO                  PIC X(60).
