      *****************************************************************
      * FRLMNTM - symbolic map for mapset FRLMNS / map FRLMNM, as
      * generated from bms/FRLMNT.bms (DFHMSD LANG=COBOL,
      * TIOAPFX=YES). Kept in the copybook library so FRLMNT
      * compiles without a map assembly step; regenerate whenever
      * the BMS source changes.
      *****************************************************************
       01  FRLMNTI.
           02  FILLER                  PIC X(12).
           02  RULEIDL                 PIC S9(4) COMP.
           02  RULEIDF                 PIC X.
           02  FILLER REDEFINES RULEIDF.
               03  RULEIDA             PIC X.
           02  RULEIDI                 PIC X(8).
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
           02  RTYPEL                  PIC S9(4) COMP.
           02  RTYPEF                  PIC X.
           02  FILLER REDEFINES RTYPEF.
               03  RTYPEA              PIC X.
           02  RTYPEI                  PIC X(1).
           02  DESCL                   PIC S9(4) COMP.
           02  DESCF                   PIC X.
           02  FILLER REDEFINES DESCF.
               03  DESCA               PIC X.
           02  DESCI                   PIC X(30).
           02  WINDOWL                 PIC S9(4) COMP.
           02  WINDOWF                 PIC X.
           02  FILLER REDEFINES WINDOWF.
               03  WINDOWA             PIC X.
           02  WINDOWI                 PIC X(4).
           02  MAXCNTL                 PIC S9(4) COMP.
           02  MAXCNTF                 PIC X.
           02  FILLER REDEFINES MAXCNTF.
               03  MAXCNTA             PIC X.
           02  MAXCNTI                 PIC X(4).
           02  MAXVALL                 PIC S9(4) COMP.
           02  MAXVALF                 PIC X.
           02  FILLER REDEFINES MAXVALF.
               03  MAXVALA             PIC X.
           02  MAXVALI                 PIC X(11).
           02  MULTL                   PIC S9(4) COMP.
           02  MULTF                   PIC X.
           02  FILLER REDEFINES MULTF.
               03  MULTA               PIC X.
           02  MULTI                   PIC X(3).
           02  MINAMTL                 PIC S9(4) COMP.
           02  MINAMTF                 PIC X.
           02  FILLER REDEFINES MINAMTF.
               03  MINAMTA             PIC X.
           02  MINAMTI                 PIC X(11).
           02  FREEZEL                 PIC S9(4) COMP.
           02  FREEZEF                 PIC X.
           02  FILLER REDEFINES FREEZEF.
               03  FREEZEA             PIC X.
           02  FREEZEI                 PIC X(1).
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
       01  FRLMNTO REDEFINES FRLMNTI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  RULEIDO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  ACTIONO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  STATO                   PIC X(1).
           02  FILLER                  PIC X(3).
           02  RTYPEO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  DESCO                   PIC X(30).
           02  FILLER                  PIC X(3).
           02  WINDOWO                 PIC X(4).
           02  FILLER                  PIC X(3).
           02  MAXCNTO                 PIC X(4).
           02  FILLER                  PIC X(3).
           02  MAXVALO                 PIC X(11).
           02  FILLER                  PIC X(3).
           02  MULTO                   PIC X(3).
           02  FILLER                  PIC X(3).
           02  MINAMTO                 PIC X(11).
           02  FILLER                  PIC X(3).
           02  FREEZEO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  UPDUSRO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  UPDDTEO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  MSGLNO                  PIC X(60).
