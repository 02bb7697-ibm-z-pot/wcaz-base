      *****************************************************************
      * ADJRMNTM - symbolic map for mapset ADJRMS / map ADJRMM, as
      * generated from bms/ADJRMNT.bms (DFHMSD LANG=COBOL,
      * TIOAPFX=YES). Kept in the copybook library so ADJRMNT
      * compiles without a map assembly step; regenerate whenever
      * the BMS source changes.
      *****************************************************************
       01  ADJRMNTI.
           02  FILLER                  PIC X(12).
           02  RSNCDL                  PIC S9(4) COMP.
           02  RSNCDF                  PIC X.
           02  FILLER REDEFINES RSNCDF.
               03  RSNCDA              PIC X.
           02  RSNCDI                  PIC X(4).
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
           02  RDIRL                   PIC S9(4) COMP.
           02  RDIRF                   PIC X.
           02  FILLER REDEFINES RDIRF.
               03  RDIRA               PIC X.
           02  RDIRI                   PIC X(1).
           02  STMTXTL                 PIC S9(4) COMP.
           02  STMTXTF                 PIC X.
           02  FILLER REDEFINES STMTXTF.
               03  STMTXTA             PIC X.
           02  STMTXTI                 PIC X(30).
           02  GLACCTL                 PIC S9(4) COMP.
           02  GLACCTF                 PIC X.
           02  FILLER REDEFINES GLACCTF.
               03  GLACCTA             PIC X.
           02  GLACCTI                 PIC X(10).
           02  TAXCLSL                 PIC S9(4) COMP.
           02  TAXCLSF                 PIC X.
           02  FILLER REDEFINES TAXCLSF.
               03  TAXCLSA             PIC X.
           02  TAXCLSI                 PIC X(1).
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
       01  ADJRMNTO REDEFINES ADJRMNTI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  RSNCDO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  ACTIONO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  STATO                   PIC X(1).
           02  FILLER                  PIC X(3).
           02  RDIRO                   PIC X(1).
           02  FILLER                  PIC X(3).
           02  STMTXTO                 PIC X(30).
           02  FILLER                  PIC X(3).
           02  GLACCTO                 PIC X(10).
           02  FILLER                  PIC X(3).
           02  TAXCLSO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  UPDUSRO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  UPDDTEO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  MSGLNO                  PIC X(60).
