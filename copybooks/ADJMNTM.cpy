      *****************************************************************
      * ADJMNTM - symbolic map for mapset ADJMNS / map ADJMNM, as
      * generated from bms/ADJMNT.bms (DFHMSD LANG=COBOL,
      * TIOAPFX=YES). Kept in the copybook library so ADJMNT
      * compiles without a map assembly step; regenerate whenever
      * the BMS source changes.
      *****************************************************************
       01  ADJMNTI.
           02  FILLER                  PIC X(12).
           02  ADJIDL                  PIC S9(4) COMP.
           02  ADJIDF                  PIC X.
           02  FILLER REDEFINES ADJIDF.
               03  ADJIDA              PIC X.
           02  ADJIDI                  PIC X(16).
           02  ACTIONL                 PIC S9(4) COMP.
           02  ACTIONF                 PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA             PIC X.
           02  ACTIONI                 PIC X(1).
           02  ACCTL                   PIC S9(4) COMP.
           02  ACCTF                   PIC X.
           02  FILLER REDEFINES ACCTF.
               03  ACCTA               PIC X.
           02  ACCTI                   PIC X(10).
           02  DRCRL                   PIC S9(4) COMP.
           02  DRCRF                   PIC X.
           02  FILLER REDEFINES DRCRF.
               03  DRCRA               PIC X.
           02  DRCRI                   PIC X(1).
           02  ADJAMTL                 PIC S9(4) COMP.
           02  ADJAMTF                 PIC X.
           02  FILLER REDEFINES ADJAMTF.
               03  ADJAMTA             PIC X.
           02  ADJAMTI                 PIC X(11).
           02  REASONL                 PIC S9(4) COMP.
           02  REASONF                 PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA             PIC X.
           02  REASONI                 PIC X(4).
           02  RSNTXTL                 PIC S9(4) COMP.
           02  RSNTXTF                 PIC X.
           02  FILLER REDEFINES RSNTXTF.
               03  RSNTXTA             PIC X.
           02  RSNTXTI                 PIC X(30).
           02  RELCIDL                 PIC S9(4) COMP.
           02  RELCIDF                 PIC X.
           02  FILLER REDEFINES RELCIDF.
               03  RELCIDA             PIC X.
           02  RELCIDI                 PIC X(16).
           02  NOTEL                   PIC S9(4) COMP.
           02  NOTEF                   PIC X.
           02  FILLER REDEFINES NOTEF.
               03  NOTEA               PIC X.
           02  NOTEI                   PIC X(30).
           02  ASTATL                  PIC S9(4) COMP.
           02  ASTATF                  PIC X.
           02  FILLER REDEFINES ASTATF.
               03  ASTATA              PIC X.
           02  ASTATI                  PIC X(14).
           02  MKUSRL                  PIC S9(4) COMP.
           02  MKUSRF                  PIC X.
           02  FILLER REDEFINES MKUSRF.
               03  MKUSRA              PIC X.
           02  MKUSRI                  PIC X(8).
           02  MKDTL                   PIC S9(4) COMP.
           02  MKDTF                   PIC X.
           02  FILLER REDEFINES MKDTF.
               03  MKDTA               PIC X.
           02  MKDTI                   PIC X(8).
           02  CKUSRL                  PIC S9(4) COMP.
           02  CKUSRF                  PIC X.
           02  FILLER REDEFINES CKUSRF.
               03  CKUSRA              PIC X.
           02  CKUSRI                  PIC X(8).
           02  CKDTL                   PIC S9(4) COMP.
           02  CKDTF                   PIC X.
           02  FILLER REDEFINES CKDTF.
               03  CKDTA               PIC X.
           02  CKDTI                   PIC X(8).
           02  MSGLNL                  PIC S9(4) COMP.
           02  MSGLNF                  PIC X.
           02  FILLER REDEFINES MSGLNF.
               03  MSGLNA              PIC X.
           02  MSGLNI                  PIC X(60).
       01  ADJMNTO REDEFINES ADJMNTI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  ADJIDO                  PIC X(16).
           02  FILLER                  PIC X(3).
           02  ACTIONO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  ACCTO                   PIC X(10).
           02  FILLER                  PIC X(3).
           02  DRCRO                   PIC X(1).
           02  FILLER                  PIC X(3).
           02  ADJAMTO                 PIC X(11).
           02  FILLER                  PIC X(3).
           02  REASONO                 PIC X(4).
           02  FILLER                  PIC X(3).
           02  RSNTXTO                 PIC X(30).
           02  FILLER                  PIC X(3).
           02  RELCIDO                 PIC X(16).
           02  FILLER                  PIC X(3).
           02  NOTEO                   PIC X(30).
           02  FILLER                  PIC X(3).
           02  ASTATO                  PIC X(14).
           02  FILLER                  PIC X(3).
           02  MKUSRO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  MKDTO                   PIC X(8).
           02  FILLER                  PIC X(3).
           02  CKUSRO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  CKDTO                   PIC X(8).
           02  FILLER                  PIC X(3).
           02  MSGLNO                  PIC X(60).
