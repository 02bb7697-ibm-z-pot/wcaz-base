      *****************************************************************
      * FRDREVM - symbolic map for mapset FRDRVS / map FRDRVM, as
      * generated from bms/FRDREV.bms (DFHMSD LANG=COBOL,
      * TIOAPFX=YES). Kept in the copybook library so FRDREV
      * compiles without a map assembly step; regenerate whenever
      * the BMS source changes.
      *****************************************************************
       01  FRDREVI.
           02  FILLER                  PIC X(12).
           02  CORRIDL                 PIC S9(4) COMP.
           02  CORRIDF                 PIC X.
           02  FILLER REDEFINES CORRIDF.
               03  CORRIDA             PIC X.
           02  CORRIDI                 PIC X(16).
           02  ACTIONL                 PIC S9(4) COMP.
           02  ACTIONF                 PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA             PIC X.
           02  ACTIONI                 PIC X(1).
           02  HDRL                    PIC S9(4) COMP.
           02  HDRF                    PIC X.
           02  FILLER REDEFINES HDRF.
               03  HDRA                PIC X.
           02  HDRI                    PIC X(70).
           02  HITM1L                  PIC S9(4) COMP.
           02  HITM1F                  PIC X.
           02  FILLER REDEFINES HITM1F.
               03  HITM1A              PIC X.
           02  HITM1I                  PIC X(70).
           02  HITM2L                  PIC S9(4) COMP.
           02  HITM2F                  PIC X.
           02  FILLER REDEFINES HITM2F.
               03  HITM2A              PIC X.
           02  HITM2I                  PIC X(70).
           02  HITM3L                  PIC S9(4) COMP.
           02  HITM3F                  PIC X.
           02  FILLER REDEFINES HITM3F.
               03  HITM3A              PIC X.
           02  HITM3I                  PIC X(70).
           02  HITM4L                  PIC S9(4) COMP.
           02  HITM4F                  PIC X.
           02  FILLER REDEFINES HITM4F.
               03  HITM4A              PIC X.
           02  HITM4I                  PIC X(70).
           02  HITM5L                  PIC S9(4) COMP.
           02  HITM5F                  PIC X.
           02  FILLER REDEFINES HITM5F.
               03  HITM5A              PIC X.
           02  HITM5I                  PIC X(70).
           02  HITM6L                  PIC S9(4) COMP.
           02  HITM6F                  PIC X.
           02  FILLER REDEFINES HITM6F.
               03  HITM6A              PIC X.
           02  HITM6I                  PIC X(70).
           02  HITM7L                  PIC S9(4) COMP.
           02  HITM7F                  PIC X.
           02  FILLER REDEFINES HITM7F.
               03  HITM7A              PIC X.
           02  HITM7I                  PIC X(70).
           02  HITM8L                  PIC S9(4) COMP.
           02  HITM8F                  PIC X.
           02  FILLER REDEFINES HITM8F.
               03  HITM8A              PIC X.
           02  HITM8I                  PIC X(70).
           02  HITM9L                  PIC S9(4) COMP.
           02  HITM9F                  PIC X.
           02  FILLER REDEFINES HITM9F.
               03  HITM9A              PIC X.
           02  HITM9I                  PIC X(70).
           02  HITM10L                 PIC S9(4) COMP.
           02  HITM10F                 PIC X.
           02  FILLER REDEFINES HITM10F.
               03  HITM10A             PIC X.
           02  HITM10I                 PIC X(70).
           02  HITM11L                 PIC S9(4) COMP.
           02  HITM11F                 PIC X.
           02  FILLER REDEFINES HITM11F.
               03  HITM11A             PIC X.
           02  HITM11I                 PIC X(70).
           02  HITM12L                 PIC S9(4) COMP.
           02  HITM12F                 PIC X.
           02  FILLER REDEFINES HITM12F.
               03  HITM12A             PIC X.
           02  HITM12I                 PIC X(70).
           02  MSGLNL                  PIC S9(4) COMP.
           02  MSGLNF                  PIC X.
           02  FILLER REDEFINES MSGLNF.
               03  MSGLNA              PIC X.
           02  MSGLNI                  PIC X(60).
       01  FRDREVO REDEFINES FRDREVI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  CORRIDO                 PIC X(16).
           02  FILLER                  PIC X(3).
           02  ACTIONO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  HDRO                    PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM1O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM2O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM3O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM4O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM5O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM6O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM7O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM8O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM9O                  PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM10O                 PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM11O                 PIC X(70).
           02  FILLER                  PIC X(3).
           02  HITM12O                 PIC X(70).
           02  FILLER                  PIC X(3).
           02  MSGLNO                  PIC X(60).
