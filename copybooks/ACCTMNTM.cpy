           02  FILLER REDEFINES UPDDTEF.
               03  UPDDTEA             PIC X.
           02  UPDDTEI                 PIC X(8).
           02  IDCHKL                  PIC S9(4) COMP.
           02  IDCHKF                  PIC X.
           02  FILLER REDEFINES IDCHKF.
               03  IDCHKA              PIC X.
           02  IDCHKI                  PIC X(1).
           02  IDPHONL                 PIC S9(4) COMP.
           02  IDPHONF                 PIC X.
           02  FILLER REDEFINES IDPHONF.
               03  IDPHONA             PIC X.
           02  IDPHONI                 PIC X(15).
           02  MSGLNL                  PIC S9(4) COMP.
           02  MSGLNF                  PIC X.
           02  FILLER REDEFINES MSGLNF.
           02  FILLER                  PIC X(3).
           02  UPDDTEO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  IDCHKO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  IDPHONO                 PIC X(15).
           02  FILLER                  PIC X(3).
           02  MSGLNO                  PIC X(60).
