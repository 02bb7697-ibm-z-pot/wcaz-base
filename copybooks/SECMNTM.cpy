           02  FILLER REDEFINES ALWREVF.
               03  ALWREVA             PIC X.
           02  ALWREVI                 PIC X(1).
           02  ALWFRDL                 PIC S9(4) COMP.
           02  ALWFRDF                 PIC X.
           02  FILLER REDEFINES ALWFRDF.
               03  ALWFRDA             PIC X.
           02  ALWFRDI                 PIC X(1).
           02  ALWDEPL                 PIC S9(4) COMP.
           02  ALWDEPF                 PIC X.
           02  FILLER REDEFINES ALWDEPF.
           02  FILLER                  PIC X(3).
           02  ALWREVO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  ALWFRDO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  ALWDEPO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  ALWAPPO                 PIC X(1).
