           02  FILLER REDEFINES DETLF.
               03  DETLA               PIC X.
           02  DETLI                   PIC X(20).
           02  PAYEEL                  PIC S9(4) COMP.
           02  PAYEEF                  PIC X.
           02  FILLER REDEFINES PAYEEF.
               03  PAYEEA              PIC X.
           02  PAYEEI                  PIC X(10).
           02  DSTATL                  PIC S9(4) COMP.
           02  DSTATF                  PIC X.
           02  FILLER REDEFINES DSTATF.
           02  FILLER                  PIC X(3).
           02  DETLO                   PIC X(20).
           02  FILLER                  PIC X(3).
           02  PAYEEO                  PIC X(10).
           02  FILLER                  PIC X(3).
           02  DSTATO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  DRETRYO                 PIC X(2).
