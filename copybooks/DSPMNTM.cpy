      *****************************************************************
      * DSPMNTM - symbolic map for mapset DSPMNS / map DSPMNM, as
      * generated from bms/DSPMNT.bms (DFHMSD LANG=COBOL,
      * TIOAPFX=YES). Kept in the copybook library so DSPMNT
      * compiles without a map assembly step; regenerate whenever
      * the BMS source changes.
      *****************************************************************
       01  DSPMNTI.
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
           02  REASONL                 PIC S9(4) COMP.
           02  REASONF                 PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA             PIC X.
           02  REASONI                 PIC X(4).
           02  DSPAMTL                 PIC S9(4) COMP.
           02  DSPAMTF                 PIC X.
           02  FILLER REDEFINES DSPAMTF.
               03  DSPAMTA             PIC X.
           02  DSPAMTI                 PIC X(11).
           02  DACCTL                  PIC S9(4) COMP.
           02  DACCTF                  PIC X.
           02  FILLER REDEFINES DACCTF.
               03  DACCTA              PIC X.
           02  DACCTI                  PIC X(10).
           02  DTAMTL                  PIC S9(4) COMP.
           02  DTAMTF                  PIC X.
           02  FILLER REDEFINES DTAMTF.
               03  DTAMTA              PIC X.
           02  DTAMTI                  PIC X(13).
           02  DTDATEL                 PIC S9(4) COMP.
           02  DTDATEF                 PIC X.
           02  FILLER REDEFINES DTDATEF.
               03  DTDATEA             PIC X.
           02  DTDATEI                 PIC X(8).
           02  DTFLAGL                 PIC S9(4) COMP.
           02  DTFLAGF                 PIC X.
           02  FILLER REDEFINES DTFLAGF.
               03  DTFLAGA             PIC X.
           02  DTFLAGI                 PIC X(12).
           02  DCSTATL                 PIC S9(4) COMP.
           02  DCSTATF                 PIC X.
           02  FILLER REDEFINES DCSTATF.
               03  DCSTATA             PIC X.
           02  DCSTATI                 PIC X(14).
           02  DRSNTXL                 PIC S9(4) COMP.
           02  DRSNTXF                 PIC X.
           02  FILLER REDEFINES DRSNTXF.
               03  DRSNTXA             PIC X.
           02  DRSNTXI                 PIC X(30).
           02  DDAMTL                  PIC S9(4) COMP.
           02  DDAMTF                  PIC X.
           02  FILLER REDEFINES DDAMTF.
               03  DDAMTA              PIC X.
           02  DDAMTI                  PIC X(13).
           02  DPROVL                  PIC S9(4) COMP.
           02  DPROVF                  PIC X.
           02  FILLER REDEFINES DPROVF.
               03  DPROVA              PIC X.
           02  DPROVI                  PIC X(16).
           02  DPRDTL                  PIC S9(4) COMP.
           02  DPRDTF                  PIC X.
           02  FILLER REDEFINES DPRDTF.
               03  DPRDTA              PIC X.
           02  DPRDTI                  PIC X(8).
           02  DFINALL                 PIC S9(4) COMP.
           02  DFINALF                 PIC X.
           02  FILLER REDEFINES DFINALF.
               03  DFINALA             PIC X.
           02  DFINALI                 PIC X(16).
           02  DOPUSRL                 PIC S9(4) COMP.
           02  DOPUSRF                 PIC X.
           02  FILLER REDEFINES DOPUSRF.
               03  DOPUSRA             PIC X.
           02  DOPUSRI                 PIC X(8).
           02  DOPDTL                  PIC S9(4) COMP.
           02  DOPDTF                  PIC X.
           02  FILLER REDEFINES DOPDTF.
               03  DOPDTA              PIC X.
           02  DOPDTI                  PIC X(8).
           02  DRSUSRL                 PIC S9(4) COMP.
           02  DRSUSRF                 PIC X.
           02  FILLER REDEFINES DRSUSRF.
               03  DRSUSRA             PIC X.
           02  DRSUSRI                 PIC X(8).
           02  DRSDTL                  PIC S9(4) COMP.
           02  DRSDTF                  PIC X.
           02  FILLER REDEFINES DRSDTF.
               03  DRSDTA              PIC X.
           02  DRSDTI                  PIC X(8).
           02  MSGLNL                  PIC S9(4) COMP.
           02  MSGLNF                  PIC X.
           02  FILLER REDEFINES MSGLNF.
               03  MSGLNA              PIC X.
           02  MSGLNI                  PIC X(60).
       01  DSPMNTO REDEFINES DSPMNTI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  CORRIDO                 PIC X(16).
           02  FILLER                  PIC X(3).
           02  ACTIONO                 PIC X(1).
           02  FILLER                  PIC X(3).
           02  REASONO                 PIC X(4).
           02  FILLER                  PIC X(3).
           02  DSPAMTO                 PIC X(11).
           02  FILLER                  PIC X(3).
           02  DACCTO                  PIC X(10).
           02  FILLER                  PIC X(3).
           02  DTAMTO                  PIC X(13).
           02  FILLER                  PIC X(3).
           02  DTDATEO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  DTFLAGO                 PIC X(12).
           02  FILLER                  PIC X(3).
           02  DCSTATO                 PIC X(14).
           02  FILLER                  PIC X(3).
           02  DRSNTXO                 PIC X(30).
           02  FILLER                  PIC X(3).
           02  DDAMTO                  PIC X(13).
           02  FILLER                  PIC X(3).
           02  DPROVO                  PIC X(16).
           02  FILLER                  PIC X(3).
           02  DPRDTO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DFINALO                 PIC X(16).
           02  FILLER                  PIC X(3).
           02  DOPUSRO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  DOPDTO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DRSUSRO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  DRSDTO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  MSGLNO                  PIC X(60).
