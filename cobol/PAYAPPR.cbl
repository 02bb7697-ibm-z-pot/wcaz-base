               MOVE PND-ACCOUNT-ID TO CA-ACCOUNT-ID OF WS-COMMAREA
               MOVE PND-AMOUNT     TO CA-AMOUNT OF WS-COMMAREA
               MOVE PND-DETAIL     TO CA-DETAIL OF WS-COMMAREA
               MOVE PND-PAYEE-ID   TO CA-PAYEE-ID OF WS-COMMAREA
               SET CA-HELD-RELEASE OF WS-COMMAREA TO TRUE
               EXEC CICS LINK
                         PROGRAM('PROGC')
           MOVE WS-NOW         TO NTF-TIME.
           MOVE 'PMT '         TO NTF-TYPE.
           SET NTF-PENDING     TO TRUE.
           MOVE SPACES         TO NTF-REASON-CODE.
           EXEC CICS WRITE FILE('NOTIFF')
                     FROM(NOTIF-RECORD)
                     RIDFLD(NTF-CORR-ID)
