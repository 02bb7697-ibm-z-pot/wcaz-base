      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC -> PROGD
      * PROGD - follow-up step after PROGC's response: queue the
      * customer notification for each approved payment, deposit,
      * transfer or reversal on the NOTIFF file. The NOTIFFMT batch
      * extracts the queue into the print/e-mail vendor file. Requests
      * that approved nothing need no notification and complete quietly.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGD.
           DISPLAY 'PROGD  corr-id=' CA-CORR-ID
                   ' request= ' CA-PROGD-REQUEST.
           IF (CA-TRAN-PAYMENT OR CA-TRAN-REVERSAL
               OR CA-TRAN-DEPOSIT OR CA-TRAN-TRANSFER)
              AND (CA-ST-OK OR CA-ST-OK-OVERDRAFT)
               PERFORM QUEUE-NOTIFICATION
           ELSE
           MOVE WS-NTF-TIME   TO NTF-TIME.
           MOVE CA-TRAN-TYPE  TO NTF-TYPE.
           SET NTF-PENDING    TO TRUE.
           MOVE SPACES        TO NTF-REASON-CODE.
           EXEC CICS WRITE FILE('NOTIFF')
                     FROM(NOTIF-RECORD)
                     RIDFLD(NTF-CORR-ID)
