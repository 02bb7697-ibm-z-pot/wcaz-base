      * file. Reads PAYIN (FB 80: account id 1-10, amount 11-21 as
      * 9(9)V99 with no decimal point, detail 22-41, transaction type
      * 42-45 - 'PMT ' or 'DEP ', blank means 'PMT ' so pre-deposit
      * decks still load, payee id 46-55 - blank on a deposit, and on
      * a payment leaves it for CLRGEN to report for manual routing),
      * drives each
      * record through the chain the same way TSTDRV does - CALLing
      * the translated PROGA with a stand-in DFHEIBLK (see TSTDRV's
      * header for what that requires of the load modules) - and
                                       PIC 9(09)V99.
           05  PAY-DETAIL              PIC X(20).
           05  PAY-TRAN-TYPE           PIC X(04).
           05  PAY-PAYEE-ID            PIC X(10).
           05  FILLER                  PIC X(25).
       FD  PAYOUT-FILE
           RECORDING MODE IS F.
       01  PAYOUT-LINE                 PIC X(100).
           05  WS-ACCEPT-CT            PIC 9(09).
           05  WS-REJECT-CT            PIC 9(09).
           05  WS-HELD-CT              PIC 9(09).
           05  WS-REFER-CT             PIC 9(09).
           05  FILLER                  PIC X(35).
       01  WS-CKPT-FIELDS.
           05  WS-SKIP-CT              PIC 9(09) VALUE ZERO.
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           DISPLAY 'BULKPAY COMPLETE PROCESSED=' WS-DONE-CT
                   ' ACCEPTED=' WS-ACCEPT-CT
                   ' HELD=' WS-HELD-CT
                   ' REFERRED=' WS-REFER-CT
                   ' REJECTED=' WS-REJECT-CT.
           STOP RUN.
      *
                   MOVE ZERO TO WS-ACCEPT-CT
                   MOVE ZERO TO WS-REJECT-CT
                   MOVE ZERO TO WS-HELD-CT
                   MOVE ZERO TO WS-REFER-CT
                   PERFORM WRITE-NEW-CHECKPOINT
               NOT INVALID KEY
                   MOVE CKP-DATA TO WS-CKPT-PROGRESS
      * A checkpoint cut before the held or referred count existed
      * carries filler where the count now lives: start it at zero
      * rather than add into garbage.
                   IF WS-HELD-CT NOT NUMERIC
                       MOVE ZERO TO WS-HELD-CT
                   END-IF
                   IF WS-REFER-CT NOT NUMERIC
                       MOVE ZERO TO WS-REFER-CT
                   END-IF
                   DISPLAY 'BULKPAY CHECKPOINT FOUND DONE='
                           WS-DONE-CT
           END-READ.
           MOVE PAY-ACCOUNT-ID TO CA-ACCOUNT-ID OF WS-COMMAREA.
           MOVE PAY-AMOUNT     TO CA-AMOUNT OF WS-COMMAREA.
           MOVE PAY-DETAIL     TO CA-DETAIL OF WS-COMMAREA.
           MOVE PAY-PAYEE-ID   TO CA-PAYEE-ID OF WS-COMMAREA.
           MOVE WS-DONE-CT     TO DFHEIBLK-TASKN.
      * EIBTIME carries 0HHMMSS - take just the six time digits and
      * let the numeric move supply the leading zero.
      * customer, and the duplicate window is far shorter than an
      * approval queue. Its own disposition keeps it off the
      * rejected list.
      * A payment referred for fraud review (status 25) is the same:
      * the FRDREV analyst releases or declines the original.
               IF CA-ST-HELD-FOR-APPROVAL OF WS-COMMAREA
                   MOVE 'HELD    ' TO RSL-DISPOSITION
                   ADD 1 TO WS-HELD-CT
               ELSE
                   IF CA-ST-REFERRED-FRAUD OF WS-COMMAREA
                       MOVE 'REFERRED' TO RSL-DISPOSITION
                       ADD 1 TO WS-REFER-CT
                   ELSE
                       MOVE 'REJECTED' TO RSL-DISPOSITION
                       ADD 1 TO WS-REJECT-CT
                   END-IF
               END-IF
           END-IF.
