      * for accounts not yet converted) and then marked extracted on
      * NOTIFF,
      * so a rerun never sends the same notification twice. Records
      * already marked extracted are skipped. A payment sent back by
      * the beneficiary's bank (an 'RTN ' notification from CLRRTN)
      * carries the reason in words in the line's reason column,
      * blank on every other line. A 'DRMN' dormancy notice from
      * DORMRUN carries the balance and the date the account will be
      * marked dormant unless the customer uses it before then.
      * A 'CLOS' confirmation from CLOSRUN carries the closing
      * balance paid out when the account was settled and closed.
      * The steps of a payment dispute worked on DSPMNT (opened,
      * provisional credit, resolved for or against the customer)
      * carry the dispute reason in words in the same column.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFFMT.
           05  VND-TIME                PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VND-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VND-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           PERFORM READ-NOTIFF.
           PERFORM EXTRACT-ONE
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       OPEN-FILES.
                   IF NTF-TYPE EQUAL 'HLDX'
                       MOVE 'LAPSED HOLD ' TO VND-TYPE-TEXT
                   ELSE
                       IF NTF-TYPE EQUAL 'TRF '
                           MOVE 'TRANSFER OF ' TO VND-TYPE-TEXT
                       ELSE
                           IF NTF-TYPE EQUAL 'RTN '
                               MOVE 'RETURNED    ' TO VND-TYPE-TEXT
                           ELSE
                               IF NTF-TYPE EQUAL 'DRMN'
                                   MOVE 'DORMANCY DUE'
                                        TO VND-TYPE-TEXT
                               ELSE
                                   IF NTF-TYPE EQUAL 'CLOS'
                                       MOVE 'ACCT CLOSED '
                                            TO VND-TYPE-TEXT
                                   ELSE
                                       PERFORM SET-DISPUTE-TYPE-TEXT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE NTF-DATE    TO VND-DATE.
           MOVE NTF-TIME    TO VND-TIME.
           MOVE NTF-CORR-ID TO VND-CORR-ID.
           PERFORM SET-REASON-TEXT.
      *
      *****************************************************************
      * SET-DISPUTE-TYPE-TEXT - the steps of a payment dispute worked
      * on DSPMNT; anything else is a payment.
      *****************************************************************
       SET-DISPUTE-TYPE-TEXT.
           IF NTF-TYPE EQUAL 'DSPO'
               MOVE 'DISPUTE OPEN' TO VND-TYPE-TEXT
           ELSE
               IF NTF-TYPE EQUAL 'DPC '
                   MOVE 'PROV CREDIT ' TO VND-TYPE-TEXT
               ELSE
                   IF NTF-TYPE EQUAL 'DSPW'
                       MOVE 'DISPUTE WON ' TO VND-TYPE-TEXT
                   ELSE
                       IF NTF-TYPE EQUAL 'DSPL'
                           MOVE 'DISPUTE LOST' TO VND-TYPE-TEXT
                       ELSE
                           MOVE 'PAYMENT OF  ' TO VND-TYPE-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SET-REASON-TEXT - the clearing return reason in the customer's
      * words. Codes not listed here still tell the customer the
      * payment came back; a blank code leaves the column blank. A
      * dispute notice carries the dispute reason (D01-D05) instead.
      *****************************************************************
       SET-REASON-TEXT.
           MOVE SPACES TO VND-REASON-TEXT.
           IF NTF-REASON-CODE(1:1) EQUAL 'D'
               PERFORM SET-DISPUTE-REASON-TEXT
           ELSE
               PERFORM SET-RETURN-REASON-TEXT
           END-IF.
      *
       SET-RETURN-REASON-TEXT.
           IF NTF-REASON-CODE EQUAL 'R02 '
               MOVE 'PAYEE ACCOUNT CLOSED' TO VND-REASON-TEXT
           ELSE
               IF NTF-REASON-CODE EQUAL 'R03 '
                   MOVE 'PAYEE ACCOUNT NOT FOUND' TO VND-REASON-TEXT
               ELSE
                   IF NTF-REASON-CODE EQUAL 'R04 '
                       MOVE 'PAYEE ACCOUNT NUMBER INVALID'
                            TO VND-REASON-TEXT
                   ELSE
                       IF NTF-REASON-CODE EQUAL 'R16 '
                           MOVE 'PAYEE ACCOUNT FROZEN'
                                TO VND-REASON-TEXT
                       ELSE
                           IF NTF-REASON-CODE EQUAL 'R23 '
                               MOVE 'PAYMENT REFUSED BY PAYEE'
                                    TO VND-REASON-TEXT
                           ELSE
                               IF NTF-REASON-CODE NOT EQUAL SPACES
                                   MOVE 'RETURNED BY PAYEE''S BANK'
                                        TO VND-REASON-TEXT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       SET-DISPUTE-REASON-TEXT.
           IF NTF-REASON-CODE EQUAL 'D01 '
               MOVE 'NOT AUTHORISED BY CUSTOMER' TO VND-REASON-TEXT
           ELSE
               IF NTF-REASON-CODE EQUAL 'D02 '
                   MOVE 'GOODS/SERVICE NOT RECEIVED' TO VND-REASON-TEXT
               ELSE
                   IF NTF-REASON-CODE EQUAL 'D03 '
                       MOVE 'DUPLICATE PAYMENT' TO VND-REASON-TEXT
                   ELSE
                       IF NTF-REASON-CODE EQUAL 'D04 '
                           MOVE 'WRONG AMOUNT' TO VND-REASON-TEXT
                       ELSE
                           MOVE 'REFUND NOT RECEIVED'
                                TO VND-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * FETCH-CUSTOMER-NAME - the account record is current: take the
                       MOVE CUS-NAME TO VND-CUST-NAME
               END-READ
           END-IF.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'NOTIFFMT' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'NOTIFFMT ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * RUN-CONTROL-END - stamp the run's end, return code and counts
      * on RUNCTLF. The job's return code rides through the CALL in
      * RCA-RETURN-CODE and is put back, so the step still ends with
      * it.
      *****************************************************************
       RUN-CONTROL-END.
           SET RCA-END TO TRUE.
           MOVE RETURN-CODE TO RCA-RETURN-CODE.
           MOVE WS-READ-CT TO RCA-INPUT-CT.
           MOVE WS-EXTRACT-CT TO RCA-OUTPUT-CT.
           MOVE WS-ERROR-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'NOTIFFMT ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
