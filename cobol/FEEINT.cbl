      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * FEEINT - month-end service fee and credit interest
      * assessment. Walks the ACCTF master and posts, per active or
      * dormant account:
      *   FEE  - the flat monthly service fee, debited, waived when
      *          the account's balance clears the waiver threshold
      *          (the balance at assessment stands in for the average
      *          not funds-checked, so an assessment may carry an
      *          account into - or a fee's worth past - its agreed
      *          overdraft limit; ODRPT reports that as an ordinary
      *          flagged state, not an error. Never charged on a
      *          dormant account
      *   INT  - credit interest, one twelfth of the annual rate on
      *          a positive balance, dormant accounts included
      * Charges are not customer activity: the master's last-
      * activity fields are left alone, so an assessment never holds
      * an account back from going dormant (see DORMRUN).
      * Each posting goes through the same balance-update-plus-
      * history discipline as PROGC's APPLY-PAYMENT: the TRANF
      * history records are written first and the master rewritten
      * CKPTF after every account, so a restart resumes past the
      * last completed account and never double-assesses one. The
      * checkpoint record is deleted when the run completes.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      * Each account's FEE and INT postings are published as BALEVT
      * balance-change events through BEVPUB once the master carries
      * them, and committed before the account's checkpoint - a
      * restart re-publishes the boundary account's events (the
      * subscribers drop the duplicates by corr-id). Events BEVPUB
      * could neither put nor spill set RC=4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEINT.
      * they are set just before APPLY-TO-MASTER and cleared by the
      * same checkpoint that advances WS-DONE-KEY, so a restart can
      * tell a half-applied boundary account from a finished one
      * instead of blindly re-applying it. WS-FLIGHT-PRE-BAL is the
      * account's balance before the charges, the restart witness.
      * The group must stay exactly the 80 bytes of CKP-DATA.
       01  WS-CKPT-PROGRESS.
           05  WS-DONE-KEY             PIC X(10).
           05  WS-SEQ-NO               PIC 9(07).
           05  WS-INT-CT               PIC 9(09).
           05  WS-FLIGHT-KEY           PIC X(10).
           05  WS-FLIGHT-FEE-SW        PIC X(01).
           05  WS-FLIGHT-INT-AMT       PIC 9(09)V99 COMP-3.
           05  WS-FLIGHT-PRE-BAL       PIC S9(09)V99 COMP-3.
           05  WS-DORMANT-CT           PIC 9(07) COMP-3.
       01  WS-RATE-FIELDS.
           05  WS-FEE-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-ANNUAL-RATE          PIC S9(03)V9(04) COMP-3.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      * Parameter area and event for the BEVPUB calls.
       01  WS-BEVP-AREA.
           COPY BEVAREA.
       01  BAL-EVENT.
           COPY BALEVT.
      *
       PROCEDURE DIVISION.
           PERFORM RUN-CONTROL-START.
           MOVE WS-JOB-NAME TO BEA-JOB-NAME.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM FETCH-BUSINESS-DATE.
           DISPLAY 'FEEINT COMPLETE ACCOUNTS=' WS-ACCT-CT
                   ' FEES=' WS-FEE-CT
                   ' WAIVED=' WS-WAIVE-CT
                   ' DORMANT=' WS-DORMANT-CT
                   ' INTEREST=' WS-INT-CT.
           PERFORM END-EVENT-PUBLISHING.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       OPEN-FILES.
               INVALID KEY
                   MOVE LOW-VALUES TO WS-DONE-KEY
                   MOVE ZERO TO WS-SEQ-NO WS-ACCT-CT WS-FEE-CT
                                WS-WAIVE-CT WS-INT-CT WS-DORMANT-CT
                   MOVE SPACES TO WS-FLIGHT-KEY
                   MOVE 'N'    TO WS-FLIGHT-FEE-SW
                   MOVE ZERO   TO WS-FLIGHT-INT-AMT WS-FLIGHT-PRE-BAL
                   PERFORM WRITE-NEW-CHECKPOINT
               NOT INVALID KEY
                   MOVE CKP-DATA TO WS-CKPT-PROGRESS
      *****************************************************************
      * RECOVER-FLIGHT-ACCOUNT - the prior run abended with this
      * account's history records written and its master rewrite in
      * doubt. The balance is the witness: the flight checkpoint
      * carries the balance before the charges, and nothing else
      * touches ACCTF inside the batch window, so a balance already
      * showing the charges means the rewrite landed and only the
      * register line and the events are owed; otherwise the
      * checkpointed charges are applied now. Either way the
      * corr-ids are rebuilt from the checkpointed sequence - so a
      * failed apply can still compensate its history records, and
      * so the account's events go out again under the same corr-ids
      * (the abended run's were backed out unless its commit had
      * landed). A fee and interest that cancel out
      * leave the balance the same either way, and re-applying them
      * is then harmless. Rerun with the same RATEIN card - the flat
      * fee is part of the witness.
      *****************************************************************
       RECOVER-FLIGHT-ACCOUNT.
           DISPLAY 'FEEINT RECOVERY - IN-FLIGHT ACCT='
               MOVE SPACES        TO DTL-FEE-TAG
           ELSE
               MOVE ZERO          TO WS-FEE-POSTED
               IF ACC-DORMANT
                   MOVE ' DORMANT' TO DTL-FEE-TAG
               ELSE
                   MOVE ' WAIVED ' TO DTL-FEE-TAG
               END-IF
           END-IF.
           MOVE WS-FLIGHT-INT-AMT TO WS-INT-AMOUNT.
           COMPUTE WS-EXPECT-AMT =
                   WS-FLIGHT-PRE-BAL - WS-FEE-POSTED + WS-INT-AMOUNT.
           PERFORM REBUILD-FLIGHT-CORR-IDS.
           IF ACC-BALANCE EQUAL WS-EXPECT-AMT
               DISPLAY 'FEEINT RECOVERY - MASTER ALREADY APPLIED'
               PERFORM PUBLISH-CHARGE-EVENTS
               PERFORM WRITE-REGISTER-LINE
           ELSE
               DISPLAY 'FEEINT RECOVERY - APPLYING MASTER'
               SET WS-POST-OK TO TRUE
               PERFORM APPLY-TO-MASTER
               IF WS-POST-OK
                   PERFORM PUBLISH-CHARGE-EVENTS
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-IF.
           MOVE WS-FLIGHT-KEY TO WS-DONE-KEY.
           MOVE SPACES TO WS-FLIGHT-KEY.
           MOVE 'N'    TO WS-FLIGHT-FEE-SW.
           MOVE ZERO   TO WS-FLIGHT-INT-AMT WS-FLIGHT-PRE-BAL.
           PERFORM UPDATE-CHECKPOINT.
      *
      *****************************************************************
      * REBUILD-FLIGHT-CORR-IDS - the abended run's corr-ids for the
      * flight account came from the checkpointed sequence: the last
      * number drawn was the interest's when one was posted, the
      * fee's before that, so they reconstruct exactly - a failed
      * re-apply deletes the right history records, and the events
      * carry the corr-ids the subscribers may already hold.
      *****************************************************************
       REBUILD-FLIGHT-CORR-IDS.
           MOVE SPACES TO WS-FEE-CORR-ID.
      * ASSESS-ONE-ACCOUNT - position past the last completed
      * account, read the next and assess it. Closed and frozen
      * accounts are skipped - their charges wait until the account
      * is working again. Dormant accounts are assessed for interest
      * only. The checkpoint moves only after the
      * account's postings and the register line are on disk.
      *****************************************************************
       ASSESS-ONE-ACCOUNT.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF ACC-ACTIVE OR ACC-DORMANT
                   ADD 1 TO WS-ACCT-CT
                   PERFORM ASSESS-CHARGES
               END-IF
               MOVE ACC-ACCOUNT-ID TO WS-DONE-KEY
               MOVE SPACES TO WS-FLIGHT-KEY
               MOVE 'N'    TO WS-FLIGHT-FEE-SW
               MOVE ZERO   TO WS-FLIGHT-INT-AMT WS-FLIGHT-PRE-BAL
               PERFORM UPDATE-CHECKPOINT
           END-IF.
      *
      *****************************************************************
      * ASSESS-CHARGES - compute the fee (unless waived, or the
      * account is dormant) and the interest, write their TRANF
      * history records, then rewrite the master once with the net
      * effect. A failed master rewrite deletes the history records
      * just written - balance and history together or not at all.
      *****************************************************************
       ASSESS-CHARGES.
           MOVE ZERO TO WS-FEE-POSTED.
           MOVE SPACES TO WS-FEE-CORR-ID.
           MOVE SPACES TO WS-INT-CORR-ID.
           SET WS-POST-OK TO TRUE.
           IF ACC-DORMANT
               ADD 1 TO WS-DORMANT-CT
               MOVE ' DORMANT' TO DTL-FEE-TAG
           ELSE
               IF ACC-BALANCE NOT LESS THAN WS-WAIVER-LIMIT
                   ADD 1 TO WS-WAIVE-CT
                   MOVE ' WAIVED ' TO DTL-FEE-TAG
               ELSE
                   MOVE WS-FEE-AMOUNT TO WS-FEE-POSTED
                   MOVE SPACES        TO DTL-FEE-TAG
                   PERFORM BUILD-FEE-CORR-ID
                   PERFORM WRITE-FEE-HISTORY
               END-IF
           END-IF.
           IF WS-POST-OK AND ACC-BALANCE > ZERO
               COMPUTE WS-INT-AMOUNT ROUNDED =
                   MOVE 'N' TO WS-FLIGHT-FEE-SW
               END-IF
               MOVE WS-INT-AMOUNT TO WS-FLIGHT-INT-AMT
               MOVE ACC-BALANCE   TO WS-FLIGHT-PRE-BAL
               PERFORM UPDATE-CHECKPOINT
               PERFORM APPLY-TO-MASTER
               IF WS-POST-OK
                   PERFORM PUBLISH-CHARGE-EVENTS
               END-IF
           END-IF.
           IF WS-POST-OK
               PERFORM WRITE-REGISTER-LINE
           MOVE WS-RUN-TIME TO TRN-TIME.
           SET TRN-NOT-REVERSED TO TRUE.
           MOVE SPACES TO TRN-REVERSAL-CORR-ID.
           MOVE SPACES TO TRN-PAYEE-ID.
           MOVE TRN-ACCOUNT-ID TO TRN-AK-ACCOUNT-ID.
           MOVE TRN-DATE TO TRN-AK-DATE.
           MOVE TRN-TIME TO TRN-AK-TIME.
           MOVE TRN-CORR-ID TO TRN-AK-CORR-ID.
           WRITE TRAN-RECORD
               INVALID KEY
                   CONTINUE
           ELSE
               MOVE SPACES TO ACC-OD-START-DATE
           END-IF.
           REWRITE ACCT-RECORD
               INVALID KEY
                   CONTINUE
           END-IF.
      *
      *****************************************************************
      * PUBLISH-CHARGE-EVENTS - one balance-change event per posting
      * the master now carries, then commit them. The fee event
      * shows the balance after the fee alone (the pre-charge
      * balance is still in the flight fields), the interest event
      * the final balance.
      *****************************************************************
       PUBLISH-CHARGE-EVENTS.
           MOVE ACC-ACCOUNT-ID TO BEV-ACCOUNT-ID.
           MOVE WS-RUN-DATE    TO BEV-BUS-DATE.
           MOVE WS-RUN-TIME    TO BEV-POST-TIME.
           MOVE 'FEEINT  '     TO BEV-SOURCE.
           IF WS-FEE-POSTED NOT EQUAL ZERO
               MOVE WS-FEE-CORR-ID TO BEV-CORR-ID
               MOVE 'FEE '         TO BEV-TRAN-TYPE
               MOVE WS-FEE-POSTED  TO BEV-AMOUNT
               COMPUTE BEV-NEW-BALANCE =
                       WS-FLIGHT-PRE-BAL - WS-FEE-POSTED
               SET BEA-PUBLISH TO TRUE
               CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT
           END-IF.
           IF WS-INT-AMOUNT > ZERO
               MOVE WS-INT-CORR-ID TO BEV-CORR-ID
               MOVE 'INT '         TO BEV-TRAN-TYPE
               MOVE WS-INT-AMOUNT  TO BEV-AMOUNT
               MOVE ACC-BALANCE    TO BEV-NEW-BALANCE
               SET BEA-PUBLISH TO TRUE
               CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT
           END-IF.
           SET BEA-COMMIT TO TRUE.
           CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT.
      *
      *****************************************************************
      * END-EVENT-PUBLISHING - close out the run's events. An event
      * that could be neither put nor spilled is already named on
      * SYSOUT; it makes the run RC=4 so it is not missed.
      *****************************************************************
       END-EVENT-PUBLISHING.
           SET BEA-END TO TRUE.
           CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT.
           IF BEA-LOST-CT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *****************************************************************
      * DELETE-HISTORY-RECORDS - compensate history records whose
      * companion master rewrite failed, so TRANF never shows a
      * charge the balance does not carry.
           MOVE 'FEES WAIVED:' TO TTL-TEXT.
           MOVE WS-WAIVE-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DORMANT - NO FEE:' TO TTL-TEXT.
           MOVE WS-DORMANT-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'INTEREST POSTINGS:' TO TTL-TEXT.
           MOVE WS-INT-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'FEEINT  ' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'FEEINT ERROR ' RCA-MESSAGE
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
           MOVE WS-ACCT-CT TO RCA-INPUT-CT.
           ADD WS-FEE-CT WS-INT-CT GIVING RCA-OUTPUT-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'FEEINT ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
