      * morning, not weeks later. Movement for an account missing
      * from the master is an error too. New accounts (on ACCTF but
      * not in the prior snapshot) are reported for information and
      * picked up by the new snapshot. Transfer legs (TRF/TRC and
      * their reversals TRV/TRX) move money between two accounts on
      * the master, so the day's legs must net to zero across the
      * bank; they are counted and netted apart, and a transfer that
      * does not net ends RC=8 the same as an out-of-balance account.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
           05  WS-OOB-CT               PIC 9(07) VALUE ZERO.
           05  WS-NEW-CT               PIC 9(07) VALUE ZERO.
           05  WS-ORPHAN-CT            PIC 9(07) VALUE ZERO.
           05  WS-TRANSFER-CT          PIC 9(07) VALUE ZERO.
      * Per-account movement accumulated from the day's TRANF records.
      * The table limit is an operational ceiling - blowing it means
      * the job cannot vouch for the day, so it fails hard rather
           05  WS-EXPECTED-BALANCE     PIC S9(11)V99 COMP-3.
           05  WS-DIFFERENCE           PIC S9(11)V99 COMP-3.
           05  WS-ACCT-MOVEMENT        PIC S9(11)V99 COMP-3.
           05  WS-TRANSFER-NET         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(38) VALUE
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  RPT-NET-LINE.
           05  NET-TEXT                PIC X(40).
           05  NET-AMOUNT              PIC Z(12)9.99-.
           05  FILLER                  PIC X(75) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           MOVE WS-REPORT-DATE TO HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1
                   ' BALANCED=' WS-BALANCED-CT
                   ' OUT-OF-BALANCE=' WS-OOB-CT
                   ' NEW=' WS-NEW-CT
                   ' NO-MASTER=' WS-ORPHAN-CT
                   ' TRANSFER-LEGS=' WS-TRANSFER-CT.
           IF WS-TRANSFER-NET NOT EQUAL ZERO
               DISPLAY 'TRIALBAL ERROR TRANSFER LEGS DO NOT NET TO '
                       'ZERO - SEE REPORT'
           END-IF.
           IF WS-OOB-CT > ZERO OR WS-ORPHAN-CT > ZERO
              OR WS-TRANSFER-NET NOT EQUAL ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
               ADD 1 TO WS-TRAN-CT
               PERFORM SET-SIGNED-AMOUNT
               PERFORM POST-TO-MOVE-TABLE
               IF TRN-TRAN-TYPE EQUAL 'TRF '
                  OR TRN-TRAN-TYPE EQUAL 'TRC '
                  OR TRN-TRAN-TYPE EQUAL 'TRV '
                  OR TRN-TRAN-TYPE EQUAL 'TRX '
                   ADD 1 TO WS-TRANSFER-CT
                   ADD WS-SIGNED-AMOUNT TO WS-TRANSFER-NET
               END-IF
           END-IF.
           PERFORM READ-TRANF.
      *
      *****************************************************************
      * SET-SIGNED-AMOUNT - the direction each transaction type moves
      * the balance: payments, service fees, overdraft usage fees,
      * transfers out, transfer-in reversals, the take-back of a
      * dispute's provisional credit and debit adjustments debit the
      * account; reversals, deposits, interest, transfers in,
      * transfer-out reversals, clearing returns, dispute credits and
      * credit adjustments credit it. Keep this in
      * step with the posting programs whenever a transaction type is
      * added.
      *****************************************************************
       SET-SIGNED-AMOUNT.
           IF TRN-TRAN-TYPE EQUAL 'PMT '
              OR TRN-TRAN-TYPE EQUAL 'FEE '
              OR TRN-TRAN-TYPE EQUAL 'ODF '
              OR TRN-TRAN-TYPE EQUAL 'TRF '
              OR TRN-TRAN-TYPE EQUAL 'TRX '
              OR TRN-TRAN-TYPE EQUAL 'DPW '
              OR TRN-TRAN-TYPE EQUAL 'ADJD'
               COMPUTE WS-SIGNED-AMOUNT = ZERO - TRN-AMOUNT
           ELSE
               MOVE TRN-AMOUNT TO WS-SIGNED-AMOUNT
           MOVE 'MOVEMENT WITH NO MASTER:' TO TTL-TEXT.
           MOVE WS-ORPHAN-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSFER LEGS IN MOVEMENT:' TO TTL-TEXT.
           MOVE WS-TRANSFER-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSFER LEGS NET (MUST BE ZERO):' TO NET-TEXT.
           MOVE WS-TRANSFER-NET TO NET-AMOUNT.
           WRITE RPT-LINE FROM RPT-NET-LINE AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      * A rerun date card registers the run under that date.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'TRIALBAL' TO RCA-JOB-NAME.
           MOVE WS-REPORT-DATE TO RCA-BUS-DATE.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'TRIALBAL ERROR ' RCA-MESSAGE
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
           MOVE WS-TRAN-CT TO RCA-INPUT-CT.
           MOVE WS-ACCT-CT TO RCA-OUTPUT-CT.
           ADD WS-OOB-CT WS-ORPHAN-CT
               GIVING RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'TRIALBAL ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
