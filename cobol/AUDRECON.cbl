      * AUDRECON - end-of-day reconciliation of the AUDITF audit
      * trail against the TRANF posting history.
      *
      * Pass 1: every successful payment or transfer audit record
      * (AUD-SUCCESS, AUD-TRAN-TYPE 'PMT ' or 'TRF ') must have a
      * TRANF record under the same corr-id - report AUDITED NOT
      * POSTED when it does not, and an AMOUNT MISMATCH when it does
      * but the amounts disagree.
      * Pass 2: every posted payment, and the 'TRF ' debit leg of
      * every posted transfer, on TRANF must have a successful audit
      * record - report POSTED NOT AUDITED otherwise. (A transfer's
      * 'TRC ' credit leg is keyed on a derived corr-id and has no
      * audit record of its own; TRIALBAL proves the legs net.)
      * Run before AUDARCH purges the day's audit records - RUNCTL
      * refuses AUDARCH until this job has completed for the date.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRECON.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           MOVE RPT-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
              OR WS-AMT-MISMATCH-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       OPEN-FILES.
      * 40) is audited as a success but nothing was posted, so only
      * status 00 (posted) and 01 (posted into overdraft) payments
      * are expected on TRANF.
               IF AUD-SUCCESS
                  AND (AUD-TRAN-TYPE EQUAL 'PMT '
                       OR AUD-TRAN-TYPE EQUAL 'TRF ')
                  AND (AUD-STATUS-CODE EQUAL ZERO
                       OR AUD-STATUS-CODE EQUAL 1)
                   ADD 1 TO WS-AUD-PMT-CT
                   STOP RUN
               END-IF
               IF TRN-TRAN-TYPE EQUAL 'PMT '
                  OR TRN-TRAN-TYPE EQUAL 'TRF '
                   ADD 1 TO WS-TRN-PMT-CT
                   MOVE TRN-CORR-ID TO AUD-CORR-ID
                   READ AUDITF-FILE
      * under the same corr-id is a payment a supervisor released
      * through PAYAPPR: the posting went through PROGC directly, so
      * the only AUDITF record is the original hold. The release
      * itself is on PENDF with the approver's stamp. A referred-
      * for-fraud record (status 25) is the same for a payment an
      * analyst released through FRDREV; the release is on FRDCASF.
                           IF NOT AUD-SUCCESS
                              AND AUD-STATUS-CODE NOT EQUAL 23
                              AND AUD-STATUS-CODE NOT EQUAL 25
                               PERFORM REPORT-NOT-AUDITED
                           END-IF
                   END-READ
           MOVE 'AMOUNT MISMATCHES:' TO TTL-TEXT.
           MOVE WS-AMT-MISMATCH-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'AUDRECON' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'AUDRECON ERROR ' RCA-MESSAGE
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
           MOVE WS-AUD-PMT-CT TO RCA-INPUT-CT.
           MOVE WS-MATCHED-CT TO RCA-OUTPUT-CT.
           ADD WS-NOT-POSTED-CT WS-NOT-AUDITED-CT
               WS-AMT-MISMATCH-CT
               GIVING RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'AUDRECON ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
