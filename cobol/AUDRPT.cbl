      * to that AUD-DATE; 'ALL' reports everything. An empty SYSIN
      * takes the current business date from the BUSDATF control
      * record, so the nightly stream needs no date card at all.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-SELECT-DATE.
           IF WS-SELECT-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           PERFORM INIT-COUNTERS.
           PERFORM READ-AUDITF.
           DISPLAY 'AUDRPT READ=' WS-PASS1-READ-CT
                   ' SELECTED=' WS-SELECT-CT
                   ' ABENDS=' WS-ABEND-CT.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM READ-AUDITF.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      * A report date card registers the run under that date ('ALL'
      * and the nightly default register under the business date).
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'AUDRPT  ' TO RCA-JOB-NAME.
           IF WS-SELECT-DATE NUMERIC
               MOVE WS-SELECT-DATE TO RCA-BUS-DATE
           END-IF.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'AUDRPT ERROR ' RCA-MESSAGE
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
           MOVE WS-PASS1-READ-CT TO RCA-INPUT-CT.
           MOVE WS-SELECT-CT TO RCA-OUTPUT-CT.
           MOVE WS-ABEND-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'AUDRPT ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
