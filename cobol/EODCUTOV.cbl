      * (YYYYMMDD) - used to seed the control record on first run or
      * to force a date over a holiday skip. An empty SYSIN advances
      * the current business date by one calendar day.
      * Run-controlled: the cutover is registered on RUNCTLF under
      * the closing business date (RUNCTL), and is refused until
      * AUDRPT, AUDRECON, TRIALBAL and GLEXTR have completed for that
      * date - and STORUN and FEEINT too, when they have started on
      * it. An operator rerun can no longer put the cutover ahead of
      * the day's GL extract. The first-installation seed has no
      * business date to register under and is not run-controlled.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCUTOV.
       01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-DATA.
           05  WS-MONTH-LEN-TBL OCCURS 12 TIMES
                                       PIC 9(02).
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-NEW-DATE-CARD.
           IF WS-RECORD-MISSING
               PERFORM SEED-CONTROL-RECORD
           ELSE
               PERFORM RUN-CONTROL-START
               PERFORM ADVANCE-CONTROL-RECORD
           END-IF.
           CLOSE BUSDATF-FILE.
           IF WS-RECORD-FOUND
               PERFORM RUN-CONTROL-END
           END-IF.
           STOP RUN.
      *
       OPEN-BUSDATF.
                   MOVE 29 TO WS-MONTH-LEN
               END-IF
           END-IF.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF under the
      * closing business date before the control record is changed.
      * A refusal (prerequisites not complete for the date, or the
      * date already cut over without a force card) stops the job
      * here - see RUNCTL. BUSDATF is already open here, so the
      * closing date is passed in rather than read by RUNCTL.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'EODCUTOV' TO RCA-JOB-NAME.
           MOVE BDT-BUSINESS-DATE TO RCA-BUS-DATE.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'EODCUTOV ERROR ' RCA-MESSAGE
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
           MOVE 1 TO RCA-OUTPUT-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'EODCUTOV ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
