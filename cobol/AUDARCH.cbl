      * AUD-CORR-ID as the unique key and drop duplicates across
      * generations. The checkpoint record is deleted when the run
      * completes.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it until AUDRECON has
      * completed for the business date - the day's audit records
      * are never purged before they are reconciled.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC 9(08).
           05  WS-STAMP-TIME           PIC 9(08).
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CHECKPOINT.
           IF WS-ARCH-KEY > WS-DEL-KEY
           CLOSE AUDITF-FILE CKPTF-FILE ARCHOUT-FILE.
           DISPLAY 'AUDARCH COMPLETE ARCHIVED=' WS-ARCHIVE-CT
                   ' DELETED=' WS-DELETE-CT.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       OPEN-FILES.
               END-IF
           END-IF.
      *
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'AUDARCH ' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'AUDARCH ERROR ' RCA-MESSAGE
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
           MOVE WS-ARCHIVE-CT TO RCA-INPUT-CT.
           MOVE WS-DELETE-CT TO RCA-OUTPUT-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'AUDARCH ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
