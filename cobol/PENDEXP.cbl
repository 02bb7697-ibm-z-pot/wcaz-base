      * with the region's PENDF and NOTIFF entries closed, same as
      * the other batch jobs that touch online files.
      * SYSIN: one record, the hold cutoff age in days (9(5)).
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDEXP.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DATA.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-CUTOFF-DAYS-X.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUN-CONTROL-START.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-D2D-DATE.
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       OPEN-FILES.
           MOVE WS-STAMP-TIME(1:6) TO NTF-TIME.
           MOVE 'HLDX'         TO NTF-TYPE.
           SET NTF-PENDING     TO TRUE.
           MOVE SPACES         TO NTF-REASON-CODE.
           WRITE NOTIF-RECORD
               INVALID KEY
                   CONTINUE
           IF WS-D2D-MONTH < 3
               ADD 365 TO WS-D2D-DAYS
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
           MOVE 'PENDEXP ' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'PENDEXP ERROR ' RCA-MESSAGE
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
           MOVE WS-EXPIRE-CT TO RCA-OUTPUT-CT.
           MOVE WS-ERROR-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'PENDEXP ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
