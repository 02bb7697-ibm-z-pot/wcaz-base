      * so a rerun after an abend simply carries on. Run in the
      * batch window with the region's DLYTOTF entry closed.
      * SYSIN: one record, the retention age in days (9(5)).
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYPURGE.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DATA.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-RETAIN-DAYS-X.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUN-CONTROL-START.
           PERFORM FETCH-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-D2D-DATE.
           PERFORM DATE-TO-DAYS.
           DISPLAY 'DLYPURGE READ=' WS-READ-CT
                   ' PURGED=' WS-PURGE-CT
                   ' KEPT=' WS-KEEP-CT.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       FETCH-BUSINESS-DATE.
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
           MOVE 'DLYPURGE' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'DLYPURGE ERROR ' RCA-MESSAGE
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
           MOVE WS-PURGE-CT TO RCA-OUTPUT-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'DLYPURGE ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
