      * abended run; confirm its fate on TRANF before releasing the
      * restart, same drill as BULKPAY. SORDOUT is DISP=MOD. The
      * checkpoint record is deleted when the run completes.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORUN.
       01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-DATA.
           05  WS-MONTH-LEN-TBL OCCURS 12 TIMES
                                       PIC 9(02).
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           PERFORM RUN-CONTROL-START.
           PERFORM FETCH-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CHECKPOINT.
                   ' POSTED=' WS-POST-CT
                   ' FAILED=' WS-FAIL-CT
                   ' FLAGGED=' WS-FLAG-CT.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
           MOVE SO-ACCOUNT-ID TO CA-ACCOUNT-ID OF WS-COMMAREA.
           MOVE SO-AMOUNT     TO CA-AMOUNT OF WS-COMMAREA.
           MOVE SO-DETAIL     TO CA-DETAIL OF WS-COMMAREA.
           MOVE SO-PAYEE-ID   TO CA-PAYEE-ID OF WS-COMMAREA.
           MOVE WS-DONE-CT    TO DFHEIBLK-TASKN.
      * EIBTIME carries 0HHMMSS - take just the six time digits and
      * let the numeric move supply the leading zero.
           MOVE CA-MESSAGE OF WS-COMMAREA     TO RSL-MESSAGE.
           MOVE CA-STATUS-CODE OF WS-COMMAREA TO SO-LAST-STATUS.
           MOVE WS-RUN-DATE TO SO-LAST-RUN-DATE.
      * A payment parked for supervisor approval or referred for
      * fraud review has left the order's hands - the schedule
      * advances the same as a posted one.
           IF CA-ST-OK OF WS-COMMAREA
              OR CA-ST-OK-OVERDRAFT OF WS-COMMAREA
              OR CA-ST-HELD-FOR-APPROVAL OF WS-COMMAREA
              OR CA-ST-REFERRED-FRAUD OF WS-COMMAREA
               ADD 1 TO WS-POST-CT
               MOVE 'POSTED  ' TO RSL-DISPOSITION
               MOVE ZERO TO SO-RETRY-CT
                   MOVE 29 TO WS-MONTH-LEN
               END-IF
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
           MOVE 'STORUN  ' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'STORUN ERROR ' RCA-MESSAGE
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
           MOVE WS-DONE-CT TO RCA-INPUT-CT.
           MOVE WS-POST-CT TO RCA-OUTPUT-CT.
           MOVE WS-FAIL-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'STORUN ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
