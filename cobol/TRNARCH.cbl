      *     original) is only archived when the partner is itself
      *     outside the window or already archived, so the pair
      *     leaves TRANF together and AUDRECON and REVERSE-PAYMENT
      *     never find half a story;
      *   - a payment under dispute stays however old it is, and so
      *     does a provisional credit naming it, until the dispute
      *     is resolved on DSPMNT.
      *
      * Batch protocol (WS-BATCH-SIZE candidates at a time): browse
      * and collect, resolve partners by random read, archive and
      * run completes.
      *
      * SYSIN: one record, the retention age in days (9(5)).
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNARCH.
           COPY CKPTREC.
       FD  TRNAOUT-FILE
           RECORDING MODE IS F.
      * The archive carries the TRANREC business fields only - the
      * first 77 bytes. TRN-ACCT-KEY is derived from them and exists
      * for the TRANF alternate index alone, so the WRITE ... FROM
      * below leaves it behind and the archive LRECL stays 77.
       01  ARCH-RECORD                 PIC X(77).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
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
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-DATE TO WS-D2D-DATE.
           PERFORM DATE-TO-DAYS.
                   ' ARCHIVED=' WS-ARCHIVE-CT
                   ' KEPT=' WS-KEEP-CT
                   ' DELETED=' WS-DELETE-CT.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       OPEN-FILES.
      *
      *****************************************************************
      * COLLECT-ONE-CANDIDATE - browse forward. A record inside the
      * retention window, or under dispute, is noted as kept; an older
      * one goes into the batch table as eligible, pending its partner
      * check.
      *****************************************************************
       COLLECT-ONE-CANDIDATE.
           READ TRANF-FILE NEXT
                    TO WS-BAT-PARTNER(WS-BATCH-CT)
               PERFORM SET-RECORD-AGE
               IF WS-AGE-DAYS > WS-RETAIN-DAYS
                  AND NOT TRN-DISPUTED
                   SET WS-BAT-ELIGIBLE(WS-BATCH-CT) TO TRUE
               ELSE
                   SET WS-BAT-KEPT(WS-BATCH-CT) TO TRUE
      * are safe. An eligible record that names a partner stays on
      * TRANF unless the partner is outside the window too (it leaves
      * with this run) or is already gone from the KSDS (archived by
      * an earlier run). A partner under dispute holds it back.
      *****************************************************************
       RESOLVE-PARTNERS.
           PERFORM RESOLVE-ONE-PARTNER
                   NOT INVALID KEY
                       PERFORM SET-RECORD-AGE
                       IF WS-AGE-DAYS NOT > WS-RETAIN-DAYS
                          OR TRN-DISPUTED
                           SET WS-BAT-KEPT(WS-BATCH-SUB) TO TRUE
                           ADD 1 TO WS-KEEP-CT
                       END-IF
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
           MOVE 'TRNARCH ' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'TRNARCH ERROR ' RCA-MESSAGE
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
           MOVE WS-EXAMINE-CT TO RCA-INPUT-CT.
           MOVE WS-ARCHIVE-CT TO RCA-OUTPUT-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'TRNARCH ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
