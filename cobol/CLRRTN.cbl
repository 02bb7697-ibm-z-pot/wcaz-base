      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * CLRRTN - inbound clearing returns. Reads the returns file the
      * clearing house sends back (CLRIN, the 94-byte CLRREC layout:
      * each returned entry carries the paying TRANF corr-id that
      * CLRGEN sent as its individual id and is followed by its
      * return addenda with the reason code) and takes every returned
      * payment back in:
      *   - the amount is credited back to the paying account and a
      *     'RTN ' history record is written to TRANF under corr-id
      *     'N' + the original's corr-id(2:15), naming the original
      *   - the original is flagged returned (TRN-RETURNED) with the
      *     'RTN ' corr-id as its reversal partner, so PROGC's
      *     REVERSE-PAYMENT can never also back it out
      *   - an 'RTN ' notification carrying the reason code is queued
      *     on NOTIFF, and NOTIFFMT tells the customer why
      * A return is not posted, and is listed on the RTNRPT report as
      * an exception instead, when:
      *   - the corr-id is not on TRANF or TRNARCF (NO ORIGINAL)
      *   - the original has been archived by TRNARCH (ORIGINAL
      *     ARCHIVED)
      *   - the original is not a payment (NOT A PAYMENT)
      *   - the original was reversed, or already returned (ALREADY
      *     REVERSED / ALREADY RETURNED)
      *   - the returned amount differs from the original or is not
      *     numeric (AMOUNT MISMATCH / BAD AMOUNT)
      *   - the paying account is off the master or closed (NO
      *     ACCOUNT / ACCOUNT CLOSED)
      * The clearing house has already handed the money back, so an
      * exception is journalled to the GL suspense line on GLSUSP -
      * a balanced settlement-debit / suspense-credit pair per return
      * in GLEXTR's fixed GL layout, closed by the same trailer - for
      * finance to clear by hand. A returned payment that posts is
      * journalled by GLEXTR from its 'RTN ' history record like any
      * other credit, so nothing reaches the GL twice.
      * The report proves the file: returns read equal returns posted
      * plus exceptions, and the entry count (entries and addenda)
      * and amount agree with the file control record. A failed proof
      * ends RC=8; exceptions alone end RC=4.
      *
      * Progress is checkpointed on CKPTF after every return, the way
      * BULKPAY does it - RTNRPT and GLSUSP are DISP=MOD and carry on
      * where they stopped. The return being worked on is also held in
      * the checkpoint while it is in flight, with the paying account's
      * balance before the credit: on a restart that balance, the
      * history record and the original's flag show exactly which steps
      * landed, and only the rest are applied. The checkpoint record is
      * deleted when the run completes.
      * Each posted return is published as a BALEVT balance-change
      * event through BEVPUB and committed before the return's
      * checkpoint; a restart publishes the in-flight return's event
      * again (the subscribers drop duplicates by corr-id). Events
      * BEVPUB could neither put nor spill set RC=4.
      *
      * SYSIN: optionally one record, the posting date (YYYYMMDD) -
      * for reruns. An empty SYSIN takes the current business date
      * from the BUSDATF control record.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL) under the posting date, which refuses it
      * when the date has already completed. NOTIFFMT, GLEXTR and
      * EODCUTOV are held back while CLRRTN is part-way through the
      * date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRIN-FILE ASSIGN TO CLRIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLRIN-STATUS.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TRN-CORR-ID
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT TRNARCF-FILE ASSIGN TO TRNARCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TAR-CORR-ID
                  FILE STATUS IS WS-TRNARCF-STATUS.
           SELECT ACCTF-FILE ASSIGN TO ACCTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACC-ACCOUNT-ID
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT NOTIFF-FILE ASSIGN TO NOTIFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NTF-CORR-ID
                  FILE STATUS IS WS-NOTIFF-STATUS.
           SELECT CKPTF-FILE ASSIGN TO CKPTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CKP-JOB-NAME
                  FILE STATUS IS WS-CKPTF-STATUS.
           SELECT RTNRPT-FILE ASSIGN TO RTNRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTNRPT-STATUS.
           SELECT GLSUSP-FILE ASSIGN TO GLSUSP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLSUSP-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLRIN-FILE
           RECORDING MODE IS F.
       01  CLR-RECORD.
           COPY CLRREC.
       FD  TRANF-FILE.
       01  TRAN-RECORD.
           COPY TRANREC.
       FD  TRNARCF-FILE.
       01  TRNAR-RECORD.
           COPY TRNARREC.
       FD  ACCTF-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.
       FD  NOTIFF-FILE.
       01  NOTIF-RECORD.
           COPY NOTIFREC.
       FD  CKPTF-FILE.
       01  CKPT-RECORD.
           COPY CKPTREC.
       FD  RTNRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  GLSUSP-FILE
           RECORDING MODE IS F.
       01  GLSUSP-RECORD               PIC X(80).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-CLRIN-STATUS         PIC X(02).
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-TRNARCF-STATUS       PIC X(02).
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-NOTIFF-STATUS        PIC X(02).
           05  WS-CKPTF-STATUS         PIC X(02).
           05  WS-RTNRPT-STATUS        PIC X(02).
           05  WS-GLSUSP-STATUS        PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
       01  WS-JOB-NAME                 PIC X(08) VALUE 'CLRRTN  '.
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business-date default.
       01  WS-POSTING-DATE             PIC X(08) VALUE SPACES.
       01  WS-GL-CONSTANTS.
           05  WS-SETTLE-GL            PIC X(10) VALUE 'SETTLEMENT'.
           05  WS-SUSPENSE-GL          PIC X(10) VALUE 'SUSPENSE  '.
      * CLRRTN's private layout over CKP-DATA (see CKPTREC).
      * WS-DONE-CT counts CLRIN records fully dealt with, and the counts
      * and totals after it cover exactly those records; the flight
      * corr-id is the return being posted when the checkpoint was cut
      * (spaces between returns) and the flight pre-balance the paying
      * account's balance before its credit, the restart witness.
       01  WS-CKPT-PROGRESS.
           05  WS-DONE-CT              PIC 9(09).
           05  WS-RETURNED-CT          PIC 9(07).
           05  WS-EXCEPTION-CT         PIC 9(07).
           05  WS-ADDENDA-CT           PIC 9(07).
           05  WS-RETURNED-TOTAL       PIC 9(11)V99.
           05  WS-EXCEPTION-TOTAL      PIC 9(11)V99.
           05  WS-FLIGHT-CORR-ID       PIC X(16).
           05  WS-FLIGHT-PRE-BAL       PIC S9(09)V99 COMP-3.
           05  FILLER                  PIC X(02).
       01  WS-CKPT-FIELDS.
           05  WS-SKIP-CT              PIC 9(09) VALUE ZERO.
           05  WS-READ-CT              PIC 9(09) VALUE ZERO.
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-CLRIN-EOF                      VALUE 'Y'.
       01  WS-PENDING-SW               PIC X(01) VALUE 'N'.
           88  WS-ENTRY-PENDING                  VALUE 'Y'.
           88  WS-NO-ENTRY-PENDING               VALUE 'N'.
       01  WS-CONTROL-SW               PIC X(01) VALUE 'N'.
           88  WS-CONTROL-SEEN                   VALUE 'Y'.
       01  WS-EXCEPTION-REASON         PIC X(20).
      * The returned entry being worked on, kept from its entry
      * record until its addenda has been read.
       01  WS-RETURN-FIELDS.
           05  WS-RTN-ORIG-CORR-ID     PIC X(16).
           05  WS-RTN-AMOUNT-X         PIC X(10).
           05  WS-RTN-AMOUNT REDEFINES WS-RTN-AMOUNT-X
                                       PIC 9(08)V99.
           05  WS-RTN-AMOUNT-NUM       PIC 9(08)V99.
           05  WS-RTN-REASON           PIC X(03).
           05  WS-RTN-NAME             PIC X(22).
       01  WS-RTN-CORR-ID-BUILD.
           05  WS-RTN-PREFIX           PIC X(01).
           05  WS-RTN-REST             PIC X(15).
       01  WS-RTN-CORR-ID REDEFINES WS-RTN-CORR-ID-BUILD
                                       PIC X(16).
      * The original posting, kept while the return history record
      * is read or written over TRAN-RECORD.
       01  WS-ORIG-RECORD              PIC X(117).
       01  WS-ORIG-PAYEE-ID            PIC X(10).
       01  WS-HISTORY-SW               PIC X(01).
           88  WS-HISTORY-WRITTEN                VALUE 'Y'.
           88  WS-HISTORY-ALREADY-ON             VALUE 'D'.
       01  WS-RECOVER-SW               PIC X(01).
           88  WS-RECOVERING                     VALUE 'Y'.
           88  WS-NOT-RECOVERING                 VALUE 'N'.
       01  WS-EXPECT-BALANCE           PIC S9(09)V99 COMP-3.
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC 9(08).
           05  WS-STAMP-TIME           PIC 9(08).
       01  WS-STAMP-TIME-X REDEFINES WS-STAMP-FIELDS.
           05  FILLER                  PIC X(08).
           05  WS-STAMP-HHMMSS         PIC X(06).
           05  FILLER                  PIC X(02).
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      * Parameter area and event for the BEVPUB calls.
       01  WS-BEVP-AREA.
           COPY BEVAREA.
       01  BAL-EVENT.
           COPY BALEVT.
       01  WS-PROOF-FIELDS.
           05  WS-ENTRY-CT             PIC 9(07) VALUE ZERO.
           05  WS-ENTRY-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-FILE-ENTRY-CT        PIC 9(08) VALUE ZERO.
           05  WS-FILE-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  WS-PROOF-SW             PIC X(01) VALUE 'Y'.
               88  WS-PROOF-OK                   VALUE 'Y'.
               88  WS-PROOF-FAILED               VALUE 'N'.
      * GL fixed interface layout (80 bytes) - GLEXTR's, byte for
      * byte, so finance loads GLSUSP through the same GL interface.
       01  GL-DETAIL-LINE.
           05  GLD-REC-TYPE            PIC X(01).
           05  GLD-JOURNAL-DATE        PIC X(08).
           05  GLD-GL-ACCOUNT          PIC X(10).
           05  GLD-DRCR                PIC X(01).
           05  GLD-AMOUNT              PIC 9(11)V99.
           05  GLD-CORR-ID             PIC X(16).
           05  GLD-SOURCE-TYPE         PIC X(04).
           05  GLD-SUSPENSE-FLAG       PIC X(01).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  GL-TRAILER-LINE.
           05  GLT-REC-TYPE            PIC X(01).
           05  GLT-JOURNAL-DATE        PIC X(08).
           05  GLT-LINE-COUNT          PIC 9(09).
           05  GLT-DEBIT-TOTAL         PIC 9(13)V99.
           05  GLT-CREDIT-TOTAL        PIC 9(13)V99.
           05  GLT-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'CLRRTN - INBOUND CLEARING RETURNS FOR   '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(40) VALUE
                   'ORIGINAL CORR-ID ACCOUNT          AMOUNT'.
           05  FILLER                  PIC X(40) VALUE
                   ' RSN DISPOSITION DETAIL               '.
           05  FILLER                  PIC X(52) VALUE
                   'RETURN CORR-ID'.
       01  RPT-RESTART-LINE.
           05  FILLER                  PIC X(40) VALUE
                   '*** RESTARTED - CONTINUING AFTER RECORD '.
           05  RST-DONE-CT             PIC Z(08)9.
           05  FILLER                  PIC X(83) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  DTL-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ACCT                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-AMOUNT              PIC Z(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-REASON              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-DISPOSITION         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-DETAIL              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-RTN-CORR-ID         PIC X(16).
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(07)9.
           05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
           05  TTL-AMOUNT              PIC Z(10)9.99.
           05  FILLER                  PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           MOVE WS-JOB-NAME TO BEA-JOB-NAME.
           ACCEPT WS-POSTING-DATE.
           IF WS-POSTING-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF WS-POSTING-DATE NOT NUMERIC
               DISPLAY 'CLRRTN ERROR BAD POSTING DATE='
                       WS-POSTING-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CHECKPOINT.
           IF WS-DONE-CT > ZERO
               DISPLAY 'CLRRTN RESTART - SKIPPING ' WS-DONE-CT
                       ' PROCESSED RECORDS'
               MOVE WS-DONE-CT TO RST-DONE-CT
               WRITE RPT-LINE FROM RPT-RESTART-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM SKIP-ONE-RECORD
                       UNTIL WS-SKIP-CT NOT < WS-DONE-CT
                          OR WS-CLRIN-EOF
               MOVE WS-SKIP-CT TO WS-READ-CT
           ELSE
               MOVE WS-POSTING-DATE TO HDR-DATE
               WRITE RPT-LINE FROM RPT-HEADER-1
                   AFTER ADVANCING PAGE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               WRITE RPT-LINE FROM RPT-HEADER-2
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM READ-CLRIN.
           PERFORM PROCESS-ONE-RECORD
                   UNTIL WS-CLRIN-EOF.
           IF WS-ENTRY-PENDING
               PERFORM PROCESS-PENDING-RETURN
               MOVE WS-READ-CT TO WS-DONE-CT
               PERFORM UPDATE-CHECKPOINT
           END-IF.
           PERFORM PROVE-FILE.
           PERFORM WRITE-GL-TRAILER.
           PERFORM PRINT-TOTALS.
           PERFORM REMOVE-CHECKPOINT.
           CLOSE CLRIN-FILE TRANF-FILE TRNARCF-FILE ACCTF-FILE
                 NOTIFF-FILE CKPTF-FILE RTNRPT-FILE GLSUSP-FILE.
           DISPLAY 'CLRRTN COMPLETE DATE=' WS-POSTING-DATE
                   ' RETURNS=' WS-ENTRY-CT
                   ' POSTED=' WS-RETURNED-CT
                   ' EXCEPTIONS=' WS-EXCEPTION-CT.
           IF WS-PROOF-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           SET BEA-END TO TRUE.
           CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT.
           IF BEA-LOST-CT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - no SYSIN card: post the returns under
      * the business day on the BUSDATF control record. A missing
      * control record stops the run rather than posting to the
      * wrong day.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'CLRRTN ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-POSTING-DATE.
           CLOSE BUSDATF-FILE.
      *
       OPEN-FILES.
           OPEN INPUT CLRIN-FILE.
           IF WS-CLRIN-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR CLRIN OPEN STATUS='
                       WS-CLRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRNARCF-FILE.
           IF WS-TRNARCF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR TRNARCF OPEN STATUS='
                       WS-TRNARCF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCTF-FILE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR ACCTF OPEN STATUS='
                       WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O NOTIFF-FILE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR NOTIFF OPEN STATUS='
                       WS-NOTIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CKPTF-FILE.
           IF WS-CKPTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR CKPTF OPEN STATUS='
                       WS-CKPTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RTNRPT-FILE.
           IF WS-RTNRPT-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR RTNRPT OPEN STATUS='
                       WS-RTNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND GLSUSP-FILE.
           IF WS-GLSUSP-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR GLSUSP OPEN STATUS='
                       WS-GLSUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       LOAD-CHECKPOINT.
           MOVE WS-JOB-NAME TO CKP-JOB-NAME.
           READ CKPTF-FILE
               INVALID KEY
                   MOVE ZERO   TO WS-DONE-CT
                   MOVE ZERO   TO WS-RETURNED-CT
                   MOVE ZERO   TO WS-EXCEPTION-CT
                   MOVE ZERO   TO WS-ADDENDA-CT
                   MOVE ZERO   TO WS-RETURNED-TOTAL
                   MOVE ZERO   TO WS-EXCEPTION-TOTAL
                   MOVE SPACES TO WS-FLIGHT-CORR-ID
                   MOVE ZERO   TO WS-FLIGHT-PRE-BAL
                   PERFORM WRITE-NEW-CHECKPOINT
               NOT INVALID KEY
                   MOVE CKP-DATA TO WS-CKPT-PROGRESS
                   DISPLAY 'CLRRTN CHECKPOINT FOUND DONE='
                           WS-DONE-CT ' IN FLIGHT='
                           WS-FLIGHT-CORR-ID
           END-READ.
      *
       WRITE-NEW-CHECKPOINT.
           MOVE WS-JOB-NAME      TO CKP-JOB-NAME.
           MOVE WS-CKPT-PROGRESS TO CKP-DATA.
           PERFORM STAMP-CHECKPOINT.
           WRITE CKPT-RECORD
               INVALID KEY
                   DISPLAY 'CLRRTN ERROR CKPTF WRITE STATUS='
                           WS-CKPTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
      *
       UPDATE-CHECKPOINT.
           MOVE WS-JOB-NAME      TO CKP-JOB-NAME.
           MOVE WS-CKPT-PROGRESS TO CKP-DATA.
           PERFORM STAMP-CHECKPOINT.
           REWRITE CKPT-RECORD
               INVALID KEY
                   DISPLAY 'CLRRTN ERROR CKPTF REWRITE STATUS='
                           WS-CKPTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
      *
       STAMP-CHECKPOINT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO CKP-DATE.
           MOVE WS-STAMP-HHMMSS TO CKP-TIME.
      *
       REMOVE-CHECKPOINT.
           MOVE WS-JOB-NAME TO CKP-JOB-NAME.
           DELETE CKPTF-FILE
               INVALID KEY
                   DISPLAY 'CLRRTN ERROR CKPTF DELETE STATUS='
                           WS-CKPTF-STATUS
           END-DELETE.
      *
      *****************************************************************
      * SKIP-ONE-RECORD - restart: pass over the records a prior run
      * already dealt with. Nothing among them is counted again: the
      * entries and addenda they hold are in the checkpointed totals,
      * cut at the same record as WS-DONE-CT.
      *****************************************************************
       SKIP-ONE-RECORD.
           READ CLRIN-FILE
               AT END
                   SET WS-CLRIN-EOF TO TRUE
           END-READ.
           IF NOT WS-CLRIN-EOF
               ADD 1 TO WS-SKIP-CT
           END-IF.
      *
       READ-CLRIN.
           READ CLRIN-FILE
               AT END
                   SET WS-CLRIN-EOF TO TRUE
           END-READ.
           IF NOT WS-CLRIN-EOF
               IF WS-CLRIN-STATUS NOT EQUAL '00'
                   DISPLAY 'CLRRTN ERROR CLRIN READ STATUS='
                           WS-CLRIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-READ-CT
           END-IF.
      *
      *****************************************************************
      * PROCESS-ONE-RECORD - an entry is held until its addenda
      * arrives with the reason code; the return is then posted and
      * checkpointed. An entry followed by anything other than its
      * addenda is posted without a reason before the next record is
      * looked at, and checkpointed short of that record so a
      * restart reads it again. Header, batch and pad records carry
      * nothing to post; the file control is kept for the proof.
      *****************************************************************
       PROCESS-ONE-RECORD.
           IF CLR-ADDENDA-REC
               ADD 1 TO WS-ADDENDA-CT
               IF WS-ENTRY-PENDING
                   MOVE CLR-RA-REASON-CODE TO WS-RTN-REASON
                   PERFORM PROCESS-PENDING-RETURN
                   MOVE WS-READ-CT TO WS-DONE-CT
                   PERFORM UPDATE-CHECKPOINT
               ELSE
                   DISPLAY 'CLRRTN NOTE ADDENDA WITH NO ENTRY AT '
                           'RECORD ' WS-READ-CT
               END-IF
           ELSE
               IF WS-ENTRY-PENDING
                   PERFORM PROCESS-PENDING-RETURN
                   COMPUTE WS-DONE-CT = WS-READ-CT - 1
                   PERFORM UPDATE-CHECKPOINT
               END-IF
               IF CLR-ENTRY-REC
                   PERFORM HOLD-ENTRY
               END-IF
               IF CLR-FILE-CONTROL-REC
                   IF CLR-FC-ENTRY-COUNT NUMERIC
                      AND CLR-FC-DEBIT-TOTAL NUMERIC
                      AND CLR-FC-CREDIT-TOTAL NUMERIC
                       MOVE CLR-FC-ENTRY-COUNT TO WS-FILE-ENTRY-CT
                       COMPUTE WS-FILE-TOTAL = CLR-FC-DEBIT-TOTAL
                                             + CLR-FC-CREDIT-TOTAL
                   ELSE
                       DISPLAY 'CLRRTN ERROR FILE CONTROL NOT NUMERIC'
                       SET WS-PROOF-FAILED TO TRUE
                   END-IF
                   SET WS-CONTROL-SEEN TO TRUE
               END-IF
           END-IF.
           PERFORM READ-CLRIN.
      *
       HOLD-ENTRY.
           MOVE CLR-EN-CORR-ID     TO WS-RTN-ORIG-CORR-ID.
           MOVE CLR-EN-AMOUNT-X    TO WS-RTN-AMOUNT-X.
           MOVE CLR-EN-NAME        TO WS-RTN-NAME.
           MOVE SPACES             TO WS-RTN-REASON.
           SET WS-ENTRY-PENDING    TO TRUE.
      *
      *****************************************************************
      * PROCESS-PENDING-RETURN - match the held return to its
      * original and either post it or report it as an exception.
      *****************************************************************
       PROCESS-PENDING-RETURN.
           SET WS-NO-ENTRY-PENDING TO TRUE.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE 'N'    TO WS-RTN-PREFIX.
           MOVE WS-RTN-ORIG-CORR-ID(2:15) TO WS-RTN-REST.
           MOVE SPACES TO DTL-ACCT.
           MOVE SPACES TO DTL-RTN-CORR-ID.
           IF WS-RTN-AMOUNT-X NUMERIC
               MOVE WS-RTN-AMOUNT TO WS-RTN-AMOUNT-NUM
           ELSE
               MOVE ZERO TO WS-RTN-AMOUNT-NUM
               MOVE 'BAD AMOUNT' TO WS-EXCEPTION-REASON
           END-IF.
           IF WS-EXCEPTION-REASON EQUAL SPACES
               PERFORM MATCH-ORIGINAL
           END-IF.
           IF WS-EXCEPTION-REASON EQUAL SPACES
               PERFORM POST-RETURN
           ELSE
               PERFORM REPORT-EXCEPTION
           END-IF.
      *
      *****************************************************************
      * MATCH-ORIGINAL - find the original posting on TRANF (or learn
      * it was archived) and check the return can be taken against
      * it. The in-flight return of an abended run finds its
      * original already flagged returned by this very return and is
      * let through to POST-RETURN to finish the steps still owed.
      *****************************************************************
       MATCH-ORIGINAL.
           MOVE WS-RTN-ORIG-CORR-ID TO TRN-CORR-ID.
           READ TRANF-FILE
               INVALID KEY
                   PERFORM CHECK-ARCHIVED-ORIGINAL
           END-READ.
           IF WS-TRANF-STATUS EQUAL '00'
               MOVE TRN-ACCOUNT-ID TO DTL-ACCT
               MOVE TRAN-RECORD    TO WS-ORIG-RECORD
               MOVE TRN-PAYEE-ID   TO WS-ORIG-PAYEE-ID
               IF TRN-TRAN-TYPE NOT EQUAL 'PMT '
                   MOVE 'NOT A PAYMENT' TO WS-EXCEPTION-REASON
               ELSE
                   IF TRN-RETURNED
                       IF WS-RTN-ORIG-CORR-ID NOT EQUAL
                                         WS-FLIGHT-CORR-ID
                          OR TRN-REVERSAL-CORR-ID NOT EQUAL
                                         WS-RTN-CORR-ID
                           MOVE 'ALREADY RETURNED'
                                TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       IF TRN-REVERSED
                           MOVE 'ALREADY REVERSED'
                                TO WS-EXCEPTION-REASON
                       ELSE
                           IF TRN-AMOUNT NOT EQUAL WS-RTN-AMOUNT-NUM
                               MOVE 'AMOUNT MISMATCH'
                                    TO WS-EXCEPTION-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-TRANF-STATUS NOT EQUAL '23'
                   DISPLAY 'CLRRTN ERROR TRANF READ corr-id='
                           WS-RTN-ORIG-CORR-ID ' STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-EXCEPTION-REASON EQUAL SPACES
               PERFORM CHECK-PAYING-ACCOUNT
           END-IF.
      *
      *****************************************************************
      * CHECK-ARCHIVED-ORIGINAL - not on TRANF: a TRNARCF marker means
      * the payment was real but TRNARCH has moved it off, and the
      * return cannot be matched against the live history.
      *****************************************************************
       CHECK-ARCHIVED-ORIGINAL.
           MOVE WS-RTN-ORIG-CORR-ID TO TAR-CORR-ID.
           READ TRNARCF-FILE
               INVALID KEY
                   MOVE 'NO ORIGINAL' TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   MOVE TAR-ACCOUNT-ID TO DTL-ACCT
                   MOVE 'ORIGINAL ARCHIVED' TO WS-EXCEPTION-REASON
           END-READ.
           IF WS-TRNARCF-STATUS NOT EQUAL '00'
              AND WS-TRNARCF-STATUS NOT EQUAL '23'
               DISPLAY 'CLRRTN ERROR TRNARCF READ corr-id='
                       WS-RTN-ORIG-CORR-ID ' STATUS='
                       WS-TRNARCF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       CHECK-PAYING-ACCOUNT.
           MOVE DTL-ACCT TO ACC-ACCOUNT-ID.
           READ ACCTF-FILE
               INVALID KEY
                   MOVE 'NO ACCOUNT' TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   IF ACC-CLOSED
                       MOVE 'ACCOUNT CLOSED' TO WS-EXCEPTION-REASON
                   END-IF
           END-READ.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
              AND WS-ACCTF-STATUS NOT EQUAL '23'
               DISPLAY 'CLRRTN ERROR ACCTF READ acct=' DTL-ACCT
                       ' STATUS=' WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * POST-RETURN - the account record is current in ACCT-RECORD.
      * The return is marked in flight on the checkpoint first; then
      * the history record is written, the master credited, the
      * original flagged, the customer notified and the balance-
      * change event published, in that order.
      * The account's balance before the credit goes on the
      * checkpoint with the flight corr-id. A return that is still
      * in flight from an abended run keeps the checkpoint as it
      * was, and RECOVER-RETURN-CREDIT decides from that balance
      * whether the credit landed. Any I/O failure stops the run
      * with the return still in flight, for a restart to finish.
      *****************************************************************
       POST-RETURN.
           IF WS-FLIGHT-CORR-ID EQUAL WS-RTN-ORIG-CORR-ID
               SET WS-RECOVERING TO TRUE
           ELSE
               SET WS-NOT-RECOVERING TO TRUE
               MOVE WS-RTN-ORIG-CORR-ID TO WS-FLIGHT-CORR-ID
               MOVE ACC-BALANCE         TO WS-FLIGHT-PRE-BAL
               PERFORM UPDATE-CHECKPOINT
           END-IF.
           ACCEPT WS-STAMP-TIME FROM TIME.
           PERFORM WRITE-RETURN-HISTORY.
           IF WS-RECOVERING
               PERFORM RECOVER-RETURN-CREDIT
           ELSE
               PERFORM CREDIT-PAYING-ACCOUNT
           END-IF.
           PERFORM FLAG-ORIGINAL-RETURNED.
           PERFORM QUEUE-RETURN-NOTICE.
           PERFORM PUBLISH-RETURN-EVENT.
           ADD 1 TO WS-RETURNED-CT.
           ADD WS-RTN-AMOUNT-NUM TO WS-RETURNED-TOTAL.
           MOVE SPACES TO WS-FLIGHT-CORR-ID.
           MOVE ZERO   TO WS-FLIGHT-PRE-BAL.
           MOVE WS-RTN-ORIG-CORR-ID TO DTL-CORR-ID.
           MOVE WS-RTN-AMOUNT-NUM   TO DTL-AMOUNT.
           MOVE WS-RTN-REASON       TO DTL-REASON.
           MOVE 'RETURNED'          TO DTL-DISPOSITION.
           MOVE 'CREDITED BACK'     TO DTL-DETAIL.
           MOVE WS-RTN-CORR-ID      TO DTL-RTN-CORR-ID.
           PERFORM WRITE-REPORT-LINE.
      *
      *****************************************************************
      * RECOVER-RETURN-CREDIT - the in-flight return of an abended
      * run. The paying account still showing its balance from
      * before the credit has not had it; showing that balance plus
      * the return it has. Anything else stops the run for manual
      * correction rather than guess.
      *****************************************************************
       RECOVER-RETURN-CREDIT.
           COMPUTE WS-EXPECT-BALANCE =
                   WS-FLIGHT-PRE-BAL + WS-RTN-AMOUNT-NUM.
           IF ACC-BALANCE EQUAL WS-FLIGHT-PRE-BAL
               DISPLAY 'CLRRTN RECOVERY - APPLYING CREDIT '
                       'corr-id=' WS-RTN-CORR-ID
               PERFORM CREDIT-PAYING-ACCOUNT
           ELSE
               IF ACC-BALANCE EQUAL WS-EXPECT-BALANCE
                   DISPLAY 'CLRRTN RECOVERY - MASTER ALREADY CREDITED '
                           'corr-id=' WS-RTN-CORR-ID
               ELSE
                   DISPLAY 'CLRRTN ERROR RECOVERY acct='
                           ACC-ACCOUNT-ID ' BALANCE=' ACC-BALANCE
                           ' EXPECTED=' WS-FLIGHT-PRE-BAL
                           ' corr-id=' WS-RTN-CORR-ID
                           ' MANUAL CORRECTION REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      * PUBLISH-RETURN-EVENT - the 'RTN ' credit's balance-change
      * event, with the balance the master now carries, committed at
      * once so it goes out ahead of the return's checkpoint.
      *****************************************************************
       PUBLISH-RETURN-EVENT.
           MOVE WS-RTN-CORR-ID    TO BEV-CORR-ID.
           MOVE ACC-ACCOUNT-ID    TO BEV-ACCOUNT-ID.
           MOVE 'RTN '            TO BEV-TRAN-TYPE.
           MOVE WS-RTN-AMOUNT-NUM TO BEV-AMOUNT.
           MOVE ACC-BALANCE       TO BEV-NEW-BALANCE.
           MOVE WS-POSTING-DATE   TO BEV-BUS-DATE.
           MOVE WS-STAMP-HHMMSS   TO BEV-POST-TIME.
           MOVE 'CLRRTN  '        TO BEV-SOURCE.
           SET BEA-PUBLISH TO TRUE.
           CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT.
           SET BEA-COMMIT TO TRUE.
           CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT.
      *
       WRITE-RETURN-HISTORY.
           MOVE WS-RTN-CORR-ID      TO TRN-CORR-ID.
           MOVE ACC-ACCOUNT-ID      TO TRN-ACCOUNT-ID.
           MOVE 'RTN '              TO TRN-TRAN-TYPE.
           MOVE WS-RTN-AMOUNT-NUM   TO TRN-AMOUNT.
           MOVE WS-POSTING-DATE     TO TRN-DATE.
           MOVE WS-STAMP-HHMMSS     TO TRN-TIME.
           SET TRN-NOT-REVERSED     TO TRUE.
           MOVE WS-RTN-ORIG-CORR-ID TO TRN-REVERSAL-CORR-ID.
           MOVE WS-ORIG-PAYEE-ID    TO TRN-PAYEE-ID.
           MOVE TRN-ACCOUNT-ID      TO TRN-AK-ACCOUNT-ID.
           MOVE TRN-DATE            TO TRN-AK-DATE.
           MOVE TRN-TIME            TO TRN-AK-TIME.
           MOVE TRN-CORR-ID         TO TRN-AK-CORR-ID.
           WRITE TRAN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-TRANF-STATUS EQUAL '00'
               SET WS-HISTORY-WRITTEN TO TRUE
           ELSE
               IF WS-TRANF-STATUS EQUAL '22'
                   SET WS-HISTORY-ALREADY-ON TO TRUE
               ELSE
                   DISPLAY 'CLRRTN ERROR TRANF WRITE corr-id='
                           WS-RTN-CORR-ID ' STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      * CREDIT-PAYING-ACCOUNT - put the money back, keeping the
      * overdraft start date in step the same way PROGC's
      * MAINTAIN-OD-MARKER does.
      *****************************************************************
       CREDIT-PAYING-ACCOUNT.
           ADD WS-RTN-AMOUNT-NUM TO ACC-BALANCE.
           IF ACC-BALANCE < ZERO
               IF ACC-OD-START-DATE EQUAL SPACES
                   MOVE WS-POSTING-DATE TO ACC-OD-START-DATE
               END-IF
           ELSE
               MOVE SPACES TO ACC-OD-START-DATE
           END-IF.
           MOVE WS-POSTING-DATE   TO ACC-LAST-ACT-DATE.
           MOVE WS-RTN-AMOUNT-NUM TO ACC-LAST-ACT-AMOUNT.
           REWRITE ACCT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR ACCTF REWRITE acct='
                       ACC-ACCOUNT-ID ' STATUS=' WS-ACCTF-STATUS
                       ' corr-id=' WS-RTN-CORR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       FLAG-ORIGINAL-RETURNED.
           MOVE WS-ORIG-RECORD TO TRAN-RECORD.
           MOVE 'R'            TO TRN-REVERSED-FLAG.
           MOVE WS-RTN-CORR-ID TO TRN-REVERSAL-CORR-ID.
           REWRITE TRAN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR TRANF REWRITE corr-id='
                       WS-RTN-ORIG-CORR-ID ' STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * QUEUE-RETURN-NOTICE - a duplicate means the notice is already
      * queued (the in-flight return of an abended run) and counts
      * as done.
      *****************************************************************
       QUEUE-RETURN-NOTICE.
           MOVE WS-RTN-CORR-ID    TO NTF-CORR-ID.
           MOVE ACC-ACCOUNT-ID    TO NTF-ACCOUNT-ID.
           MOVE WS-RTN-AMOUNT-NUM TO NTF-AMOUNT.
           MOVE WS-POSTING-DATE   TO NTF-DATE.
           MOVE WS-STAMP-HHMMSS   TO NTF-TIME.
           MOVE 'RTN '            TO NTF-TYPE.
           SET NTF-PENDING        TO TRUE.
           MOVE WS-RTN-REASON     TO NTF-REASON-CODE.
           WRITE NOTIF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
              AND WS-NOTIFF-STATUS NOT EQUAL '22'
               DISPLAY 'CLRRTN ERROR NOTIFF WRITE corr-id='
                       WS-RTN-CORR-ID ' STATUS=' WS-NOTIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * REPORT-EXCEPTION - list the return and journal its money to
      * the GL suspense line: the clearing house has paid it back to
      * the settlement account whether or not it can be matched.
      *****************************************************************
       REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CT.
           ADD WS-RTN-AMOUNT-NUM TO WS-EXCEPTION-TOTAL.
           MOVE WS-RTN-ORIG-CORR-ID TO DTL-CORR-ID.
           MOVE WS-RTN-AMOUNT-NUM   TO DTL-AMOUNT.
           MOVE WS-RTN-REASON       TO DTL-REASON.
           MOVE 'EXCEPTION'         TO DTL-DISPOSITION.
           MOVE WS-EXCEPTION-REASON TO DTL-DETAIL.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY 'CLRRTN EXCEPTION corr-id=' WS-RTN-ORIG-CORR-ID
                   ' ' WS-EXCEPTION-REASON.
           IF WS-RTN-AMOUNT-NUM > ZERO
               MOVE 'D'                 TO GLD-REC-TYPE
               MOVE WS-POSTING-DATE     TO GLD-JOURNAL-DATE
               MOVE WS-RTN-AMOUNT-NUM   TO GLD-AMOUNT
               MOVE WS-RTN-ORIG-CORR-ID TO GLD-CORR-ID
               MOVE 'RTN '              TO GLD-SOURCE-TYPE
               MOVE WS-SETTLE-GL        TO GLD-GL-ACCOUNT
               MOVE 'D'                 TO GLD-DRCR
               MOVE ' '                 TO GLD-SUSPENSE-FLAG
               PERFORM WRITE-GL-LINE
               MOVE WS-SUSPENSE-GL      TO GLD-GL-ACCOUNT
               MOVE 'C'                 TO GLD-DRCR
               MOVE 'S'                 TO GLD-SUSPENSE-FLAG
               PERFORM WRITE-GL-LINE
           END-IF.
      *
       WRITE-GL-LINE.
           WRITE GLSUSP-RECORD FROM GL-DETAIL-LINE.
           IF WS-GLSUSP-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR GLSUSP WRITE STATUS='
                       WS-GLSUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       WRITE-REPORT-LINE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RTNRPT-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR RTNRPT WRITE STATUS='
                       WS-RTNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * PROVE-FILE - every return read was either posted or reported,
      * and the file agrees with its own control record: entry count
      * is entries plus addenda, and the amount is the sum of the
      * control's debit and credit totals.
      *****************************************************************
       PROVE-FILE.
           COMPUTE WS-ENTRY-CT = WS-RETURNED-CT + WS-EXCEPTION-CT.
           COMPUTE WS-ENTRY-TOTAL = WS-RETURNED-TOTAL
                                  + WS-EXCEPTION-TOTAL.
           IF NOT WS-CONTROL-SEEN
               DISPLAY 'CLRRTN ERROR NO FILE CONTROL RECORD'
               SET WS-PROOF-FAILED TO TRUE
           ELSE
               IF WS-FILE-ENTRY-CT NOT EQUAL
                                  WS-ENTRY-CT + WS-ADDENDA-CT
                  OR WS-FILE-TOTAL NOT EQUAL WS-ENTRY-TOTAL
                   DISPLAY 'CLRRTN ERROR FILE CONTROL PROOF FAILED'
                           ' CONTROL COUNT=' WS-FILE-ENTRY-CT
                           ' AMOUNT=' WS-FILE-TOTAL
                           ' READ COUNT=' WS-ENTRY-CT
                           '+' WS-ADDENDA-CT
                           ' AMOUNT=' WS-ENTRY-TOTAL
                   SET WS-PROOF-FAILED TO TRUE
               END-IF
           END-IF.
      *
       WRITE-GL-TRAILER.
           MOVE 'T'                TO GLT-REC-TYPE.
           MOVE WS-POSTING-DATE    TO GLT-JOURNAL-DATE.
           COMPUTE GLT-LINE-COUNT  = WS-EXCEPTION-CT * 2.
           MOVE WS-EXCEPTION-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE WS-EXCEPTION-TOTAL TO GLT-CREDIT-TOTAL.
           COMPUTE GLT-HASH-TOTAL  = WS-EXCEPTION-TOTAL * 2.
           WRITE GLSUSP-RECORD FROM GL-TRAILER-LINE.
           IF WS-GLSUSP-STATUS NOT EQUAL '00'
               DISPLAY 'CLRRTN ERROR GLSUSP TRAILER STATUS='
                       WS-GLSUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RETURNS READ'            TO TTL-TEXT.
           MOVE WS-ENTRY-CT               TO TTL-COUNT.
           MOVE WS-ENTRY-TOTAL            TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CREDITED BACK TO ACCOUNTS' TO TTL-TEXT.
           MOVE WS-RETURNED-CT            TO TTL-COUNT.
           MOVE WS-RETURNED-TOTAL         TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EXCEPTIONS TO GL SUSPENSE' TO TTL-TEXT.
           MOVE WS-EXCEPTION-CT           TO TTL-COUNT.
           MOVE WS-EXCEPTION-TOTAL        TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FILE CONTROL ENTRIES+ADDENDA' TO TTL-TEXT.
           MOVE WS-FILE-ENTRY-CT          TO TTL-COUNT.
           MOVE WS-FILE-TOTAL             TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PROOF-FAILED
               MOVE '*** FILE PROOF FAILED - SEE JOB LOG'
                    TO TTL-TEXT
           ELSE
               MOVE 'FILE PROVED'         TO TTL-TEXT
           END-IF.
           MOVE ZERO                      TO TTL-COUNT.
           MOVE ZERO                      TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (the date already completed
      * without a force card) stops the job here - see RUNCTL. A
      * restart after an abend is let through and resumes from the
      * checkpoint. A rerun date card registers the run under that
      * date.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'CLRRTN  ' TO RCA-JOB-NAME.
           MOVE WS-POSTING-DATE TO RCA-BUS-DATE.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'CLRRTN ERROR ' RCA-MESSAGE
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
           MOVE WS-ENTRY-CT TO RCA-INPUT-CT.
           MOVE WS-RETURNED-CT TO RCA-OUTPUT-CT.
           MOVE WS-EXCEPTION-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'CLRRTN ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
