      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * CLRGEN - nightly outbound clearing file. Takes the clearing
      * day's posted payments ('PMT ' records on TRANF) and sends
      * each one still standing to the beneficiary's bank through
      * the clearing house, in the 94-byte layout of copybook
      * CLRREC: a file header, batches of at most WS-BATCH-LIMIT
      * credit entries each closed by a batch control carrying its
      * entry count, entry hash (the sum of the receiving banks'
      * eight-digit routing ids) and credit total, and a file
      * control carrying the same totals for the whole file.
      * Routing number, beneficiary account and name come from the
      * PAYEEF payee the payment names.
      * A payment is not sent, and is listed on the CLRRPT control
      * report instead, when it:
      *   - has been reversed since it posted (REVERSED)
      *   - names no payee - taken from a caller that predates the
      *     payee master (NO PAYEE)
      *   - names a payee no longer on PAYEEF or no longer active
      *     (PAYEE NOT ON FILE / PAYEE NOT ACTIVE)
      *   - is too large for the clearing amount field (AMOUNT TOO
      *     LARGE)
      * Those exceptions are keyed to the clearing house by hand.
      * The control report proves the day: payments posted equal
      * payments cleared plus reversed plus exceptions, by count and
      * by amount. The posted line is the figure finance ties to
      * GLEXTR's settlement credits for source type PMT on the same
      * journal date. A failed proof ends RC=8; exceptions alone end
      * RC=4.
      *
      * SYSIN: optionally one record, the clearing date (YYYYMMDD) -
      * for reruns. An empty SYSIN takes the current business date
      * from the BUSDATF control record.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL) under the clearing date, which refuses it
      * while CLOSRUN is part-way through the date's closures or
      * when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRN-CORR-ID
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT PAYEEF-FILE ASSIGN TO PAYEEF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PYE-PAYEE-ID
                  FILE STATUS IS WS-PAYEEF-STATUS.
           SELECT CLROUT-FILE ASSIGN TO CLROUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLROUT-STATUS.
           SELECT CLRRPT-FILE ASSIGN TO CLRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLRRPT-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANF-FILE.
       01  TRAN-RECORD.
           COPY TRANREC.
       FD  PAYEEF-FILE.
       01  PAYEE-RECORD.
           COPY PAYEEREC.
       FD  CLROUT-FILE
           RECORDING MODE IS F.
       01  CLROUT-RECORD               PIC X(94).
       FD  CLRRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-PAYEEF-STATUS        PIC X(02).
           05  WS-CLROUT-STATUS        PIC X(02).
           05  WS-CLRRPT-STATUS        PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business-date default.
       01  WS-CLEARING-DATE            PIC X(08) VALUE SPACES.
       01  WS-CLEARING-DATE-R REDEFINES WS-CLEARING-DATE.
           05  FILLER                  PIC X(02).
           05  WS-CLEARING-YYMMDD      PIC X(06).
      * The bank's own identity at the clearing house, and the
      * batch size. Set here alongside the other tuning values.
       01  WS-CLEARING-CONSTANTS.
           05  WS-ORIGIN-DFI           PIC X(08) VALUE '09100001'.
           05  WS-ORIGIN-ROUTING       PIC X(10) VALUE ' 091000019'.
           05  WS-DEST-ROUTING         PIC X(10) VALUE ' 091000022'.
           05  WS-ORIGIN-NAME          PIC X(23) VALUE
                   'PROGA CHAIN BANK       '.
           05  WS-DEST-NAME            PIC X(23) VALUE
                   'CLEARING HOUSE         '.
           05  WS-COMPANY-NAME         PIC X(16) VALUE
                   'PROGA CHAIN BANK'.
           05  WS-COMPANY-ID           PIC X(10) VALUE '1091000019'.
           05  WS-BATCH-LIMIT          PIC 9(06) VALUE 500.
      * An entry amount has eight whole digits on the clearing file.
           05  WS-MAX-ENTRY-AMOUNT     PIC S9(09)V99 COMP-3
                                       VALUE 99999999.99.
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-TRANF-EOF                      VALUE 'Y'.
       01  WS-BATCH-SW                 PIC X(01) VALUE 'N'.
           88  WS-BATCH-OPEN                     VALUE 'Y'.
           88  WS-BATCH-CLOSED                   VALUE 'N'.
       01  WS-EXCEPTION-REASON         PIC X(20).
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC X(08).
           05  WS-STAMP-DATE-R REDEFINES WS-STAMP-DATE.
               10  FILLER              PIC X(02).
               10  WS-STAMP-YYMMDD     PIC X(06).
           05  WS-STAMP-TIME           PIC X(08).
       01  WS-COUNT-FIELDS.
           05  WS-READ-CT              PIC 9(09) VALUE ZERO.
           05  WS-POSTED-CT            PIC 9(07) VALUE ZERO.
           05  WS-CLEARED-CT           PIC 9(07) VALUE ZERO.
           05  WS-REVERSED-CT          PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-CT         PIC 9(07) VALUE ZERO.
           05  WS-BATCH-CT             PIC 9(06) VALUE ZERO.
           05  WS-BATCH-ENTRY-CT       PIC 9(06) VALUE ZERO.
           05  WS-RECORD-CT            PIC 9(09) VALUE ZERO.
           05  WS-BLOCK-CT             PIC 9(06) VALUE ZERO.
           05  WS-PAD-CT               PIC 9(02) VALUE ZERO.
           05  WS-TRACE-SEQ            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FIELDS.
           05  WS-POSTED-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CLEARED-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REVERSED-TOTAL       PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-EXCEPTION-TOTAL      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-BATCH-TOTAL          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ACCOUNTED-TOTAL      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ACCOUNTED-CT         PIC 9(07) VALUE ZERO.
      * Entry hashes are summed wide and cut to their low-order ten
      * digits as they go onto the control records, as the clearing
      * house checks them.
           05  WS-BATCH-HASH           PIC 9(15) VALUE ZERO.
           05  WS-FILE-HASH            PIC 9(15) VALUE ZERO.
           05  WS-DFI-NUM              PIC 9(08).
       01  CLR-RECORD.
           COPY CLRREC.
       01  CLR-PAD-RECORD              PIC X(94) VALUE ALL '9'.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'CLRGEN - OUTBOUND CLEARING CONTROL FOR  '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(60) VALUE
               'EXCEPTIONS - NOT SENT, KEY TO CLEARING HOUSE BY HAND'.
           05  FILLER                  PIC X(72) VALUE SPACES.
       01  RPT-EXCEPTION-LINE.
           05  EXC-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EXC-ACCT                PIC X(10).
           05  FILLER                  PIC X(07) VALUE ' PAYEE='.
           05  EXC-PAYEE               PIC X(10).
           05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
           05  EXC-AMOUNT              PIC Z(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EXC-REASON              PIC X(20).
           05  FILLER                  PIC X(47) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
           05  TTL-AMOUNT              PIC Z(10)9.99.
           05  FILLER                  PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-CLEARING-DATE.
           IF WS-CLEARING-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF WS-CLEARING-DATE NOT NUMERIC
               DISPLAY 'CLRGEN ERROR BAD CLEARING DATE='
                       WS-CLEARING-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           MOVE WS-CLEARING-DATE TO HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           WRITE RPT-LINE FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-FILE-HEADER.
           PERFORM READ-TRANF.
           PERFORM EXAMINE-ONE-TRAN
                   UNTIL WS-TRANF-EOF.
           IF WS-BATCH-OPEN
               PERFORM WRITE-BATCH-CONTROL
           END-IF.
           PERFORM WRITE-FILE-CONTROL.
           PERFORM PRINT-TOTALS.
           CLOSE TRANF-FILE PAYEEF-FILE CLROUT-FILE CLRRPT-FILE.
           DISPLAY 'CLRGEN COMPLETE DATE=' WS-CLEARING-DATE
                   ' POSTED=' WS-POSTED-CT
                   ' CLEARED=' WS-CLEARED-CT
                   ' REVERSED=' WS-REVERSED-CT
                   ' EXCEPTIONS=' WS-EXCEPTION-CT
                   ' BATCHES=' WS-BATCH-CT.
           IF WS-ACCOUNTED-CT NOT EQUAL WS-POSTED-CT
              OR WS-ACCOUNTED-TOTAL NOT EQUAL WS-POSTED-TOTAL
               DISPLAY 'CLRGEN ERROR CONTROL PROOF FAILED POSTED='
                       WS-POSTED-TOTAL ' ACCOUNTED='
                       WS-ACCOUNTED-TOTAL
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - no SYSIN card: clear the payments of
      * the business day on the BUSDATF control record. A missing
      * control record stops the run rather than clearing the wrong
      * day.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRGEN ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'CLRGEN ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-CLEARING-DATE.
           CLOSE BUSDATF-FILE.
      *
       OPEN-FILES.
           OPEN INPUT TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRGEN ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYEEF-FILE.
           IF WS-PAYEEF-STATUS NOT EQUAL '00'
               DISPLAY 'CLRGEN ERROR PAYEEF OPEN STATUS='
                       WS-PAYEEF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLROUT-FILE.
           IF WS-CLROUT-STATUS NOT EQUAL '00'
               DISPLAY 'CLRGEN ERROR CLROUT OPEN STATUS='
                       WS-CLROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLRRPT-FILE.
           IF WS-CLRRPT-STATUS NOT EQUAL '00'
               DISPLAY 'CLRGEN ERROR CLRRPT OPEN STATUS='
                       WS-CLRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       READ-TRANF.
           READ TRANF-FILE
               AT END
                   SET WS-TRANF-EOF TO TRUE
           END-READ.
           IF NOT WS-TRANF-EOF
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'CLRGEN ERROR TRANF READ STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-READ-CT
           END-IF.
      *
      *****************************************************************
      * EXAMINE-ONE-TRAN - a payment posted on the clearing date is
      * either reversed, an exception, or cleared.
      *****************************************************************
       EXAMINE-ONE-TRAN.
           IF TRN-TRAN-TYPE EQUAL 'PMT '
              AND TRN-DATE EQUAL WS-CLEARING-DATE
               ADD 1          TO WS-POSTED-CT
               ADD TRN-AMOUNT TO WS-POSTED-TOTAL
               IF TRN-REVERSED
                   ADD 1          TO WS-REVERSED-CT
                   ADD TRN-AMOUNT TO WS-REVERSED-TOTAL
               ELSE
                   PERFORM SCREEN-PAYMENT
                   IF WS-EXCEPTION-REASON EQUAL SPACES
                       PERFORM WRITE-ENTRY
                   ELSE
                       PERFORM REPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRANF.
      *
      *****************************************************************
      * SCREEN-PAYMENT - find the payee and check the payment can go
      * out as an entry. WS-EXCEPTION-REASON stays spaces when it
      * can; otherwise it says why not. A PAYEEF read failure other
      * than not-found stops the run - the night's file must not go
      * out with payments silently missing.
      *****************************************************************
       SCREEN-PAYMENT.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           IF TRN-PAYEE-ID EQUAL SPACES
               MOVE 'NO PAYEE' TO WS-EXCEPTION-REASON
           ELSE
               MOVE TRN-PAYEE-ID TO PYE-PAYEE-ID
               READ PAYEEF-FILE
                   INVALID KEY
                       MOVE 'PAYEE NOT ON FILE' TO WS-EXCEPTION-REASON
               END-READ
               IF WS-PAYEEF-STATUS NOT EQUAL '00'
                  AND WS-PAYEEF-STATUS NOT EQUAL '23'
                   DISPLAY 'CLRGEN ERROR PAYEEF READ STATUS='
                           WS-PAYEEF-STATUS ' payee=' TRN-PAYEE-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-EXCEPTION-REASON EQUAL SPACES
                   IF NOT PYE-ACTIVE
                       MOVE 'PAYEE NOT ACTIVE' TO WS-EXCEPTION-REASON
                   ELSE
                       IF TRN-AMOUNT > WS-MAX-ENTRY-AMOUNT
                           MOVE 'AMOUNT TOO LARGE'
                                TO WS-EXCEPTION-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       REPORT-EXCEPTION.
           ADD 1          TO WS-EXCEPTION-CT.
           ADD TRN-AMOUNT TO WS-EXCEPTION-TOTAL.
           MOVE TRN-CORR-ID         TO EXC-CORR-ID.
           MOVE TRN-ACCOUNT-ID      TO EXC-ACCT.
           MOVE TRN-PAYEE-ID        TO EXC-PAYEE.
           MOVE TRN-AMOUNT          TO EXC-AMOUNT.
           MOVE WS-EXCEPTION-REASON TO EXC-REASON.
           WRITE RPT-LINE FROM RPT-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY 'CLRGEN EXCEPTION corr-id=' TRN-CORR-ID
                   ' ' WS-EXCEPTION-REASON.
      *
      *****************************************************************
      * WRITE-ENTRY - one credit entry to the payee's bank, opening a
      * new batch first when none is open and closing it once it
      * holds WS-BATCH-LIMIT entries.
      *****************************************************************
       WRITE-ENTRY.
           IF WS-BATCH-CLOSED
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           ADD 1 TO WS-TRACE-SEQ.
           MOVE SPACES            TO CLR-RECORD.
           SET CLR-ENTRY-REC      TO TRUE.
           MOVE '22'              TO CLR-EN-TRAN-CODE.
           MOVE PYE-ROUTING-DFI   TO CLR-EN-RECV-DFI.
           MOVE PYE-ROUTING-CHECK TO CLR-EN-CHECK-DIGIT.
           MOVE PYE-BENE-ACCOUNT  TO CLR-EN-DFI-ACCOUNT.
           MOVE TRN-AMOUNT        TO CLR-EN-AMOUNT.
           MOVE TRN-CORR-ID       TO CLR-EN-CORR-ID.
           MOVE PYE-BENE-NAME     TO CLR-EN-NAME.
           MOVE '0'               TO CLR-EN-ADDENDA-IND.
           MOVE WS-ORIGIN-DFI     TO CLR-EN-TRACE-DFI.
           MOVE WS-TRACE-SEQ      TO CLR-EN-TRACE-SEQ.
           PERFORM WRITE-CLEARING-RECORD.
           MOVE PYE-ROUTING-DFI TO WS-DFI-NUM.
           ADD WS-DFI-NUM       TO WS-BATCH-HASH.
           ADD WS-DFI-NUM       TO WS-FILE-HASH.
           ADD 1                TO WS-BATCH-ENTRY-CT.
           ADD TRN-AMOUNT       TO WS-BATCH-TOTAL.
           ADD 1                TO WS-CLEARED-CT.
           ADD TRN-AMOUNT       TO WS-CLEARED-TOTAL.
           IF WS-BATCH-ENTRY-CT NOT LESS THAN WS-BATCH-LIMIT
               PERFORM WRITE-BATCH-CONTROL
           END-IF.
      *
       WRITE-FILE-HEADER.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES            TO CLR-RECORD.
           SET CLR-FILE-HEADER-REC TO TRUE.
           MOVE '01'              TO CLR-FH-PRIORITY.
           MOVE WS-DEST-ROUTING   TO CLR-FH-IMMED-DEST.
           MOVE WS-ORIGIN-ROUTING TO CLR-FH-IMMED-ORIGIN.
           MOVE WS-STAMP-YYMMDD   TO CLR-FH-CREATE-DATE.
           MOVE WS-STAMP-TIME     TO CLR-FH-CREATE-TIME.
           MOVE 'A'               TO CLR-FH-ID-MODIFIER.
           MOVE '094'             TO CLR-FH-RECORD-SIZE.
           MOVE '10'              TO CLR-FH-BLOCKING.
           MOVE '1'               TO CLR-FH-FORMAT-CODE.
           MOVE WS-DEST-NAME      TO CLR-FH-DEST-NAME.
           MOVE WS-ORIGIN-NAME    TO CLR-FH-ORIGIN-NAME.
           MOVE WS-CLEARING-DATE  TO CLR-FH-REFERENCE.
           PERFORM WRITE-CLEARING-RECORD.
      *
       WRITE-BATCH-HEADER.
           ADD 1 TO WS-BATCH-CT.
           MOVE ZERO               TO WS-BATCH-ENTRY-CT.
           MOVE ZERO               TO WS-BATCH-TOTAL.
           MOVE ZERO               TO WS-BATCH-HASH.
           MOVE SPACES             TO CLR-RECORD.
           SET CLR-BATCH-HEADER-REC TO TRUE.
           MOVE '220'              TO CLR-BH-SERVICE-CLASS.
           MOVE WS-COMPANY-NAME    TO CLR-BH-COMPANY-NAME.
           MOVE WS-COMPANY-ID      TO CLR-BH-COMPANY-ID.
           MOVE 'PPD'              TO CLR-BH-ENTRY-CLASS.
           MOVE 'PAYMENT'          TO CLR-BH-ENTRY-DESC.
           MOVE WS-CLEARING-YYMMDD TO CLR-BH-DESC-DATE.
           MOVE WS-CLEARING-YYMMDD TO CLR-BH-EFFECTIVE-DATE.
           MOVE '1'                TO CLR-BH-ORIG-STATUS.
           MOVE WS-ORIGIN-DFI      TO CLR-BH-ORIGIN-DFI.
           MOVE WS-BATCH-CT        TO CLR-BH-BATCH-NO.
           PERFORM WRITE-CLEARING-RECORD.
           SET WS-BATCH-OPEN TO TRUE.
      *
       WRITE-BATCH-CONTROL.
           MOVE SPACES            TO CLR-RECORD.
           SET CLR-BATCH-CONTROL-REC TO TRUE.
           MOVE '220'             TO CLR-BC-SERVICE-CLASS.
           MOVE WS-BATCH-ENTRY-CT TO CLR-BC-ENTRY-COUNT.
           MOVE WS-BATCH-HASH     TO CLR-BC-ENTRY-HASH.
           MOVE ZERO              TO CLR-BC-DEBIT-TOTAL.
           MOVE WS-BATCH-TOTAL    TO CLR-BC-CREDIT-TOTAL.
           MOVE WS-COMPANY-ID     TO CLR-BC-COMPANY-ID.
           MOVE WS-ORIGIN-DFI     TO CLR-BC-ORIGIN-DFI.
           MOVE WS-BATCH-CT       TO CLR-BC-BATCH-NO.
           PERFORM WRITE-CLEARING-RECORD.
           SET WS-BATCH-CLOSED TO TRUE.
      *
      *****************************************************************
      * WRITE-FILE-CONTROL - the whole-file totals, then pad the last
      * block of ten with all-nines records. The file control itself
      * counts towards the blocks it reports.
      *****************************************************************
       WRITE-FILE-CONTROL.
           COMPUTE WS-BLOCK-CT = (WS-RECORD-CT + 1 + 9) / 10.
           COMPUTE WS-PAD-CT = (WS-BLOCK-CT * 10) - WS-RECORD-CT - 1.
           MOVE SPACES            TO CLR-RECORD.
           SET CLR-FILE-CONTROL-REC TO TRUE.
           MOVE WS-BATCH-CT       TO CLR-FC-BATCH-COUNT.
           MOVE WS-BLOCK-CT       TO CLR-FC-BLOCK-COUNT.
           MOVE WS-CLEARED-CT     TO CLR-FC-ENTRY-COUNT.
           MOVE WS-FILE-HASH      TO CLR-FC-ENTRY-HASH.
           MOVE ZERO              TO CLR-FC-DEBIT-TOTAL.
           MOVE WS-CLEARED-TOTAL  TO CLR-FC-CREDIT-TOTAL.
           PERFORM WRITE-CLEARING-RECORD.
           PERFORM WRITE-PAD-RECORD
                   UNTIL WS-PAD-CT EQUAL ZERO.
      *
       WRITE-PAD-RECORD.
           MOVE CLR-PAD-RECORD TO CLR-RECORD.
           PERFORM WRITE-CLEARING-RECORD.
           SUBTRACT 1 FROM WS-PAD-CT.
      *
       WRITE-CLEARING-RECORD.
           WRITE CLROUT-RECORD FROM CLR-RECORD.
           IF WS-CLROUT-STATUS NOT EQUAL '00'
               DISPLAY 'CLRGEN ERROR CLROUT WRITE STATUS='
                       WS-CLROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RECORD-CT.
      *
      *****************************************************************
      * PRINT-TOTALS - the control section: what posted, and where
      * every posted payment went. Cleared plus reversed plus
      * exceptions must account for every payment posted.
      *****************************************************************
       PRINT-TOTALS.
           COMPUTE WS-ACCOUNTED-CT = WS-CLEARED-CT + WS-REVERSED-CT
                                   + WS-EXCEPTION-CT.
           COMPUTE WS-ACCOUNTED-TOTAL = WS-CLEARED-TOTAL
                                      + WS-REVERSED-TOTAL
                                      + WS-EXCEPTION-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENTS POSTED (GLEXTR PMT SETTLEMENT)' TO TTL-TEXT.
           MOVE WS-POSTED-CT     TO TTL-COUNT.
           MOVE WS-POSTED-TOTAL  TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  CLEARED - SENT ON THE CLEARING FILE' TO TTL-TEXT.
           MOVE WS-CLEARED-CT    TO TTL-COUNT.
           MOVE WS-CLEARED-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  REVERSED SINCE POSTING - NOT SENT' TO TTL-TEXT.
           MOVE WS-REVERSED-CT    TO TTL-COUNT.
           MOVE WS-REVERSED-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  EXCEPTIONS - LISTED ABOVE' TO TTL-TEXT.
           MOVE WS-EXCEPTION-CT    TO TTL-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTED FOR' TO TTL-TEXT.
           MOVE WS-ACCOUNTED-CT    TO TTL-COUNT.
           MOVE WS-ACCOUNTED-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BATCHES ON THE CLEARING FILE' TO TTL-TEXT.
           MOVE WS-BATCH-CT TO TTL-COUNT.
           MOVE ZERO        TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-ACCOUNTED-CT EQUAL WS-POSTED-CT
              AND WS-ACCOUNTED-TOTAL EQUAL WS-POSTED-TOTAL
               MOVE 'CONTROL PROOF: IN BALANCE' TO RPT-LINE
           ELSE
               MOVE 'CONTROL PROOF: OUT OF BALANCE - DO NOT RELEASE'
                    TO RPT-LINE
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (CLOSRUN started for the date but
      * not finished, or the date already completed without a force
      * card) stops the job here - see RUNCTL.
      * A rerun date card registers the run under that date.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'CLRGEN  ' TO RCA-JOB-NAME.
           MOVE WS-CLEARING-DATE TO RCA-BUS-DATE.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'CLRGEN ERROR ' RCA-MESSAGE
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
           MOVE WS-POSTED-CT TO RCA-INPUT-CT.
           MOVE WS-CLEARED-CT TO RCA-OUTPUT-CT.
           MOVE WS-EXCEPTION-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'CLRGEN ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
