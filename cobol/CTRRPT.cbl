      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * CTRRPT - nightly large cash transaction report. Totals the
      * cash deposits ('DEP ' postings not since reversed) each
      * customer made on the report date across all the customer's
      * accounts, and files every customer whose day total is over
      * WS-CTR-THRESHOLD with the regulator, in the 200-byte fixed
      * layout of copybook CTRREC: a file header, one filing per
      * customer carrying the name, address and phone from the CUSTF
      * customer master, and a trailer with the filing count and
      * total.
      * ACCTF is read through its customer alternate index (path
      * DD ACCTF1), so one customer's accounts arrive together; each
      * account's postings for the watch window are read through the
      * TRANF account alternate index (path DD TRANF1), STARTing at
      * the window's first date, so nothing older is ever read.
      * Over the threshold but not filed, and listed on the CTRRPT
      * report for the compliance officer to file by hand (RC=4):
      *   - an account not linked to a customer (NOT LINKED) - it is
      *     judged on its own deposits, as no customer can be named
      *   - a customer id not on CUSTF (CUSTOMER NOT ON CUSTF)
      * The structuring watch list (DD CTRWATCH) names every
      * customer whose cash in today is just under the threshold -
      * WS-NEAR-FLOOR up to the threshold itself - and who has been
      * that close on at least WS-WATCH-MIN-DAYS of the last
      * WS-WATCH-DAYS calendar days, today included. It is for
      * review only; nothing on it is filed.
      * Every filing is recorded on the CTRHSTF history (copybook
      * CTRHREC), so a customer/day is filed once however often the
      * date is rerun. The run goes in three passes:
      *   1. record each customer over the threshold as PENDING;
      *      one already FILED is reported and not filed again
      *   2. write the filing file from the date's PENDING records
      *      and close it
      *   3. turn those records FILED
      * Anything left PENDING at the start of a run was never sent
      * and is cleared first. A failure in pass 3 comes after the
      * filing file is complete: send it, then rerun the date with
      * the MARKONLY option, which does pass 3 alone.
      * A filing count on the file that differs from the customers
      * recorded in pass 1 fails the control proof and ends RC=8 -
      * do not send the file.
      *
      * SYSIN: optionally one record, the report date (YYYYMMDD) in
      * columns 1-8 - for reruns - and 'MARKONLY' in columns 10-17
      * after a pass-3 failure. An empty SYSIN takes the current
      * business date from the BUSDATF control record.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL) under the report date, which refuses it
      * while STORUN is part-way through the date or when the date
      * has already completed. EODCUTOV is held back while CTRRPT
      * is part-way through the date. A MARKONLY rerun follows a
      * run that failed, so it is let through.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRN-CORR-ID
                  ALTERNATE RECORD KEY IS TRN-ACCT-KEY
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT ACCTF-FILE ASSIGN TO ACCTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-ACCOUNT-ID
                  ALTERNATE RECORD KEY IS ACC-CUSTOMER-ID
                      WITH DUPLICATES
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT CUSTF-FILE ASSIGN TO CUSTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-ID
                  FILE STATUS IS WS-CUSTF-STATUS.
           SELECT CTRHSTF-FILE ASSIGN TO CTRHSTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTH-KEY
                  FILE STATUS IS WS-CTRHSTF-STATUS.
           SELECT CTROUT-FILE ASSIGN TO CTROUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTROUT-STATUS.
           SELECT CTRRPT-FILE ASSIGN TO CTRRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTRRPT-STATUS.
           SELECT CTRWATCH-FILE ASSIGN TO CTRWATCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTRWATCH-STATUS.
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
       FD  ACCTF-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.
       FD  CUSTF-FILE.
       01  CUST-RECORD.
           COPY CUSTREC.
       FD  CTRHSTF-FILE.
       01  CTRH-RECORD.
           COPY CTRHREC.
       FD  CTROUT-FILE
           RECORDING MODE IS F.
       01  CTROUT-RECORD               PIC X(200).
       FD  CTRRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  CTRWATCH-FILE
           RECORDING MODE IS F.
       01  WCH-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-CUSTF-STATUS         PIC X(02).
           05  WS-CTRHSTF-STATUS       PIC X(02).
           05  WS-CTROUT-STATUS        PIC X(02).
           05  WS-CTRRPT-STATUS        PIC X(02).
           05  WS-CTRWATCH-STATUS      PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business-date default.
       01  WS-SYSIN-CARD               VALUE SPACES.
           05  WS-REPORT-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-RUN-OPTION           PIC X(08).
               88  WS-MARK-ONLY                  VALUE 'MARKONLY'.
           05  FILLER                  PIC X(63).
      * The bank's identity as a filer, the filing threshold and the
      * watch-list rule. Set here alongside the other tuning values.
      * WS-WATCH-DAYS is also the size of WS-WINDOW-TABLE - change
      * the two together.
       01  WS-CTR-CONSTANTS.
           05  WS-FORMAT-VERSION       PIC X(04) VALUE 'CTR1'.
           05  WS-FILER-ID             PIC X(10) VALUE '1091000019'.
           05  WS-FILER-NAME           PIC X(30) VALUE
                   'PROGA CHAIN BANK'.
           05  WS-CTR-THRESHOLD        PIC S9(09)V99 COMP-3
                                       VALUE 10000.00.
           05  WS-NEAR-FLOOR           PIC S9(09)V99 COMP-3
                                       VALUE 8000.00.
           05  WS-WATCH-DAYS           PIC 9(02) COMP VALUE 10.
           05  WS-WATCH-MIN-DAYS       PIC 9(02) COMP VALUE 3.
           05  WS-MAX-ACCT-IDS         PIC 9(02) COMP VALUE 4.
       01  WS-SW-FIELDS.
           05  WS-ACC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCTF-EOF                  VALUE 'Y'.
           05  WS-TRN-DONE-SW          PIC X(01).
               88  WS-TRAN-DONE                  VALUE 'Y'.
               88  WS-TRAN-MORE                  VALUE 'N'.
           05  WS-CTH-DONE-SW          PIC X(01).
               88  WS-HISTORY-DONE               VALUE 'Y'.
               88  WS-HISTORY-MORE               VALUE 'N'.
           05  WS-ACCT-DEP-SW          PIC X(01).
               88  WS-ACCT-DEPOSITED             VALUE 'Y'.
               88  WS-ACCT-NOT-DEPOSITED         VALUE 'N'.
           05  WS-CUST-FOUND-SW        PIC X(01).
               88  WS-CUST-FOUND                 VALUE 'Y'.
               88  WS-CUST-NOT-FOUND             VALUE 'N'.
      * The watch window: the report date in the last slot and the
      * calendar days before it in the slots ahead, each with the
      * group's cash in for that day.
       01  WS-WINDOW-TABLE.
           05  WS-WIN-ENTRY OCCURS 10 TIMES.
               10  WS-WIN-DATE         PIC X(08).
               10  WS-WIN-TOTAL        PIC S9(11)V99 COMP-3.
       01  WS-WIN-SUB                  PIC 9(02) COMP.
       01  WS-WIN-SLOT                 PIC 9(02) COMP.
       01  WS-STEP-FIELDS.
           05  WS-STEP-DATE            PIC 9(08).
           05  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.
               10  WS-STEP-YEAR        PIC 9(04).
               10  WS-STEP-MONTH       PIC 9(02).
               10  WS-STEP-DAY         PIC 9(02).
           05  WS-MONTH-LEN            PIC 9(02).
           05  WS-LEAP-Q               PIC 9(04) COMP.
           05  WS-LEAP-R4              PIC 9(04) COMP.
           05  WS-LEAP-R100            PIC 9(04) COMP.
           05  WS-LEAP-R400            PIC 9(04) COMP.
       01  WS-MONTH-LEN-DATA.
           05  FILLER                  PIC X(24) VALUE
                   '312831303130313130313031'.
       01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-DATA.
           05  WS-MONTH-LEN-TBL OCCURS 12 TIMES
                                       PIC 9(02).
      * One customer's accounts - or one unlinked account - being
      * totalled: who it is, and what it took in cash on the report
      * date.
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-CUSTOMER       PIC X(10).
           05  WS-GROUP-ACCOUNT        PIC X(10).
           05  WS-GROUP-NAME           PIC X(30).
           05  WS-GROUP-DEP-CT         PIC 9(04).
           05  WS-GROUP-ACCT-CT        PIC 9(03).
           05  WS-GROUP-ACCT-ID OCCURS 4 TIMES
                                       PIC X(10).
           05  WS-GROUP-TODAY          PIC S9(11)V99 COMP-3.
           05  WS-GROUP-WINDOW         PIC S9(11)V99 COMP-3.
           05  WS-NEAR-DAY-CT          PIC 9(02) COMP.
       01  WS-DISPOSITION              PIC X(28).
      * Repositioning key for the TRANF alternate index: the account,
      * then the window's first date, LOW-VALUES after it.
       01  WS-START-KEY.
           05  WS-START-ACCOUNT        PIC X(10).
           05  WS-START-DATE           PIC X(08).
           05  WS-START-REST           PIC X(22).
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC X(08).
           05  WS-STAMP-TIME           PIC X(08).
       01  WS-COUNT-FIELDS.
           05  WS-ACCT-READ-CT         PIC 9(09) VALUE ZERO.
           05  WS-DEPOSIT-CT           PIC 9(09) VALUE ZERO.
           05  WS-OVER-CT              PIC 9(07) VALUE ZERO.
           05  WS-NEW-CT               PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-CT           PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-CT         PIC 9(07) VALUE ZERO.
           05  WS-WATCH-CT             PIC 9(07) VALUE ZERO.
           05  WS-CLEARED-CT           PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-CT            PIC 9(06) VALUE ZERO.
           05  WS-MARKED-CT            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FIELDS.
           05  WS-OVER-TOTAL           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-NEW-TOTAL            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ALREADY-TOTAL        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-EXCEPTION-TOTAL      PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-DETAIL-TOTAL         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  CTR-RECORD.
           COPY CTRREC.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
                   'CTRRPT - LARGE CASH TRANSACTION FILING FOR  '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(80) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(13) VALUE
                   'CASH IN OVER '.
           05  HD2-THRESHOLD           PIC Z(06)9.99.
           05  FILLER                  PIC X(34) VALUE
                   ' IN ONE BUSINESS DAY, PER CUSTOMER'.
           05  FILLER                  PIC X(75) VALUE SPACES.
       01  RPT-FILING-LINE.
           05  FLG-ID                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FLG-NAME                PIC X(30).
           05  FILLER                  PIC X(09) VALUE ' CASH IN='.
           05  FLG-AMOUNT              PIC Z(10)9.99.
           05  FILLER                  PIC X(10) VALUE ' DEPOSITS='.
           05  FLG-DEP-CT              PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE ' ACCOUNTS='.
           05  FLG-ACCT-CT             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FLG-DISPOSITION         PIC X(28).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
           05  TTL-AMOUNT              PIC Z(12)9.99.
           05  FILLER                  PIC X(61) VALUE SPACES.
       01  WCH-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'CTRRPT - STRUCTURING WATCH LIST FOR     '.
           05  WH1-DATE                PIC X(08).
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  WCH-HEADER-2.
           05  FILLER                  PIC X(11) VALUE
                   'CASH IN OF '.
           05  WH2-FLOOR               PIC Z(06)9.99.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WH2-THRESHOLD           PIC Z(06)9.99.
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  WH2-MIN-DAYS            PIC Z9.
           05  FILLER                  PIC X(21) VALUE
                   ' OR MORE OF THE LAST '.
           05  WH2-DAYS                PIC Z9.
           05  FILLER                  PIC X(21) VALUE
                   ' DAYS, TODAY INCLUDED'.
           05  FILLER                  PIC X(47) VALUE SPACES.
       01  WCH-DETAIL-LINE.
           05  WCH-ID                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WCH-NAME                PIC X(30).
           05  FILLER                  PIC X(11) VALUE ' NEAR DAYS='.
           05  WCH-NEAR-CT             PIC Z9.
           05  FILLER                  PIC X(07) VALUE ' TODAY='.
           05  WCH-TODAY               PIC Z(10)9.99.
           05  FILLER                  PIC X(08) VALUE ' WINDOW='.
           05  WCH-WINDOW              PIC Z(10)9.99.
           05  FILLER                  PIC X(10) VALUE ' DEPOSITS='.
           05  WCH-DEP-CT              PIC ZZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-SYSIN-CARD.
           IF WS-REPORT-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF WS-REPORT-DATE NOT NUMERIC
               DISPLAY 'CTRRPT ERROR BAD REPORT DATE=' WS-REPORT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-DATE TO WS-STEP-DATE.
           IF WS-STEP-MONTH < 1 OR WS-STEP-MONTH > 12
               DISPLAY 'CTRRPT ERROR BAD REPORT DATE=' WS-REPORT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           MOVE WS-REPORT-DATE   TO HDR-DATE.
           MOVE WS-CTR-THRESHOLD TO HD2-THRESHOLD.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-MARK-ONLY
               PERFORM MARK-FILINGS-FILED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               MOVE 'MARKONLY - PENDING FILINGS MARKED FILED'
                    TO TTL-TEXT
               MOVE WS-MARKED-CT TO TTL-COUNT
               MOVE ZERO         TO TTL-AMOUNT
               WRITE RPT-LINE FROM RPT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE TRANF-FILE ACCTF-FILE CUSTF-FILE CTRHSTF-FILE
                     CTRRPT-FILE CTRWATCH-FILE
               DISPLAY 'CTRRPT COMPLETE DATE=' WS-REPORT-DATE
                       ' MARKONLY MARKED=' WS-MARKED-CT
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           MOVE WS-REPORT-DATE    TO WH1-DATE.
           MOVE WS-NEAR-FLOOR     TO WH2-FLOOR.
           MOVE WS-CTR-THRESHOLD  TO WH2-THRESHOLD.
           MOVE WS-WATCH-MIN-DAYS TO WH2-MIN-DAYS.
           MOVE WS-WATCH-DAYS     TO WH2-DAYS.
           WRITE WCH-LINE FROM WCH-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE WCH-LINE FROM WCH-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WCH-LINE.
           WRITE WCH-LINE AFTER ADVANCING 1 LINE.
           PERFORM BUILD-WINDOW.
           PERFORM CLEAR-UNSENT-FILINGS.
           PERFORM START-ACCTF.
           PERFORM EXAMINE-ONE-GROUP
                   UNTIL WS-ACCTF-EOF.
           PERFORM WRITE-FILING-FILE.
           CLOSE CTROUT-FILE.
           IF WS-CTROUT-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR CTROUT CLOSE STATUS='
                       WS-CTROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DETAIL-CT EQUAL WS-NEW-CT
               PERFORM MARK-FILINGS-FILED
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE TRANF-FILE ACCTF-FILE CUSTF-FILE CTRHSTF-FILE
                 CTRRPT-FILE CTRWATCH-FILE.
           DISPLAY 'CTRRPT COMPLETE DATE=' WS-REPORT-DATE
                   ' OVER=' WS-OVER-CT
                   ' FILED=' WS-DETAIL-CT
                   ' ALREADY=' WS-ALREADY-CT
                   ' EXCEPTIONS=' WS-EXCEPTION-CT
                   ' WATCH=' WS-WATCH-CT.
           IF WS-DETAIL-CT NOT EQUAL WS-NEW-CT
               DISPLAY 'CTRRPT ERROR CONTROL PROOF FAILED RECORDED='
                       WS-NEW-CT ' ON FILE=' WS-DETAIL-CT
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
      * FETCH-BUSINESS-DATE - no SYSIN card: report the business day
      * on the BUSDATF control record. A missing control record
      * stops the run rather than reporting the wrong day.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'CTRRPT ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE.
           CLOSE BUSDATF-FILE.
      *
      *****************************************************************
      * OPEN-FILES - the filing file is opened only when it is to be
      * written; a MARKONLY run leaves the last one as it is.
      *****************************************************************
       OPEN-FILES.
           OPEN INPUT TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCTF-FILE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR ACCTF OPEN STATUS='
                       WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTF-FILE.
           IF WS-CUSTF-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR CUSTF OPEN STATUS='
                       WS-CUSTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CTRHSTF-FILE.
           IF WS-CTRHSTF-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR CTRHSTF OPEN STATUS='
                       WS-CTRHSTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-MARK-ONLY
               OPEN OUTPUT CTROUT-FILE
               IF WS-CTROUT-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR CTROUT OPEN STATUS='
                           WS-CTROUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT CTRRPT-FILE.
           IF WS-CTRRPT-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR CTRRPT OPEN STATUS='
                       WS-CTRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CTRWATCH-FILE.
           IF WS-CTRWATCH-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR CTRWATCH OPEN STATUS='
                       WS-CTRWATCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * BUILD-WINDOW - the report date goes in the last slot and each
      * slot before it takes the day before, back to the window's
      * first date.
      *****************************************************************
       BUILD-WINDOW.
           MOVE WS-REPORT-DATE TO WS-STEP-DATE.
           MOVE WS-WATCH-DAYS  TO WS-WIN-SUB.
           PERFORM SET-WINDOW-DATE
                   UNTIL WS-WIN-SUB EQUAL ZERO.
      *
       SET-WINDOW-DATE.
           MOVE WS-STEP-DATE TO WS-WIN-DATE(WS-WIN-SUB).
           SUBTRACT 1 FROM WS-WIN-SUB.
           IF WS-WIN-SUB > ZERO
               PERFORM SUBTRACT-ONE-DAY
           END-IF.
      *
       SUBTRACT-ONE-DAY.
           IF WS-STEP-DAY > 1
               SUBTRACT 1 FROM WS-STEP-DAY
           ELSE
               IF WS-STEP-MONTH > 1
                   SUBTRACT 1 FROM WS-STEP-MONTH
               ELSE
                   MOVE 12 TO WS-STEP-MONTH
                   SUBTRACT 1 FROM WS-STEP-YEAR
               END-IF
               PERFORM SET-MONTH-LENGTH
               MOVE WS-MONTH-LEN TO WS-STEP-DAY
           END-IF.
      *
      *****************************************************************
      * SET-MONTH-LENGTH - days in WS-STEP-MONTH of WS-STEP-YEAR,
      * with the century-aware leap test for February.
      *****************************************************************
       SET-MONTH-LENGTH.
           MOVE WS-MONTH-LEN-TBL(WS-STEP-MONTH) TO WS-MONTH-LEN.
           IF WS-STEP-MONTH EQUAL 2
               DIVIDE WS-STEP-YEAR BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
               DIVIDE WS-STEP-YEAR BY 100
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
               DIVIDE WS-STEP-YEAR BY 400
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 EQUAL ZERO
                  AND (WS-LEAP-R100 NOT EQUAL ZERO
                       OR WS-LEAP-R400 EQUAL ZERO)
                   MOVE 29 TO WS-MONTH-LEN
               END-IF
           END-IF.
      *
      *****************************************************************
      * CLEAR-UNSENT-FILINGS - a PENDING record left on the history
      * for the report date is from a run that stopped before its
      * filing file was complete, so it never went out. Clear it;
      * this run records afresh whoever is over the threshold now.
      *****************************************************************
       CLEAR-UNSENT-FILINGS.
           PERFORM START-HISTORY-AT-DATE.
           PERFORM CLEAR-ONE-UNSENT
                   UNTIL WS-HISTORY-DONE.
           IF WS-CLEARED-CT > ZERO
               DISPLAY 'CTRRPT CLEARED ' WS-CLEARED-CT
                       ' UNSENT FILINGS FROM AN EARLIER RUN'
           END-IF.
      *
       CLEAR-ONE-UNSENT.
           IF CTH-PENDING
               DELETE CTRHSTF-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-CTRHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR CTRHSTF DELETE STATUS='
                           WS-CTRHSTF-STATUS ' customer='
                           CTH-CUSTOMER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLEARED-CT
           END-IF.
           PERFORM READ-HISTORY-NEXT.
      *
      *****************************************************************
      * START-HISTORY-AT-DATE / READ-HISTORY-NEXT - browse the report
      * date's history records in customer order. The first record
      * of a later date ends the browse.
      *****************************************************************
       START-HISTORY-AT-DATE.
           SET WS-HISTORY-MORE TO TRUE.
           MOVE WS-REPORT-DATE TO CTH-BUS-DATE.
           MOVE LOW-VALUES     TO CTH-CUSTOMER-ID.
           START CTRHSTF-FILE KEY IS NOT LESS THAN CTH-KEY
               INVALID KEY
                   SET WS-HISTORY-DONE TO TRUE
           END-START.
           IF NOT WS-HISTORY-DONE
               IF WS-CTRHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR CTRHSTF START STATUS='
                           WS-CTRHSTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-HISTORY-NEXT
           END-IF.
      *
       READ-HISTORY-NEXT.
           READ CTRHSTF-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-DONE TO TRUE
           END-READ.
           IF NOT WS-HISTORY-DONE
               IF WS-CTRHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR CTRHSTF READ STATUS='
                           WS-CTRHSTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CTH-BUS-DATE NOT EQUAL WS-REPORT-DATE
                   SET WS-HISTORY-DONE TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * START-ACCTF / READ-ACCTF - every account in customer id order
      * through the customer alternate index. The unlinked accounts
      * (blank customer id) come first. Status 02 only says more
      * accounts share the customer id.
      *****************************************************************
       START-ACCTF.
           MOVE LOW-VALUES TO ACC-CUSTOMER-ID.
           START ACCTF-FILE KEY IS NOT LESS THAN ACC-CUSTOMER-ID
               INVALID KEY
                   SET WS-ACCTF-EOF TO TRUE
           END-START.
           IF NOT WS-ACCTF-EOF
               IF WS-ACCTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR ACCTF START STATUS='
                           WS-ACCTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-ACCTF
           END-IF.
      *
       READ-ACCTF.
           READ ACCTF-FILE NEXT RECORD
               AT END
                   SET WS-ACCTF-EOF TO TRUE
           END-READ.
           IF NOT WS-ACCTF-EOF
               IF WS-ACCTF-STATUS NOT EQUAL '00'
                  AND WS-ACCTF-STATUS NOT EQUAL '02'
                   DISPLAY 'CTRRPT ERROR ACCTF READ STATUS='
                           WS-ACCTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-READ-CT
           END-IF.
      *
      *****************************************************************
      * EXAMINE-ONE-GROUP - total one customer's accounts, or one
      * unlinked account on its own, then judge the group against
      * the threshold and the watch-list rule.
      *****************************************************************
       EXAMINE-ONE-GROUP.
           MOVE ACC-CUSTOMER-ID TO WS-GROUP-CUSTOMER.
           MOVE ACC-ACCOUNT-ID  TO WS-GROUP-ACCOUNT.
           MOVE ACC-CUST-NAME   TO WS-GROUP-NAME.
           MOVE ZERO            TO WS-GROUP-DEP-CT.
           MOVE ZERO            TO WS-GROUP-ACCT-CT.
           MOVE SPACES          TO WS-GROUP-ACCT-ID(1)
                                   WS-GROUP-ACCT-ID(2)
                                   WS-GROUP-ACCT-ID(3)
                                   WS-GROUP-ACCT-ID(4).
           PERFORM CLEAR-WINDOW-TOTAL
                   VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WATCH-DAYS.
           IF WS-GROUP-CUSTOMER EQUAL SPACES
               PERFORM TOTAL-ONE-ACCOUNT
           ELSE
               PERFORM TOTAL-ONE-ACCOUNT
                       UNTIL WS-ACCTF-EOF
                          OR ACC-CUSTOMER-ID NOT EQUAL
                             WS-GROUP-CUSTOMER
           END-IF.
           MOVE WS-WIN-TOTAL(WS-WATCH-DAYS) TO WS-GROUP-TODAY.
           IF WS-GROUP-TODAY > WS-CTR-THRESHOLD
               PERFORM FILE-GROUP
           END-IF.
           PERFORM CHECK-WATCH-LIST.
      *
       CLEAR-WINDOW-TOTAL.
           MOVE ZERO TO WS-WIN-TOTAL(WS-WIN-SUB).
      *
      *****************************************************************
      * TOTAL-ONE-ACCOUNT - add the account's cash deposits in the
      * window into the group's day totals, then move to the next
      * account.
      *****************************************************************
       TOTAL-ONE-ACCOUNT.
           SET WS-ACCT-NOT-DEPOSITED TO TRUE.
           SET WS-TRAN-MORE          TO TRUE.
           MOVE ACC-ACCOUNT-ID TO WS-START-ACCOUNT.
           MOVE WS-WIN-DATE(1) TO WS-START-DATE.
           MOVE LOW-VALUES     TO WS-START-REST.
           MOVE WS-START-KEY   TO TRN-ACCT-KEY.
           START TRANF-FILE KEY IS NOT LESS THAN TRN-ACCT-KEY
               INVALID KEY
                   SET WS-TRAN-DONE TO TRUE
           END-START.
           IF NOT WS-TRAN-DONE
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR TRANF START STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-TRANF
           END-IF.
           PERFORM ADD-ONE-POSTING
                   UNTIL WS-TRAN-DONE.
           IF WS-ACCT-DEPOSITED
               ADD 1 TO WS-GROUP-ACCT-CT
               IF WS-GROUP-ACCT-CT NOT GREATER THAN WS-MAX-ACCT-IDS
                   MOVE ACC-ACCOUNT-ID
                        TO WS-GROUP-ACCT-ID(WS-GROUP-ACCT-CT)
               END-IF
           END-IF.
           PERFORM READ-ACCTF.
      *
      *****************************************************************
      * READ-TRANF - the next posting of the account, in date/time
      * order. Another account's posting, or one dated after the
      * report date, ends the account.
      *****************************************************************
       READ-TRANF.
           READ TRANF-FILE NEXT RECORD
               AT END
                   SET WS-TRAN-DONE TO TRUE
           END-READ.
           IF NOT WS-TRAN-DONE
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR TRANF READ STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRN-AK-ACCOUNT-ID NOT EQUAL WS-START-ACCOUNT
                  OR TRN-AK-DATE > WS-REPORT-DATE
                   SET WS-TRAN-DONE TO TRUE
               END-IF
           END-IF.
      *
       ADD-ONE-POSTING.
           IF TRN-TRAN-TYPE EQUAL 'DEP '
              AND NOT TRN-REVERSED
               MOVE ZERO TO WS-WIN-SLOT
               PERFORM MATCH-WINDOW-DATE
                       VARYING WS-WIN-SUB FROM 1 BY 1
                       UNTIL WS-WIN-SUB > WS-WATCH-DAYS
               IF WS-WIN-SLOT > ZERO
                   ADD TRN-AMOUNT TO WS-WIN-TOTAL(WS-WIN-SLOT)
                   IF WS-WIN-SLOT EQUAL WS-WATCH-DAYS
                       ADD 1 TO WS-GROUP-DEP-CT
                       ADD 1 TO WS-DEPOSIT-CT
                       SET WS-ACCT-DEPOSITED TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TRANF.
      *
       MATCH-WINDOW-DATE.
           IF WS-WIN-DATE(WS-WIN-SUB) EQUAL TRN-AK-DATE
               MOVE WS-WIN-SUB TO WS-WIN-SLOT
           END-IF.
      *
      *****************************************************************
      * FILE-GROUP - the group is over the threshold. A customer on
      * CUSTF is recorded for filing; an unlinked account or an
      * unknown customer is an exception for the compliance officer.
      *****************************************************************
       FILE-GROUP.
           ADD 1              TO WS-OVER-CT.
           ADD WS-GROUP-TODAY TO WS-OVER-TOTAL.
           IF WS-GROUP-CUSTOMER EQUAL SPACES
               MOVE 'NOT LINKED - FILE BY HAND' TO WS-DISPOSITION
               PERFORM REPORT-EXCEPTION
           ELSE
               PERFORM READ-CUSTOMER
               IF WS-CUST-NOT-FOUND
                   MOVE 'CUSTOMER NOT ON CUSTF' TO WS-DISPOSITION
                   PERFORM REPORT-EXCEPTION
               ELSE
                   MOVE CUS-NAME TO WS-GROUP-NAME
                   PERFORM RECORD-FILING
               END-IF
           END-IF.
      *
       READ-CUSTOMER.
           SET WS-CUST-FOUND TO TRUE.
           MOVE WS-GROUP-CUSTOMER TO CUS-CUSTOMER-ID.
           READ CUSTF-FILE
               INVALID KEY
                   SET WS-CUST-NOT-FOUND TO TRUE
           END-READ.
           IF WS-CUSTF-STATUS NOT EQUAL '00'
              AND WS-CUSTF-STATUS NOT EQUAL '23'
               DISPLAY 'CTRRPT ERROR CUSTF READ STATUS='
                       WS-CUSTF-STATUS ' customer=' WS-GROUP-CUSTOMER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       REPORT-EXCEPTION.
           ADD 1              TO WS-EXCEPTION-CT.
           ADD WS-GROUP-TODAY TO WS-EXCEPTION-TOTAL.
           PERFORM PRINT-FILING-LINE.
           DISPLAY 'CTRRPT EXCEPTION customer=' WS-GROUP-CUSTOMER
                   ' account=' WS-GROUP-ACCOUNT ' ' WS-DISPOSITION.
      *
      *****************************************************************
      * RECORD-FILING - a customer/day already FILED is reported and
      * left alone. Otherwise the filing image is recorded PENDING,
      * to go out on this run's filing file.
      *****************************************************************
       RECORD-FILING.
           MOVE WS-REPORT-DATE    TO CTH-BUS-DATE.
           MOVE WS-GROUP-CUSTOMER TO CTH-CUSTOMER-ID.
           READ CTRHSTF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CTRHSTF-STATUS NOT EQUAL '00'
              AND WS-CTRHSTF-STATUS NOT EQUAL '23'
               DISPLAY 'CTRRPT ERROR CTRHSTF READ STATUS='
                       WS-CTRHSTF-STATUS ' customer=' WS-GROUP-CUSTOMER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CTRHSTF-STATUS EQUAL '00'
              AND CTH-FILED
               ADD 1              TO WS-ALREADY-CT
               ADD WS-GROUP-TODAY TO WS-ALREADY-TOTAL
               MOVE SPACES TO WS-DISPOSITION
               STRING 'ALREADY FILED ON ' CTH-FILED-DATE
                      DELIMITED BY SIZE INTO WS-DISPOSITION
               PERFORM PRINT-FILING-LINE
           ELSE
               PERFORM BUILD-FILING-IMAGE
               MOVE WS-REPORT-DATE    TO CTH-BUS-DATE
               MOVE WS-GROUP-CUSTOMER TO CTH-CUSTOMER-ID
               SET CTH-PENDING        TO TRUE
               MOVE SPACES            TO CTH-FILED-DATE
               MOVE CTR-RECORD        TO CTH-FILING-IMAGE
               WRITE CTRH-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-CTRHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR CTRHSTF WRITE STATUS='
                           WS-CTRHSTF-STATUS ' customer='
                           WS-GROUP-CUSTOMER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1              TO WS-NEW-CT
               ADD WS-GROUP-TODAY TO WS-NEW-TOTAL
               MOVE 'FILED' TO WS-DISPOSITION
               PERFORM PRINT-FILING-LINE
           END-IF.
      *
      *****************************************************************
      * BUILD-FILING-IMAGE - the filing detail record, less the
      * sequence number it takes when the filing file is written.
      *****************************************************************
       BUILD-FILING-IMAGE.
           MOVE SPACES              TO CTR-RECORD.
           SET CTR-DETAIL-REC       TO TRUE.
           MOVE ZERO                TO CTR-D-SEQ-NO.
           MOVE WS-REPORT-DATE      TO CTR-D-BUS-DATE.
           MOVE CUS-CUSTOMER-ID     TO CTR-D-CUSTOMER-ID.
           MOVE CUS-NAME            TO CTR-D-NAME.
           MOVE CUS-ADDR-LINE-1     TO CTR-D-ADDR-LINE-1.
           MOVE CUS-ADDR-LINE-2     TO CTR-D-ADDR-LINE-2.
           MOVE CUS-PHONE           TO CTR-D-PHONE.
           MOVE WS-GROUP-TODAY      TO CTR-D-CASH-IN-AMOUNT.
           MOVE WS-GROUP-DEP-CT     TO CTR-D-DEPOSIT-CT.
           MOVE WS-GROUP-ACCT-CT    TO CTR-D-ACCOUNT-CT.
           MOVE WS-GROUP-ACCT-ID(1) TO CTR-D-ACCOUNT-ID(1).
           MOVE WS-GROUP-ACCT-ID(2) TO CTR-D-ACCOUNT-ID(2).
           MOVE WS-GROUP-ACCT-ID(3) TO CTR-D-ACCOUNT-ID(3).
           MOVE WS-GROUP-ACCT-ID(4) TO CTR-D-ACCOUNT-ID(4).
      *
       PRINT-FILING-LINE.
           IF WS-GROUP-CUSTOMER EQUAL SPACES
               MOVE WS-GROUP-ACCOUNT  TO FLG-ID
           ELSE
               MOVE WS-GROUP-CUSTOMER TO FLG-ID
           END-IF.
           MOVE WS-GROUP-NAME    TO FLG-NAME.
           MOVE WS-GROUP-TODAY   TO FLG-AMOUNT.
           MOVE WS-GROUP-DEP-CT  TO FLG-DEP-CT.
           MOVE WS-GROUP-ACCT-CT TO FLG-ACCT-CT.
           MOVE WS-DISPOSITION   TO FLG-DISPOSITION.
           WRITE RPT-LINE FROM RPT-FILING-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * CHECK-WATCH-LIST - just under the threshold today, and just
      * under on enough days of the window, today included.
      *****************************************************************
       CHECK-WATCH-LIST.
           IF WS-GROUP-TODAY NOT LESS THAN WS-NEAR-FLOOR
              AND WS-GROUP-TODAY NOT GREATER THAN WS-CTR-THRESHOLD
               MOVE ZERO TO WS-NEAR-DAY-CT
               MOVE ZERO TO WS-GROUP-WINDOW
               PERFORM COUNT-NEAR-DAY
                       VARYING WS-WIN-SUB FROM 1 BY 1
                       UNTIL WS-WIN-SUB > WS-WATCH-DAYS
               IF WS-NEAR-DAY-CT NOT LESS THAN WS-WATCH-MIN-DAYS
                   PERFORM PRINT-WATCH-LINE
               END-IF
           END-IF.
      *
       COUNT-NEAR-DAY.
           ADD WS-WIN-TOTAL(WS-WIN-SUB) TO WS-GROUP-WINDOW.
           IF WS-WIN-TOTAL(WS-WIN-SUB) NOT LESS THAN WS-NEAR-FLOOR
              AND WS-WIN-TOTAL(WS-WIN-SUB)
                  NOT GREATER THAN WS-CTR-THRESHOLD
               ADD 1 TO WS-NEAR-DAY-CT
           END-IF.
      *
       PRINT-WATCH-LINE.
           ADD 1 TO WS-WATCH-CT.
           IF WS-GROUP-CUSTOMER EQUAL SPACES
               MOVE WS-GROUP-ACCOUNT  TO WCH-ID
           ELSE
               MOVE WS-GROUP-CUSTOMER TO WCH-ID
               PERFORM READ-CUSTOMER
               IF WS-CUST-FOUND
                   MOVE CUS-NAME TO WS-GROUP-NAME
               END-IF
           END-IF.
           MOVE WS-GROUP-NAME   TO WCH-NAME.
           MOVE WS-NEAR-DAY-CT  TO WCH-NEAR-CT.
           MOVE WS-GROUP-TODAY  TO WCH-TODAY.
           MOVE WS-GROUP-WINDOW TO WCH-WINDOW.
           MOVE WS-GROUP-DEP-CT TO WCH-DEP-CT.
           WRITE WCH-LINE FROM WCH-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * WRITE-FILING-FILE - header, every PENDING filing for the date
      * numbered in customer order, trailer.
      *****************************************************************
       WRITE-FILING-FILE.
           MOVE SPACES            TO CTR-RECORD.
           SET CTR-HEADER-REC     TO TRUE.
           MOVE WS-FORMAT-VERSION TO CTR-H-FORMAT-VERSION.
           MOVE WS-FILER-ID       TO CTR-H-FILER-ID.
           MOVE WS-FILER-NAME     TO CTR-H-FILER-NAME.
           MOVE WS-REPORT-DATE    TO CTR-H-REPORT-DATE.
           MOVE WS-STAMP-DATE     TO CTR-H-CREATE-DATE.
           MOVE WS-STAMP-TIME     TO CTR-H-CREATE-TIME.
           PERFORM WRITE-FILING-RECORD.
           PERFORM START-HISTORY-AT-DATE.
           PERFORM WRITE-ONE-FILING
                   UNTIL WS-HISTORY-DONE.
           MOVE SPACES            TO CTR-RECORD.
           SET CTR-TRAILER-REC    TO TRUE.
           MOVE WS-DETAIL-CT      TO CTR-T-DETAIL-CT.
           MOVE WS-DETAIL-TOTAL   TO CTR-T-CASH-IN-TOTAL.
           PERFORM WRITE-FILING-RECORD.
      *
       WRITE-ONE-FILING.
           IF CTH-PENDING
               MOVE CTH-FILING-IMAGE     TO CTR-RECORD
               ADD 1                     TO WS-DETAIL-CT
               ADD CTR-D-CASH-IN-AMOUNT  TO WS-DETAIL-TOTAL
               MOVE WS-DETAIL-CT         TO CTR-D-SEQ-NO
               PERFORM WRITE-FILING-RECORD
           END-IF.
           PERFORM READ-HISTORY-NEXT.
      *
       WRITE-FILING-RECORD.
           WRITE CTROUT-RECORD FROM CTR-RECORD.
           IF WS-CTROUT-STATUS NOT EQUAL '00'
               DISPLAY 'CTRRPT ERROR CTROUT WRITE STATUS='
                       WS-CTROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * MARK-FILINGS-FILED - the filing file is complete: every
      * PENDING record for the date is now filed. A failure here
      * leaves a complete file, so the message says to send it and
      * finish with MARKONLY rather than rerun in full.
      *****************************************************************
       MARK-FILINGS-FILED.
           PERFORM START-HISTORY-AT-DATE.
           PERFORM MARK-ONE-FILING
                   UNTIL WS-HISTORY-DONE.
      *
       MARK-ONE-FILING.
           IF CTH-PENDING
               SET CTH-FILED       TO TRUE
               MOVE WS-STAMP-DATE  TO CTH-FILED-DATE
               REWRITE CTRH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-CTRHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CTRRPT ERROR CTRHSTF REWRITE STATUS='
                           WS-CTRHSTF-STATUS ' customer='
                           CTH-CUSTOMER-ID
                   DISPLAY 'CTRRPT FILING FILE IS COMPLETE - SEND IT,'
                           ' THEN RERUN THE DATE WITH MARKONLY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MARKED-CT
           END-IF.
           PERFORM READ-HISTORY-NEXT.
      *
      *****************************************************************
      * PRINT-TOTALS - the control section. Every customer over the
      * threshold is filed now, was filed before, or is an
      * exception; the filings on the file must be the ones recorded
      * this run.
      *****************************************************************
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CUSTOMERS OVER THE THRESHOLD' TO TTL-TEXT.
           MOVE WS-OVER-CT    TO TTL-COUNT.
           MOVE WS-OVER-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  RECORDED FOR FILING THIS RUN' TO TTL-TEXT.
           MOVE WS-NEW-CT    TO TTL-COUNT.
           MOVE WS-NEW-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  ALREADY FILED - NOT FILED AGAIN' TO TTL-TEXT.
           MOVE WS-ALREADY-CT    TO TTL-COUNT.
           MOVE WS-ALREADY-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  EXCEPTIONS - FILE BY HAND' TO TTL-TEXT.
           MOVE WS-EXCEPTION-CT    TO TTL-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FILINGS ON THE FILING FILE' TO TTL-TEXT.
           MOVE WS-DETAIL-CT    TO TTL-COUNT.
           MOVE WS-DETAIL-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FILINGS MARKED FILED ON CTRHSTF' TO TTL-TEXT.
           MOVE WS-MARKED-CT TO TTL-COUNT.
           MOVE ZERO         TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CUSTOMERS ON THE WATCH LIST' TO TTL-TEXT.
           MOVE WS-WATCH-CT TO TTL-COUNT.
           MOVE ZERO        TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTS EXAMINED' TO TTL-TEXT.
           MOVE WS-ACCT-READ-CT TO TTL-COUNT.
           MOVE ZERO            TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-DETAIL-CT EQUAL WS-NEW-CT
               MOVE 'CONTROL PROOF: IN BALANCE' TO RPT-LINE
           ELSE
               MOVE 'CONTROL PROOF: OUT OF BALANCE - DO NOT SEND'
                    TO RPT-LINE
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (STORUN started for the date but
      * not finished, or the date already completed without a force
      * card) stops the job here - see RUNCTL.
      * A rerun date card registers the run under that date.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'CTRRPT  ' TO RCA-JOB-NAME.
           MOVE WS-REPORT-DATE TO RCA-BUS-DATE.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'CTRRPT ERROR ' RCA-MESSAGE
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
           MOVE WS-ACCT-READ-CT TO RCA-INPUT-CT.
           MOVE WS-MARKED-CT TO RCA-OUTPUT-CT.
           MOVE WS-EXCEPTION-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'CTRRPT ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
