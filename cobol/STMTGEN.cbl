      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * STMTGEN - monthly customer statement generation. TRANF is
      * read through its account alternate index (TRN-ACCT-KEY, DD
      * TRANF1 for the path), so the postings arrive in account and
      * date/time order with no sort, and the stream is merged
      * against the ACCTF master (itself in account key order) to
      * cut one formatted statement per account on the STMTOUT print
      * file for the mail house. Within each account the read
      * STARTs straight at the period from-date and, past the
      * to-date, STARTs again at the next account, so history
      * outside the period is never read.
      *
      * SYSIN: three records -
      *   1. period from-date (YYYYMMDD)
      * period cutoff, before the next day's postings move the
      * balance on. Transactions whose account is missing from ACCTF
      * are listed as exceptions and set RC=4.
      * A manual adjustment (ADJD/ADJC) is described with the
      * statement text of its reason on ADJRSNF, so the customer
      * reads why their account was corrected.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN.
       FILE-CONTROL.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRN-CORR-ID
                  ALTERNATE RECORD KEY IS TRN-ACCT-KEY
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT ACCTF-FILE ASSIGN TO ACCTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACC-ACCOUNT-ID
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT ADJRSNF-FILE ASSIGN TO ADJRSNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADR-REASON-CODE
                  FILE STATUS IS WS-ADJRSNF-STATUS.
           SELECT STMTOUT-FILE ASSIGN TO STMTOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STMTOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANF-FILE.
       FD  ACCTF-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.
       FD  ADJRSNF-FILE.
       01  ADJR-RECORD.
           COPY ADJRREC.
       FD  STMTOUT-FILE
           RECORDING MODE IS F.
       01  STMT-LINE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-ADJRSNF-STATUS       PIC X(02).
           05  WS-STMTOUT-STATUS       PIC X(02).
       01  WS-SELECT-FIELDS.
           05  WS-FROM-DATE            PIC X(08).
       01  WS-SW-FIELDS.
           05  WS-TRN-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-TRANF-EOF                  VALUE 'Y'.
           05  WS-TRN-IN-PERIOD-SW     PIC X(01).
               88  WS-TRAN-IN-PERIOD             VALUE 'Y'.
               88  WS-TRAN-OUT-OF-PERIOD         VALUE 'N'.
           05  WS-ACC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCTF-EOF                  VALUE 'Y'.
       01  WS-COUNT-FIELDS.
           05  WS-SIGNED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  WS-STMT-TRAN-CT         PIC 9(05).
       01  WS-ORPHAN-ACCOUNT           PIC X(10).
      * Repositioning key for the alternate index: the account whose
      * postings are being skipped, then the from-date (LOW-VALUES
      * after it) or HIGH-VALUES to step past the account.
       01  WS-START-KEY.
           05  WS-START-ACCOUNT        PIC X(10).
           05  WS-START-DATE           PIC X(08).
           05  WS-START-REST           PIC X(22).
      *
       01  STMT-HEADER-1.
           05  FILLER                  PIC X(24) VALUE
           05  DTL-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-REVERSED            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-DESC                PIC X(30).
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  STMT-SUMMARY-LINE.
           05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
           05  SUM-ACCOUNT-ID          PIC X(10).
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM PRODUCE-STATEMENTS.
           CLOSE TRANF-FILE ACCTF-FILE ADJRSNF-FILE STMTOUT-FILE.
           DISPLAY 'STMTGEN SELECTED=' WS-SELECT-CT
                   ' STATEMENTS=' WS-STMT-CT
                   ' NO-ACTIVITY=' WS-NOACT-CT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADJRSNF-FILE.
           IF WS-ADJRSNF-STATUS NOT EQUAL '00'
               DISPLAY 'STMTGEN ERROR ADJRSNF OPEN STATUS='
                       WS-ADJRSNF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STMTOUT-FILE.
           IF WS-STMTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'STMTGEN ERROR STMTOUT OPEN STATUS='
           END-IF.
      *
      *****************************************************************
      * START-TRANF-AT-KEY / START-TRANF-AFTER-KEY - position the
      * alternate index on WS-START-KEY (NOT LESS THAN for a
      * from-date, GREATER THAN to step past an account) and read
      * the first record there. Nothing beyond the key is end of
      * file.
      *****************************************************************
       START-TRANF-AT-KEY.
           MOVE WS-START-KEY TO TRN-ACCT-KEY.
           START TRANF-FILE KEY IS NOT LESS THAN TRN-ACCT-KEY
               INVALID KEY
                   SET WS-TRANF-EOF TO TRUE
           END-START.
           PERFORM CHECK-START-STATUS.
      *
       START-TRANF-AFTER-KEY.
           MOVE WS-START-KEY TO TRN-ACCT-KEY.
           START TRANF-FILE KEY IS GREATER THAN TRN-ACCT-KEY
               INVALID KEY
                   SET WS-TRANF-EOF TO TRUE
           END-START.
           PERFORM CHECK-START-STATUS.
      *
       CHECK-START-STATUS.
           IF NOT WS-TRANF-EOF
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'STMTGEN ERROR TRANF START STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-TRANF
           END-IF.
      *
       READ-TRANF.
           READ TRANF-FILE NEXT RECORD
               AT END
                   SET WS-TRANF-EOF TO TRUE
           END-READ.
           END-IF.
      *
      *****************************************************************
      * READ-PERIOD-TRAN - the next posting dated inside the period,
      * in account and date/time order. A posting before the period
      * restarts the read at the account's from-date; one after it
      * restarts at the next account. Each START lands on a posting
      * that is either in the period or belongs to a later account,
      * so the loop makes at most two STARTs per account.
      *****************************************************************
       READ-PERIOD-TRAN.
           PERFORM READ-TRANF.
           PERFORM FIND-PERIOD-TRAN.
      *
       FIND-PERIOD-TRAN.
           PERFORM CHECK-TRAN-PERIOD.
           PERFORM SKIP-OUT-OF-PERIOD
                   UNTIL WS-TRANF-EOF OR WS-TRAN-IN-PERIOD.
           IF NOT WS-TRANF-EOF
               ADD 1 TO WS-SELECT-CT
           END-IF.
      *
       CHECK-TRAN-PERIOD.
           IF NOT WS-TRANF-EOF
              AND TRN-AK-DATE NOT LESS THAN WS-FROM-DATE
              AND TRN-AK-DATE NOT GREATER THAN WS-TO-DATE
               SET WS-TRAN-IN-PERIOD TO TRUE
           ELSE
               SET WS-TRAN-OUT-OF-PERIOD TO TRUE
           END-IF.
      *
       SKIP-OUT-OF-PERIOD.
           MOVE TRN-AK-ACCOUNT-ID TO WS-START-ACCOUNT.
           IF TRN-AK-DATE < WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-START-DATE
               MOVE LOW-VALUES   TO WS-START-REST
               PERFORM START-TRANF-AT-KEY
           ELSE
               MOVE HIGH-VALUES  TO WS-START-DATE
               MOVE HIGH-VALUES  TO WS-START-REST
               PERFORM START-TRANF-AFTER-KEY
           END-IF.
           PERFORM CHECK-TRAN-PERIOD.
      *
      *****************************************************************
      * PRODUCE-STATEMENTS - merge the period's postings against the
      * account master, both in account order. An account ahead of
      * the stream had no activity and is suppressed or summarized
      * per the SYSIN option; a transaction whose account is behind
      * the master has no ACCTF record and is reported as an
      * exception.
      *****************************************************************
       PRODUCE-STATEMENTS.
           MOVE LOW-VALUES TO WS-START-KEY.
           PERFORM START-TRANF-AT-KEY.
           PERFORM FIND-PERIOD-TRAN.
           PERFORM READ-ACCTF.
           PERFORM MATCH-ONE-ACCOUNT
                   UNTIL WS-TRANF-EOF AND WS-ACCTF-EOF.
      *
       MATCH-ONE-ACCOUNT.
           IF WS-TRANF-EOF
              OR (NOT WS-ACCTF-EOF
                  AND ACC-ACCOUNT-ID < TRN-ACCOUNT-ID)
               PERFORM HANDLE-NO-ACTIVITY
               PERFORM READ-ACCTF
           ELSE
               IF WS-ACCTF-EOF
                  OR TRN-ACCOUNT-ID < ACC-ACCOUNT-ID
                   PERFORM HANDLE-ORPHAN-TRANS
               ELSE
                   PERFORM PRINT-STATEMENT
           END-IF.
      *
      *****************************************************************
      * PRINT-STATEMENT - the posting stream is positioned on the first
      * transaction of the matched account. Details are printed while
      * the signed movement accumulates; the opening balance is only
      * known once the movement is complete, so the opening and
           MOVE ZERO TO WS-NET-MOVEMENT.
           MOVE ZERO TO WS-STMT-TRAN-CT.
           PERFORM PRINT-ONE-DETAIL
                   UNTIL WS-TRANF-EOF
                      OR TRN-ACCOUNT-ID NOT EQUAL ACC-ACCOUNT-ID.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE AFTER ADVANCING 1 LINE.
           COMPUTE WS-OPEN-BALANCE =
           PERFORM SET-SIGNED-AMOUNT.
           ADD WS-SIGNED-AMOUNT TO WS-NET-MOVEMENT.
           ADD 1 TO WS-STMT-TRAN-CT.
           MOVE TRN-DATE         TO DTL-DATE.
           MOVE TRN-TIME         TO DTL-TIME.
           MOVE TRN-TRAN-TYPE    TO DTL-TYPE.
           MOVE WS-SIGNED-AMOUNT TO DTL-AMOUNT.
           MOVE TRN-CORR-ID      TO DTL-CORR-ID.
           IF TRN-REVERSED-FLAG EQUAL 'Y'
               MOVE 'REVERSED' TO DTL-REVERSED
           ELSE
               IF TRN-REVERSED-FLAG EQUAL 'R'
                   MOVE 'RETURNED' TO DTL-REVERSED
               ELSE
                   IF TRN-REVERSED-FLAG EQUAL 'D'
                       MOVE 'DISPUTED' TO DTL-REVERSED
                   ELSE
                       IF TRN-REVERSED-FLAG EQUAL 'C'
                           MOVE 'CHARGEBK' TO DTL-REVERSED
                       ELSE
                           MOVE SPACES     TO DTL-REVERSED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM SET-DESCRIPTION.
           WRITE STMT-LINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM READ-PERIOD-TRAN.
      *
      *****************************************************************
      * SET-SIGNED-AMOUNT - the direction each transaction type moves
      * the balance: payments, service fees, overdraft usage fees,
      * transfers out, transfer-in reversals, the take-back of a
      * dispute's provisional credit and debit adjustments debit the
      * account; reversals, deposits, interest, transfers in,
      * transfer-out reversals, clearing returns, dispute credits and
      * credit adjustments credit it. Keep this in
      * step with the posting programs whenever a transaction type is
      * added.
      *****************************************************************
       SET-SIGNED-AMOUNT.
           IF TRN-TRAN-TYPE EQUAL 'PMT '
              OR TRN-TRAN-TYPE EQUAL 'FEE '
              OR TRN-TRAN-TYPE EQUAL 'ODF '
              OR TRN-TRAN-TYPE EQUAL 'TRF '
              OR TRN-TRAN-TYPE EQUAL 'TRX '
              OR TRN-TRAN-TYPE EQUAL 'DPW '
              OR TRN-TRAN-TYPE EQUAL 'ADJD'
               COMPUTE WS-SIGNED-AMOUNT = ZERO - TRN-AMOUNT
           ELSE
               MOVE TRN-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
      *
      *****************************************************************
      * SET-DESCRIPTION - plain words for the transfer legs, so the
      * customer reads a transfer between their own accounts, not an
      * unexplained debit on one and credit on the other, for a
      * payment the payee's bank sent back, for the postings of a
      * payment dispute, and for manual adjustments - the reason's
      * statement text, or plain words when the reason has gone
      * from ADJRSNF.
      *****************************************************************
       SET-DESCRIPTION.
           MOVE SPACES TO DTL-DESC.
           IF TRN-TRAN-TYPE EQUAL 'TRF '
               MOVE 'TRANSFER OUT'      TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'TRC '
               MOVE 'TRANSFER IN'       TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'TRV '
               MOVE 'TRANSFER OUT REVSD' TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'TRX '
               MOVE 'TRANSFER IN REVSD' TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'RTN '
               MOVE 'PAYMENT RETURNED'  TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'DPC '
               MOVE 'DISPUTE CREDIT'    TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'DPF '
               MOVE 'DISPUTE REFUND'    TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'DPW '
               MOVE 'DISPUTE CREDIT REV' TO DTL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'ADJD'
              OR TRN-TRAN-TYPE EQUAL 'ADJC'
               PERFORM SET-ADJUSTMENT-DESCRIPTION
           END-IF.
      *
       SET-ADJUSTMENT-DESCRIPTION.
           MOVE TRN-ADJ-REASON TO ADR-REASON-CODE.
           READ ADJRSNF-FILE
               INVALID KEY
                   MOVE SPACES TO ADR-STMT-TEXT
           END-READ.
           IF ADR-STMT-TEXT NOT EQUAL SPACES
               MOVE ADR-STMT-TEXT TO DTL-DESC
           ELSE
               IF TRN-TRAN-TYPE EQUAL 'ADJD'
                   MOVE 'ADJUSTMENT DEBIT'  TO DTL-DESC
               ELSE
                   MOVE 'ADJUSTMENT CREDIT' TO DTL-DESC
               END-IF
           END-IF.
      *
       HANDLE-NO-ACTIVITY.
           END-IF.
      *
       HANDLE-ORPHAN-TRANS.
           MOVE TRN-ACCOUNT-ID TO WS-ORPHAN-ACCOUNT.
           PERFORM REPORT-ONE-ORPHAN
                   UNTIL WS-TRANF-EOF
                      OR TRN-ACCOUNT-ID NOT EQUAL WS-ORPHAN-ACCOUNT.
      *
       REPORT-ONE-ORPHAN.
           ADD 1 TO WS-ORPHAN-CT.
           MOVE TRN-ACCOUNT-ID TO ORP-ACCOUNT-ID.
           MOVE TRN-CORR-ID    TO ORP-CORR-ID.
           WRITE STMT-LINE FROM STMT-ORPHAN-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM READ-PERIOD-TRAN.
      *
       READ-ACCTF.
           READ ACCTF-FILE
