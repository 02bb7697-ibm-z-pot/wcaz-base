      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * REFSWEEP - weekly cross-file referential integrity sweep.
      * Reads ACCTF, CUSTF, STORDF, PENDF, PAYDUPF, DLYTOTF, NOTIFF,
      * TRANF and TRNARCF end to end and lists on the REFRPT report
      * every record that points at something missing, or that
      * contradicts the record it points at. It only reports -
      * nothing is ever changed - and each finding carries a
      * severity:
      *   ERROR - money or a customer at risk, or a chain that will
      *           fail: fix before the next business day
      *   WARN  - a contradiction to review and clear up
      *   INFO  - housekeeping, no action needed unless it grows
      * The checks, file by file:
      *   ACCTF   status not valid (E); linked customer not on CUSTF
      *           (E); open account whose customer is inactive (W);
      *           closed account still holding a balance (E); not
      *           linked to a customer (I)
      *   CUSTF   status not valid (E); active customer with no
      *           account (I), through the ACCTF customer path
      *   STORDF  status not valid (E); active order on an account
      *           that is closed or not on ACCTF (E), frozen or
      *           dormant (W); any other order for an account not on
      *           ACCTF (I)
      *   PENDF   status not valid (E); HELD payment on an account
      *           that is closed or not on ACCTF (E), or frozen (W)
      *   PAYDUPF marker for an account not on ACCTF (I)
      *   NOTIFF  notification for an account not on ACCTF - still
      *           to be sent (W), already sent (I)
      *   TRANF   reversed-flag not valid (E); posting for an
      *           account not on ACCTF (E); marked reversed with no
      *           TRN-REVERSAL-CORR-ID, or one on neither TRANF nor
      *           TRNARCF (E); account alternate-index key not set
      *           from the record (W)
      *   TRNARCF marked archived but still on TRANF (W)
      * and on every file, a business date later than the BUSDATF
      * business date (W). The wall-clock maintenance stamps
      * (CUS-UPD-DATE and the like) are not date-checked - the batch
      * window runs past midnight ahead of the cutover - nor are
      * the dormancy notices, which DORMRUN dates on their due date.
      * Return code for the scheduler: 8 if any ERROR, 4 if any WARN,
      * else 0.
      *
      * SYSIN: optionally one record, the as-of business date
      * (YYYYMMDD) in columns 1-8. An empty SYSIN takes the current
      * business date from the BUSDATF control record.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTF-FILE ASSIGN TO ACCTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-ACCOUNT-ID
                  ALTERNATE RECORD KEY IS ACC-CUSTOMER-ID
                      WITH DUPLICATES
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT CUSTF-FILE ASSIGN TO CUSTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUS-CUSTOMER-ID
                  FILE STATUS IS WS-CUSTF-STATUS.
           SELECT STORDF-FILE ASSIGN TO STORDF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SO-ORDER-ID
                  FILE STATUS IS WS-STORDF-STATUS.
           SELECT PENDF-FILE ASSIGN TO PENDF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PND-CORR-ID
                  FILE STATUS IS WS-PENDF-STATUS.
           SELECT PAYDUPF-FILE ASSIGN TO PAYDUPF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DUP-KEY
                  FILE STATUS IS WS-PAYDUPF-STATUS.
           SELECT DLYTOTF-FILE ASSIGN TO DLYTOTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DLY-KEY
                  FILE STATUS IS WS-DLYTOTF-STATUS.
           SELECT NOTIFF-FILE ASSIGN TO NOTIFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NTF-CORR-ID
                  FILE STATUS IS WS-NOTIFF-STATUS.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRN-CORR-ID
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT TRNARCF-FILE ASSIGN TO TRNARCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CORR-ID
                  FILE STATUS IS WS-TRNARCF-STATUS.
           SELECT REFRPT-FILE ASSIGN TO REFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REFRPT-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTF-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.
       FD  CUSTF-FILE.
       01  CUST-RECORD.
           COPY CUSTREC.
       FD  STORDF-FILE.
       01  STORD-RECORD.
           COPY STORDREC.
       FD  PENDF-FILE.
       01  PEND-RECORD.
           COPY PENDREC.
       FD  PAYDUPF-FILE.
       01  DUP-RECORD.
           COPY DUPREC.
       FD  DLYTOTF-FILE.
       01  DLY-RECORD.
           COPY DLYREC.
       FD  NOTIFF-FILE.
       01  NOTIF-RECORD.
           COPY NOTIFREC.
       FD  TRANF-FILE.
       01  TRAN-RECORD.
           COPY TRANREC.
       FD  TRNARCF-FILE.
       01  TRNAR-RECORD.
           COPY TRNARREC.
       FD  REFRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-CUSTF-STATUS         PIC X(02).
           05  WS-STORDF-STATUS        PIC X(02).
           05  WS-PENDF-STATUS         PIC X(02).
           05  WS-PAYDUPF-STATUS       PIC X(02).
           05  WS-DLYTOTF-STATUS       PIC X(02).
           05  WS-NOTIFF-STATUS        PIC X(02).
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-TRNARCF-STATUS       PIC X(02).
           05  WS-REFRPT-STATUS        PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business-date default.
       01  WS-SYSIN-CARD               VALUE SPACES.
           05  WS-AS-OF-DATE           PIC X(08).
           05  FILLER                  PIC X(72).
       01  WS-SW-FIELDS.
           05  WS-EOF-SW               PIC X(01).
               88  WS-FILE-EOF                   VALUE 'Y'.
               88  WS-FILE-MORE                  VALUE 'N'.
           05  WS-ACCT-FOUND-SW        PIC X(01).
               88  WS-ACCT-FOUND                 VALUE 'Y'.
               88  WS-ACCT-NOT-FOUND             VALUE 'N'.
           05  WS-CUST-FOUND-SW        PIC X(01).
               88  WS-CUST-FOUND                 VALUE 'Y'.
               88  WS-CUST-NOT-FOUND             VALUE 'N'.
           05  WS-PARTNER-SW           PIC X(01).
               88  WS-PARTNER-FOUND              VALUE 'Y'.
               88  WS-PARTNER-NOT-FOUND          VALUE 'N'.
      * The account last looked up on ACCTF, so a run of records for
      * one account costs one read.
       01  WS-LOOKUP-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-SAVE-CORR-ID             PIC X(16).
      * One finding, filled in by the check and printed by
      * REPORT-FINDING.
       01  WS-FINDING.
           05  WS-FND-SEVERITY         PIC X(01).
               88  WS-FND-ERROR                  VALUE 'E'.
               88  WS-FND-WARNING                VALUE 'W'.
               88  WS-FND-INFO                   VALUE 'I'.
           05  WS-FND-FILE             PIC X(08).
           05  WS-FND-KEY              PIC X(21).
           05  WS-FND-CHECK            PIC X(40).
           05  WS-FND-DATA             PIC X(54).
      * A business date to hold against the as-of date, and the
      * field it came from.
       01  WS-DATE-CHECK.
           05  WS-CHK-DATE             PIC X(08).
           05  WS-CHK-FIELD            PIC X(20).
       01  WS-COUNT-FIELDS.
           05  WS-ACCTF-READ-CT        PIC 9(09) VALUE ZERO.
           05  WS-CUSTF-READ-CT        PIC 9(09) VALUE ZERO.
           05  WS-STORDF-READ-CT       PIC 9(09) VALUE ZERO.
           05  WS-PENDF-READ-CT        PIC 9(09) VALUE ZERO.
           05  WS-PAYDUPF-READ-CT      PIC 9(09) VALUE ZERO.
           05  WS-DLYTOTF-READ-CT      PIC 9(09) VALUE ZERO.
           05  WS-NOTIFF-READ-CT       PIC 9(09) VALUE ZERO.
           05  WS-TRANF-READ-CT        PIC 9(09) VALUE ZERO.
           05  WS-TRNARCF-READ-CT      PIC 9(09) VALUE ZERO.
           05  WS-ERROR-CT             PIC 9(07) VALUE ZERO.
           05  WS-WARNING-CT           PIC 9(07) VALUE ZERO.
           05  WS-INFO-CT              PIC 9(07) VALUE ZERO.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
                   'REFSWEEP - CROSS-FILE INTEGRITY SWEEP AS OF '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(80) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(44) VALUE
                   'ERROR = FIX BEFORE THE NEXT BUSINESS DAY    '.
           05  FILLER                  PIC X(45) VALUE
                   'WARN = REVIEW AND CLEAR UP   INFO = NO ACTION'.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  RPT-HEADER-3.
           05  FILLER                  PIC X(06) VALUE 'SEV   '.
           05  FILLER                  PIC X(09) VALUE 'FILE     '.
           05  FILLER                  PIC X(22) VALUE 'KEY'.
           05  FILLER                  PIC X(41) VALUE 'FINDING'.
           05  FILLER                  PIC X(54) VALUE 'DETAIL'.
       01  RPT-DETAIL-LINE.
           05  DTL-SEVERITY            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-FILE                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-KEY                 PIC X(21).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-CHECK               PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-DATA                PIC X(54).
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(08)9.
           05  FILLER                  PIC X(83) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-SYSIN-CARD.
           IF WS-AS-OF-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF WS-AS-OF-DATE NOT NUMERIC
               DISPLAY 'REFSWEEP ERROR BAD AS-OF DATE=' WS-AS-OF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           MOVE WS-AS-OF-DATE TO HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           WRITE RPT-LINE FROM RPT-HEADER-3
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM SWEEP-ACCOUNTS.
           PERFORM SWEEP-CUSTOMERS.
           PERFORM SWEEP-ORDERS.
           PERFORM SWEEP-HELD-PAYMENTS.
           PERFORM SWEEP-DUP-MARKERS.
           PERFORM SWEEP-DAILY-TOTALS.
           PERFORM SWEEP-NOTIFICATIONS.
           PERFORM SWEEP-POSTINGS.
           PERFORM SWEEP-ARCHIVE-MARKERS.
           PERFORM PRINT-TOTALS.
           CLOSE ACCTF-FILE CUSTF-FILE STORDF-FILE PENDF-FILE
                 PAYDUPF-FILE DLYTOTF-FILE NOTIFF-FILE TRANF-FILE
                 TRNARCF-FILE REFRPT-FILE.
           DISPLAY 'REFSWEEP COMPLETE AS-OF=' WS-AS-OF-DATE
                   ' ERRORS=' WS-ERROR-CT
                   ' WARNINGS=' WS-WARNING-CT
                   ' INFO=' WS-INFO-CT.
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - no SYSIN card: sweep as of the business
      * day on the BUSDATF control record. A missing control record
      * stops the run rather than checking against the wrong day.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'REFSWEEP ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-AS-OF-DATE.
           CLOSE BUSDATF-FILE.
      *
       OPEN-FILES.
           OPEN INPUT ACCTF-FILE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR ACCTF OPEN STATUS='
                       WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTF-FILE.
           IF WS-CUSTF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR CUSTF OPEN STATUS='
                       WS-CUSTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STORDF-FILE.
           IF WS-STORDF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR STORDF OPEN STATUS='
                       WS-STORDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PENDF-FILE.
           IF WS-PENDF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR PENDF OPEN STATUS='
                       WS-PENDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYDUPF-FILE.
           IF WS-PAYDUPF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR PAYDUPF OPEN STATUS='
                       WS-PAYDUPF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DLYTOTF-FILE.
           IF WS-DLYTOTF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR DLYTOTF OPEN STATUS='
                       WS-DLYTOTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOTIFF-FILE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR NOTIFF OPEN STATUS='
                       WS-NOTIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRNARCF-FILE.
           IF WS-TRNARCF-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR TRNARCF OPEN STATUS='
                       WS-TRNARCF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REFRPT-FILE.
           IF WS-REFRPT-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR REFRPT OPEN STATUS='
                       WS-REFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * SWEEP-ACCOUNTS - every account master record, in account
      * order, against its status values and its CUSTF customer.
      *****************************************************************
       SWEEP-ACCOUNTS.
           SET WS-FILE-MORE TO TRUE.
           MOVE LOW-VALUES TO ACC-ACCOUNT-ID.
           START ACCTF-FILE KEY IS NOT LESS THAN ACC-ACCOUNT-ID
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           IF NOT WS-FILE-EOF
               PERFORM READ-ACCTF-NEXT
           END-IF.
           PERFORM CHECK-ONE-ACCOUNT
                   UNTIL WS-FILE-EOF.
      *
       READ-ACCTF-NEXT.
           READ ACCTF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-ACCTF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR ACCTF READ STATUS='
                           WS-ACCTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCTF-READ-CT
           END-IF.
      *
       CHECK-ONE-ACCOUNT.
           MOVE 'ACCTF'        TO WS-FND-FILE.
           MOVE ACC-ACCOUNT-ID TO WS-FND-KEY.
           IF NOT (ACC-ACTIVE OR ACC-CLOSED OR ACC-FROZEN
                   OR ACC-DORMANT)
               SET WS-FND-ERROR TO TRUE
               MOVE 'ACCOUNT STATUS NOT VALID' TO WS-FND-CHECK
               MOVE SPACES TO WS-FND-DATA
               STRING 'STATUS=' ACC-STATUS
                      DELIMITED BY SIZE INTO WS-FND-DATA
               PERFORM REPORT-FINDING
           END-IF.
           IF ACC-CLOSED
              AND ACC-BALANCE NOT EQUAL ZERO
               SET WS-FND-ERROR TO TRUE
               MOVE 'CLOSED ACCOUNT STILL HOLDS A BALANCE'
                    TO WS-FND-CHECK
               MOVE SPACES TO WS-FND-DATA
               PERFORM REPORT-FINDING
           END-IF.
           IF ACC-CUSTOMER-ID EQUAL SPACES
               SET WS-FND-INFO TO TRUE
               MOVE 'ACCOUNT NOT LINKED TO A CUSTOMER' TO WS-FND-CHECK
               MOVE SPACES TO WS-FND-DATA
               STRING 'NAME=' ACC-CUST-NAME
                      DELIMITED BY SIZE INTO WS-FND-DATA
               PERFORM REPORT-FINDING
           ELSE
               PERFORM READ-CUSTOMER
               IF WS-CUST-NOT-FOUND
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'LINKED CUSTOMER NOT ON CUSTF' TO WS-FND-CHECK
                   MOVE SPACES TO WS-FND-DATA
                   STRING 'CUSTOMER=' ACC-CUSTOMER-ID
                          DELIMITED BY SIZE INTO WS-FND-DATA
                   PERFORM REPORT-FINDING
               ELSE
                   IF CUS-INACTIVE
                      AND NOT ACC-CLOSED
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'OPEN ACCOUNT, CUSTOMER INACTIVE'
                            TO WS-FND-CHECK
                       MOVE SPACES TO WS-FND-DATA
                       STRING 'CUSTOMER=' ACC-CUSTOMER-ID
                              ' ACCOUNT STATUS=' ACC-STATUS
                              DELIMITED BY SIZE INTO WS-FND-DATA
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF
           END-IF.
           MOVE ACC-LAST-ACT-DATE   TO WS-CHK-DATE.
           MOVE 'ACC-LAST-ACT-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           MOVE ACC-OD-START-DATE   TO WS-CHK-DATE.
           MOVE 'ACC-OD-START-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           PERFORM READ-ACCTF-NEXT.
      *
       READ-CUSTOMER.
           SET WS-CUST-FOUND TO TRUE.
           MOVE ACC-CUSTOMER-ID TO CUS-CUSTOMER-ID.
           READ CUSTF-FILE
               INVALID KEY
                   SET WS-CUST-NOT-FOUND TO TRUE
           END-READ.
           IF WS-CUSTF-STATUS NOT EQUAL '00'
              AND WS-CUSTF-STATUS NOT EQUAL '23'
               DISPLAY 'REFSWEEP ERROR CUSTF READ STATUS='
                       WS-CUSTF-STATUS ' customer=' ACC-CUSTOMER-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * SWEEP-CUSTOMERS - every customer master record. Whether an
      * active customer has any account at all is asked of the ACCTF
      * customer alternate index (path DD ACCTF1).
      *****************************************************************
       SWEEP-CUSTOMERS.
           SET WS-FILE-MORE TO TRUE.
           MOVE LOW-VALUES TO CUS-CUSTOMER-ID.
           START CUSTF-FILE KEY IS NOT LESS THAN CUS-CUSTOMER-ID
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           IF NOT WS-FILE-EOF
               PERFORM READ-CUSTF-NEXT
           END-IF.
           PERFORM CHECK-ONE-CUSTOMER
                   UNTIL WS-FILE-EOF.
      *
       READ-CUSTF-NEXT.
           READ CUSTF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-CUSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR CUSTF READ STATUS='
                           WS-CUSTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUSTF-READ-CT
           END-IF.
      *
       CHECK-ONE-CUSTOMER.
           MOVE 'CUSTF'         TO WS-FND-FILE.
           MOVE CUS-CUSTOMER-ID TO WS-FND-KEY.
           IF NOT (CUS-ACTIVE OR CUS-INACTIVE)
               SET WS-FND-ERROR TO TRUE
               MOVE 'CUSTOMER STATUS NOT VALID' TO WS-FND-CHECK
               MOVE SPACES TO WS-FND-DATA
               STRING 'STATUS=' CUS-STATUS
                      DELIMITED BY SIZE INTO WS-FND-DATA
               PERFORM REPORT-FINDING
           END-IF.
           IF CUS-ACTIVE
               MOVE CUS-CUSTOMER-ID TO ACC-CUSTOMER-ID
               START ACCTF-FILE KEY IS EQUAL TO ACC-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-ACCTF-STATUS NOT EQUAL '00'
                  AND WS-ACCTF-STATUS NOT EQUAL '23'
                   DISPLAY 'REFSWEEP ERROR ACCTF START STATUS='
                           WS-ACCTF-STATUS ' customer='
                           CUS-CUSTOMER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ACCTF-STATUS EQUAL '23'
                   SET WS-FND-INFO TO TRUE
                   MOVE 'ACTIVE CUSTOMER HAS NO ACCOUNT'
                        TO WS-FND-CHECK
                   MOVE SPACES TO WS-FND-DATA
                   STRING 'NAME=' CUS-NAME
                          DELIMITED BY SIZE INTO WS-FND-DATA
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.
           PERFORM READ-CUSTF-NEXT.
      *
      *****************************************************************
      * LOOKUP-ACCOUNT - random read of the account the caller has
      * moved to ACC-ACCOUNT-ID. The record stays in ACCT-RECORD, so
      * the next record naming the same account is not read again.
      *****************************************************************
       LOOKUP-ACCOUNT.
           IF ACC-ACCOUNT-ID NOT EQUAL WS-LOOKUP-ACCOUNT
              OR WS-LOOKUP-ACCOUNT EQUAL SPACES
               MOVE ACC-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               SET WS-ACCT-FOUND TO TRUE
               READ ACCTF-FILE
                   INVALID KEY
                       SET WS-ACCT-NOT-FOUND TO TRUE
               END-READ
               IF WS-ACCTF-STATUS NOT EQUAL '00'
                  AND WS-ACCTF-STATUS NOT EQUAL '23'
                   DISPLAY 'REFSWEEP ERROR ACCTF READ STATUS='
                           WS-ACCTF-STATUS ' account='
                           WS-LOOKUP-ACCOUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      * SWEEP-ORDERS - every standing order against its account. Only
      * an active order is a risk: STORUN will try to pay it.
      *****************************************************************
       SWEEP-ORDERS.
           SET WS-FILE-MORE TO TRUE.
           PERFORM READ-STORDF-NEXT.
           PERFORM CHECK-ONE-ORDER
                   UNTIL WS-FILE-EOF.
      *
       READ-STORDF-NEXT.
           READ STORDF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-STORDF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR STORDF READ STATUS='
                           WS-STORDF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STORDF-READ-CT
           END-IF.
      *
       CHECK-ONE-ORDER.
           MOVE 'STORDF'    TO WS-FND-FILE.
           MOVE SO-ORDER-ID TO WS-FND-KEY.
           MOVE SPACES      TO WS-FND-DATA.
           STRING 'ACCOUNT=' SO-ACCOUNT-ID ' ORDER STATUS=' SO-STATUS
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           IF NOT (SO-ACTIVE OR SO-CANCELLED OR SO-FLAGGED)
               SET WS-FND-ERROR TO TRUE
               MOVE 'ORDER STATUS NOT VALID' TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           MOVE SO-ACCOUNT-ID TO ACC-ACCOUNT-ID.
           PERFORM LOOKUP-ACCOUNT.
           IF SO-ACTIVE
               IF WS-ACCT-NOT-FOUND
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'ACTIVE ORDER, ACCOUNT NOT ON ACCTF'
                        TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               ELSE
                   IF ACC-CLOSED
                       SET WS-FND-ERROR TO TRUE
                       MOVE 'ACTIVE ORDER ON A CLOSED ACCOUNT'
                            TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
                   IF ACC-FROZEN
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'ACTIVE ORDER ON A FROZEN ACCOUNT'
                            TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
                   IF ACC-DORMANT
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'ACTIVE ORDER ON A DORMANT ACCOUNT'
                            TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF
           ELSE
               IF WS-ACCT-NOT-FOUND
                   SET WS-FND-INFO TO TRUE
                   MOVE 'ORDER FOR AN ACCOUNT NOT ON ACCTF'
                        TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.
           MOVE SO-LAST-RUN-DATE   TO WS-CHK-DATE.
           MOVE 'SO-LAST-RUN-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           PERFORM READ-STORDF-NEXT.
      *
      *****************************************************************
      * SWEEP-HELD-PAYMENTS - every pending payment. A HELD payment
      * released by PAYAPPR posts to its account, so the account must
      * still be there and able to take it.
      *****************************************************************
       SWEEP-HELD-PAYMENTS.
           SET WS-FILE-MORE TO TRUE.
           PERFORM READ-PENDF-NEXT.
           PERFORM CHECK-ONE-HELD
                   UNTIL WS-FILE-EOF.
      *
       READ-PENDF-NEXT.
           READ PENDF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-PENDF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR PENDF READ STATUS='
                           WS-PENDF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PENDF-READ-CT
           END-IF.
      *
       CHECK-ONE-HELD.
           MOVE 'PENDF'     TO WS-FND-FILE.
           MOVE PND-CORR-ID TO WS-FND-KEY.
           MOVE SPACES      TO WS-FND-DATA.
           STRING 'ACCOUNT=' PND-ACCOUNT-ID ' HELD ON ' PND-DATE
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           IF NOT (PND-HELD OR PND-RELEASED OR PND-REFUSED
                   OR PND-EXPIRED)
               SET WS-FND-ERROR TO TRUE
               MOVE 'PENDING STATUS NOT VALID' TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           IF PND-HELD
               MOVE PND-ACCOUNT-ID TO ACC-ACCOUNT-ID
               PERFORM LOOKUP-ACCOUNT
               IF WS-ACCT-NOT-FOUND
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'HELD PAYMENT, ACCOUNT NOT ON ACCTF'
                        TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               ELSE
                   IF ACC-CLOSED
                       SET WS-FND-ERROR TO TRUE
                       MOVE 'HELD PAYMENT ON A CLOSED ACCOUNT'
                            TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
                   IF ACC-FROZEN
                       SET WS-FND-WARNING TO TRUE
                       MOVE 'HELD PAYMENT ON A FROZEN ACCOUNT'
                            TO WS-FND-CHECK
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF
           END-IF.
           MOVE PND-DATE   TO WS-CHK-DATE.
           MOVE 'PND-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           PERFORM READ-PENDF-NEXT.
      *
      *****************************************************************
      * SWEEP-DUP-MARKERS - a last-payment marker outliving its
      * account is harmless, but is dead weight on PAYDUPF.
      *****************************************************************
       SWEEP-DUP-MARKERS.
           SET WS-FILE-MORE TO TRUE.
           PERFORM READ-PAYDUPF-NEXT.
           PERFORM CHECK-ONE-MARKER
                   UNTIL WS-FILE-EOF.
      *
       READ-PAYDUPF-NEXT.
           READ PAYDUPF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-PAYDUPF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR PAYDUPF READ STATUS='
                           WS-PAYDUPF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PAYDUPF-READ-CT
           END-IF.
      *
       CHECK-ONE-MARKER.
           MOVE 'PAYDUPF' TO WS-FND-FILE.
           MOVE DUP-KEY   TO WS-FND-KEY.
           MOVE SPACES    TO WS-FND-DATA.
           STRING 'LAST CORR-ID=' DUP-CORR-ID
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           MOVE DUP-ACCOUNT-ID TO ACC-ACCOUNT-ID.
           PERFORM LOOKUP-ACCOUNT.
           IF WS-ACCT-NOT-FOUND
               SET WS-FND-INFO TO TRUE
               MOVE 'MARKER FOR AN ACCOUNT NOT ON ACCTF'
                    TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           MOVE DUP-DATE   TO WS-CHK-DATE.
           MOVE 'DUP-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           PERFORM READ-PAYDUPF-NEXT.
      *
       SWEEP-DAILY-TOTALS.
           SET WS-FILE-MORE TO TRUE.
           PERFORM READ-DLYTOTF-NEXT.
           PERFORM CHECK-ONE-DAILY
                   UNTIL WS-FILE-EOF.
      *
       READ-DLYTOTF-NEXT.
           READ DLYTOTF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-DLYTOTF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR DLYTOTF READ STATUS='
                           WS-DLYTOTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DLYTOTF-READ-CT
           END-IF.
      *
       CHECK-ONE-DAILY.
           MOVE 'DLYTOTF' TO WS-FND-FILE.
           MOVE DLY-KEY   TO WS-FND-KEY.
           MOVE SPACES    TO WS-FND-DATA.
           STRING 'USER=' DLY-USER-ID
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           MOVE DLY-DATE   TO WS-CHK-DATE.
           MOVE 'DLY-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           PERFORM READ-DLYTOTF-NEXT.
      *
      *****************************************************************
      * SWEEP-NOTIFICATIONS - a notification for an account that is
      * gone. One not yet extracted by NOTIFFMT is still to go out
      * to the customer.
      *****************************************************************
       SWEEP-NOTIFICATIONS.
           SET WS-FILE-MORE TO TRUE.
           PERFORM READ-NOTIFF-NEXT.
           PERFORM CHECK-ONE-NOTIFICATION
                   UNTIL WS-FILE-EOF.
      *
       READ-NOTIFF-NEXT.
           READ NOTIFF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-NOTIFF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR NOTIFF READ STATUS='
                           WS-NOTIFF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NOTIFF-READ-CT
           END-IF.
      *
       CHECK-ONE-NOTIFICATION.
           MOVE 'NOTIFF'    TO WS-FND-FILE.
           MOVE NTF-CORR-ID TO WS-FND-KEY.
           MOVE SPACES      TO WS-FND-DATA.
           STRING 'ACCOUNT=' NTF-ACCOUNT-ID ' TYPE=' NTF-TYPE
                  ' EXTRACTED=' NTF-EXTRACTED-FLAG
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           MOVE NTF-ACCOUNT-ID TO ACC-ACCOUNT-ID.
           PERFORM LOOKUP-ACCOUNT.
           IF WS-ACCT-NOT-FOUND
               IF NTF-EXTRACTED
                   SET WS-FND-INFO TO TRUE
               ELSE
                   SET WS-FND-WARNING TO TRUE
               END-IF
               MOVE 'NOTIFICATION FOR AN ACCOUNT NOT ON ACCTF'
                    TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           IF NTF-TYPE NOT EQUAL 'DRMN'
               MOVE NTF-DATE   TO WS-CHK-DATE
               MOVE 'NTF-DATE' TO WS-CHK-FIELD
               PERFORM CHECK-DATE-AHEAD
           END-IF.
           PERFORM READ-NOTIFF-NEXT.
      *
      *****************************************************************
      * SWEEP-POSTINGS - every TRANF posting against its account, its
      * own alternate-index key, and - when marked reversed - the
      * partner its TRN-REVERSAL-CORR-ID names, which must be on
      * TRANF or, once archived, on TRNARCF.
      *****************************************************************
       SWEEP-POSTINGS.
           SET WS-FILE-MORE TO TRUE.
           MOVE LOW-VALUES TO TRN-CORR-ID.
           START TRANF-FILE KEY IS NOT LESS THAN TRN-CORR-ID
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           IF NOT WS-FILE-EOF
               PERFORM READ-TRANF-NEXT
           END-IF.
           PERFORM CHECK-ONE-POSTING
                   UNTIL WS-FILE-EOF.
      *
       READ-TRANF-NEXT.
           READ TRANF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR TRANF READ STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANF-READ-CT
           END-IF.
      *
       CHECK-ONE-POSTING.
           MOVE 'TRANF'     TO WS-FND-FILE.
           MOVE TRN-CORR-ID TO WS-FND-KEY.
           MOVE SPACES      TO WS-FND-DATA.
           STRING 'ACCOUNT=' TRN-ACCOUNT-ID ' TYPE=' TRN-TRAN-TYPE
                  ' DATE=' TRN-DATE ' FLAG=' TRN-REVERSED-FLAG
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           IF NOT (TRN-NOT-REVERSED OR TRN-REVERSED OR TRN-DISPUTED)
               SET WS-FND-ERROR TO TRUE
               MOVE 'REVERSED FLAG NOT VALID' TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           MOVE TRN-ACCOUNT-ID TO ACC-ACCOUNT-ID.
           PERFORM LOOKUP-ACCOUNT.
           IF WS-ACCT-NOT-FOUND
               SET WS-FND-ERROR TO TRUE
               MOVE 'POSTING FOR AN ACCOUNT NOT ON ACCTF'
                    TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           IF TRN-AK-ACCOUNT-ID NOT EQUAL TRN-ACCOUNT-ID
              OR TRN-AK-DATE NOT EQUAL TRN-DATE
              OR TRN-AK-TIME NOT EQUAL TRN-TIME
              OR TRN-AK-CORR-ID NOT EQUAL TRN-CORR-ID
               SET WS-FND-WARNING TO TRUE
               MOVE 'ACCOUNT INDEX KEY NOT SET FROM RECORD'
                    TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           MOVE TRN-DATE   TO WS-CHK-DATE.
           MOVE 'TRN-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           IF TRN-REVERSED
               IF TRN-REVERSAL-CORR-ID EQUAL SPACES
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'MARKED REVERSED, NO PARTNER CORR-ID'
                        TO WS-FND-CHECK
                   PERFORM REPORT-FINDING
               ELSE
                   PERFORM CHECK-REVERSAL-PARTNER
               END-IF
           END-IF.
           PERFORM READ-TRANF-NEXT.
      *
      *****************************************************************
      * CHECK-REVERSAL-PARTNER - the random read of the partner moves
      * the TRANF browse, so the posting's own key is kept and the
      * browse restarted just past it afterwards.
      *****************************************************************
       CHECK-REVERSAL-PARTNER.
           MOVE TRN-CORR-ID TO WS-SAVE-CORR-ID.
           MOVE SPACES      TO WS-FND-DATA.
           STRING 'PARTNER=' TRN-REVERSAL-CORR-ID
                  ' ACCOUNT=' TRN-ACCOUNT-ID ' TYPE=' TRN-TRAN-TYPE
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           SET WS-PARTNER-FOUND TO TRUE.
           MOVE TRN-REVERSAL-CORR-ID TO TRN-CORR-ID.
           READ TRANF-FILE
               INVALID KEY
                   SET WS-PARTNER-NOT-FOUND TO TRUE
           END-READ.
           IF WS-TRANF-STATUS NOT EQUAL '00'
              AND WS-TRANF-STATUS NOT EQUAL '23'
               DISPLAY 'REFSWEEP ERROR TRANF READ STATUS='
                       WS-TRANF-STATUS ' corr-id=' TRN-CORR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARTNER-NOT-FOUND
               MOVE TRN-CORR-ID TO TAR-CORR-ID
               SET WS-PARTNER-FOUND TO TRUE
               READ TRNARCF-FILE
                   INVALID KEY
                       SET WS-PARTNER-NOT-FOUND TO TRUE
               END-READ
               IF WS-TRNARCF-STATUS NOT EQUAL '00'
                  AND WS-TRNARCF-STATUS NOT EQUAL '23'
                   DISPLAY 'REFSWEEP ERROR TRNARCF READ STATUS='
                           WS-TRNARCF-STATUS ' corr-id=' TAR-CORR-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PARTNER-NOT-FOUND
               SET WS-FND-ERROR TO TRUE
               MOVE 'REVERSAL PARTNER NOT ON TRANF OR TRNARCF'
                    TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           MOVE WS-SAVE-CORR-ID TO TRN-CORR-ID.
           START TRANF-FILE KEY IS GREATER THAN TRN-CORR-ID
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           IF NOT WS-FILE-EOF
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR TRANF START STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      * SWEEP-ARCHIVE-MARKERS - a marker whose posting is still on
      * TRANF is a TRNARCH run that stopped between the two; the next
      * TRNARCH run finishes it, so it is only a warning.
      *****************************************************************
       SWEEP-ARCHIVE-MARKERS.
           SET WS-FILE-MORE TO TRUE.
           MOVE LOW-VALUES TO TAR-CORR-ID.
           START TRNARCF-FILE KEY IS NOT LESS THAN TAR-CORR-ID
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           IF NOT WS-FILE-EOF
               PERFORM READ-TRNARCF-NEXT
           END-IF.
           PERFORM CHECK-ONE-ARCHIVED
                   UNTIL WS-FILE-EOF.
      *
       READ-TRNARCF-NEXT.
           READ TRNARCF-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.
           IF NOT WS-FILE-EOF
               IF WS-TRNARCF-STATUS NOT EQUAL '00'
                   DISPLAY 'REFSWEEP ERROR TRNARCF READ STATUS='
                           WS-TRNARCF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRNARCF-READ-CT
           END-IF.
      *
       CHECK-ONE-ARCHIVED.
           MOVE 'TRNARCF'   TO WS-FND-FILE.
           MOVE TAR-CORR-ID TO WS-FND-KEY.
           MOVE SPACES      TO WS-FND-DATA.
           STRING 'ACCOUNT=' TAR-ACCOUNT-ID
                  ' ARCHIVED ON ' TAR-ARCHIVED-DATE
                  DELIMITED BY SIZE INTO WS-FND-DATA.
           MOVE TAR-CORR-ID TO TRN-CORR-ID.
           READ TRANF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANF-STATUS NOT EQUAL '00'
              AND WS-TRANF-STATUS NOT EQUAL '23'
               DISPLAY 'REFSWEEP ERROR TRANF READ STATUS='
                       WS-TRANF-STATUS ' corr-id=' TRN-CORR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRANF-STATUS EQUAL '00'
               SET WS-FND-WARNING TO TRUE
               MOVE 'ARCHIVED BUT STILL ON TRANF' TO WS-FND-CHECK
               PERFORM REPORT-FINDING
           END-IF.
           MOVE TAR-DATE   TO WS-CHK-DATE.
           MOVE 'TAR-DATE' TO WS-CHK-FIELD.
           PERFORM CHECK-DATE-AHEAD.
           PERFORM READ-TRNARCF-NEXT.
      *
      *****************************************************************
      * CHECK-DATE-AHEAD - a business date later than the as-of date
      * was stamped by something running ahead of the cutover.
      *****************************************************************
       CHECK-DATE-AHEAD.
           IF WS-CHK-DATE NOT EQUAL SPACES
              AND WS-CHK-DATE > WS-AS-OF-DATE
               SET WS-FND-WARNING TO TRUE
               MOVE 'DATED AFTER THE BUSINESS DATE' TO WS-FND-CHECK
               MOVE SPACES TO WS-FND-DATA
               STRING WS-CHK-FIELD DELIMITED BY SPACE
                      '=' WS-CHK-DATE
                      DELIMITED BY SIZE INTO WS-FND-DATA
               PERFORM REPORT-FINDING
           END-IF.
      *
       REPORT-FINDING.
           IF WS-FND-ERROR
               ADD 1 TO WS-ERROR-CT
               MOVE 'ERROR' TO DTL-SEVERITY
           END-IF.
           IF WS-FND-WARNING
               ADD 1 TO WS-WARNING-CT
               MOVE 'WARN'  TO DTL-SEVERITY
           END-IF.
           IF WS-FND-INFO
               ADD 1 TO WS-INFO-CT
               MOVE 'INFO'  TO DTL-SEVERITY
           END-IF.
           MOVE WS-FND-FILE  TO DTL-FILE.
           MOVE WS-FND-KEY   TO DTL-KEY.
           MOVE WS-FND-CHECK TO DTL-CHECK.
           MOVE WS-FND-DATA  TO DTL-DATA.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-REFRPT-STATUS NOT EQUAL '00'
               DISPLAY 'REFSWEEP ERROR REFRPT WRITE STATUS='
                       WS-REFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ACCTF ACCOUNTS READ' TO TTL-TEXT.
           MOVE WS-ACCTF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CUSTF CUSTOMERS READ' TO TTL-TEXT.
           MOVE WS-CUSTF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STORDF STANDING ORDERS READ' TO TTL-TEXT.
           MOVE WS-STORDF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PENDF PENDING PAYMENTS READ' TO TTL-TEXT.
           MOVE WS-PENDF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PAYDUPF LAST-PAYMENT MARKERS READ' TO TTL-TEXT.
           MOVE WS-PAYDUPF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DLYTOTF DAILY TOTALS READ' TO TTL-TEXT.
           MOVE WS-DLYTOTF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NOTIFF NOTIFICATIONS READ' TO TTL-TEXT.
           MOVE WS-NOTIFF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANF POSTINGS READ' TO TTL-TEXT.
           MOVE WS-TRANF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRNARCF ARCHIVE MARKERS READ' TO TTL-TEXT.
           MOVE WS-TRNARCF-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FINDINGS - ERROR' TO TTL-TEXT.
           MOVE WS-ERROR-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FINDINGS - WARN' TO TTL-TEXT.
           MOVE WS-WARNING-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FINDINGS - INFO' TO TTL-TEXT.
           MOVE WS-INFO-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
