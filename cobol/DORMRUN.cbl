      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * DORMRUN - month-end dormancy run over the ACCTF account
      * master. An account's last customer activity is its
      * ACC-LAST-ACT-DATE (stamped by every customer posting - FEEINT
      * charges deliberately leave it alone), or the date branch
      * staff last reactivated it in ACCTMNT when that is later. An
      * account never used at all falls back to its oldest ACCTHF
      * history entry, normally the ACCTMNT add.
      * For each active account:
      *   - idle for WS-DORMANT-DAYS less WS-NOTICE-DAYS or more, and
      *     no notice since its last activity: a 'DRMN' dormancy
      *     notice is queued on NOTIFF for NOTIFFMT to send, dated
      *     the day the account becomes due, and an ACCTHF 'W' entry
      *     records that the customer was told;
      *   - idle for WS-DORMANT-DAYS or more, and told at least
      *     WS-NOTICE-DAYS ago: ACC-STATUS is set to D and the change
      *     is written to ACCTHF ('D', before and after images). The
      *     history write and the master update stand or fall
      *     together, the same discipline as ACCTMNT.
      * Any customer activity after the notice makes it stale, so the
      * clock starts again. A dormant account pays no service fee
      * (FEEINT), still earns interest, takes deposits but refuses
      * debits (PROGC status 26), and goes back to active only
      * through the ACCTMNT reactivate action.
      * Unclaimed property: every dormant account with money on it
      * and no customer activity for WS-UNCLAIMED-DAYS - the
      * statutory period - is listed on DD UNCLRPT with its balance,
      * last activity and the last known name and address from the
      * CUSTF customer master, for the escheat filing. An account not
      * linked to CUSTF (or linked to a missing customer) is listed
      * with its own name and flagged for the address to be traced.
      * DD DRMRPT lists every notice queued and every account marked,
      * and the accounts whose activity date cannot be found.
      * Rerun-safe: a notice already queued for the date is not
      * queued twice (its corr-id is the account and the run date),
      * a notice already historied is not sent again, and an account
      * already dormant is not marked again.
      *
      * SYSIN: optionally one record overriding the rule - cols 1-4
      * dormant days, cols 6-8 notice days, cols 10-13 unclaimed
      * days, unpacked with no sign; a blank field keeps its
      * default. An empty SYSIN runs with the defaults.
      * Ends RC=4 when an account is listed for checking by hand,
      * RC=8 when a notice, history or master write failed.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTF-FILE ASSIGN TO ACCTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-ACCOUNT-ID
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT ACCTHF-FILE ASSIGN TO ACCTHF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AHS-KEY
                  FILE STATUS IS WS-ACCTHF-STATUS.
           SELECT NOTIFF-FILE ASSIGN TO NOTIFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NTF-CORR-ID
                  FILE STATUS IS WS-NOTIFF-STATUS.
           SELECT CUSTF-FILE ASSIGN TO CUSTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-ID
                  FILE STATUS IS WS-CUSTF-STATUS.
           SELECT DRMRPT-FILE ASSIGN TO DRMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DRMRPT-STATUS.
           SELECT UNCLRPT-FILE ASSIGN TO UNCLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-UNCLRPT-STATUS.
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
       FD  ACCTHF-FILE.
       01  HIST-RECORD.
           COPY ACCTHREC.
       FD  NOTIFF-FILE.
       01  NOTIF-RECORD.
           COPY NOTIFREC.
       FD  CUSTF-FILE.
       01  CUST-RECORD.
           COPY CUSTREC.
       FD  DRMRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  UNCLRPT-FILE
           RECORDING MODE IS F.
       01  UNC-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-ACCTHF-STATUS        PIC X(02).
           05  WS-NOTIFF-STATUS        PIC X(02).
           05  WS-CUSTF-STATUS         PIC X(02).
           05  WS-DRMRPT-STATUS        PIC X(02).
           05  WS-UNCLRPT-STATUS       PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
       01  WS-JOB-NAME                 PIC X(08) VALUE 'DORMRUN '.
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the defaults.
       01  WS-SYSIN-CARD               VALUE SPACES.
           05  WS-PARM-DORMANT-X       PIC X(04).
           05  WS-PARM-DORMANT REDEFINES WS-PARM-DORMANT-X
                                       PIC 9(04).
           05  FILLER                  PIC X(01).
           05  WS-PARM-NOTICE-X        PIC X(03).
           05  WS-PARM-NOTICE REDEFINES WS-PARM-NOTICE-X
                                       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  WS-PARM-UNCLAIMED-X     PIC X(04).
           05  WS-PARM-UNCLAIMED REDEFINES WS-PARM-UNCLAIMED-X
                                       PIC 9(04).
           05  FILLER                  PIC X(67).
      * The dormancy rule, in calendar days since the last customer
      * activity: dormant after two years, told sixty days before,
      * unclaimed after the five-year statutory period. SYSIN can
      * override each for a run.
       01  WS-DORMANCY-RULES.
           05  WS-DORMANT-DAYS         PIC S9(09) COMP VALUE 730.
           05  WS-NOTICE-DAYS          PIC S9(09) COMP VALUE 60.
           05  WS-UNCLAIMED-DAYS       PIC S9(09) COMP VALUE 1826.
       01  WS-SW-FIELDS.
           05  WS-ACC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCTF-EOF                  VALUE 'Y'.
           05  WS-AHS-DONE-SW          PIC X(01).
               88  WS-HISTORY-DONE               VALUE 'Y'.
               88  WS-HISTORY-MORE               VALUE 'N'.
           05  WS-STEP-OK-SW           PIC X(01).
               88  WS-STEP-OK                    VALUE 'Y'.
               88  WS-STEP-FAILED                VALUE 'N'.
           05  WS-CUST-FOUND-SW        PIC X(01).
               88  WS-CUST-FOUND                 VALUE 'Y'.
               88  WS-CUST-NOT-FOUND             VALUE 'N'.
      * What the account's ACCTHF history says: its oldest entry,
      * and the latest reactivation, dormancy notice and dormancy
      * mark (spaces where there is none).
       01  WS-HIST-FIELDS.
           05  WS-HIST-FIRST-DATE      PIC X(08).
           05  WS-HIST-REACT-DATE      PIC X(08).
           05  WS-HIST-NOTICE-DATE     PIC X(08).
           05  WS-HIST-DORMANT-DATE    PIC X(08).
      * Repositioning key for the account's ACCTHF entries: the
      * account, LOW-VALUES after it.
       01  WS-HIST-START-KEY.
           05  WS-HSK-ACCOUNT          PIC X(10).
           05  WS-HSK-REST             PIC X(14).
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACTIVITY-DATE        PIC X(08).
           05  WS-ACTIVITY-DAYS        PIC S9(09) COMP.
           05  WS-IDLE-DAYS            PIC S9(09) COMP.
           05  WS-NOTICE-AGE           PIC S9(09) COMP.
           05  WS-NOTICE-FLOOR         PIC S9(09) COMP.
           05  WS-ACTION-TEXT          PIC X(36).
      * Pre-change image of the account record, kept so a failed
      * history write can be compensated by putting the image back
      * (same convention as ACCTMNT's WS-BEFORE-IMAGE).
       01  WS-BEFORE-IMAGE             PIC X(85).
      * Notice corr-id: 'D', the account, and the run date's day
      * serial cut to five digits - one notice per account per run
      * date, so a rerun finds the one already queued.
       01  WS-NTF-CORR-BUILD.
           05  WS-NTF-PREFIX           PIC X(01) VALUE 'D'.
           05  WS-NTF-ACCOUNT          PIC X(10).
           05  WS-NTF-DAY-NO           PIC 9(05).
      * The day the account becomes due to be marked, told to the
      * customer on the notice: the run date stepped on by
      * WS-NOTICE-DAYS calendar days.
       01  WS-DUE-FIELDS.
           05  WS-DUE-DATE             PIC 9(08).
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
               10  WS-DUE-YEAR         PIC 9(04).
               10  WS-DUE-MONTH        PIC 9(02).
               10  WS-DUE-DAY          PIC 9(02).
           05  WS-DUE-STEP-CT          PIC S9(09) COMP.
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
      * Day-serial date arithmetic, same shape as TRNARCH.
       01  WS-DATE-FIELDS.
           05  WS-D2D-DATE             PIC 9(08).
           05  WS-D2D-DATE-R REDEFINES WS-D2D-DATE.
               10  WS-D2D-YEAR         PIC 9(04).
               10  WS-D2D-MONTH        PIC 9(02).
               10  WS-D2D-DAY          PIC 9(02).
           05  WS-D2D-DAYS             PIC S9(09) COMP.
           05  WS-D2D-WORK-YEAR        PIC S9(09) COMP.
           05  WS-D2D-Q4               PIC S9(09) COMP.
           05  WS-D2D-Q100             PIC S9(09) COMP.
           05  WS-D2D-Q400             PIC S9(09) COMP.
           05  WS-RUN-DAYS             PIC S9(09) COMP.
       01  WS-MONTH-OFFSET-DATA.
           05  FILLER                  PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DATA.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-TIME             PIC X(06).
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-TIME           PIC 9(08).
       01  WS-COUNT-FIELDS.
           05  WS-ACCT-READ-CT         PIC 9(09) VALUE ZERO.
           05  WS-NOTICE-CT            PIC 9(07) VALUE ZERO.
           05  WS-MARKED-CT            PIC 9(07) VALUE ZERO.
           05  WS-DORMANT-CT           PIC 9(07) VALUE ZERO.
           05  WS-UNCLAIMED-CT         PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-CT         PIC 9(07) VALUE ZERO.
           05  WS-ERROR-CT             PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FIELDS.
           05  WS-UNCLAIMED-TOTAL      PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'DORMRUN - ACCOUNT DORMANCY RUN FOR      '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(17) VALUE
                   'DORMANT AFTER    '.
           05  HD2-DORMANT-DAYS        PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE
                   ' IDLE DAYS, NOTICE GIVEN  '.
           05  HD2-NOTICE-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE
                   ' DAYS BEFORE '.
           05  FILLER                  PIC X(69) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  DTL-ACCT                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-NAME                PIC X(30).
           05  FILLER                  PIC X(07) VALUE ' LAST ='.
           05  DTL-LAST-DATE           PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' IDLE='.
           05  DTL-IDLE-DAYS           PIC Z(04)9.
           05  FILLER                  PIC X(05) VALUE ' BAL='.
           05  DTL-BALANCE             PIC Z(08)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ACTION              PIC X(35).
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(08)9.
           05  FILLER                  PIC X(83) VALUE SPACES.
       01  UNC-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'DORMRUN - UNCLAIMED DORMANT BALANCES AS '.
           05  FILLER                  PIC X(03) VALUE 'AT '.
           05  UH1-DATE                PIC X(08).
           05  FILLER                  PIC X(81) VALUE SPACES.
       01  UNC-HEADER-2.
           05  FILLER                  PIC X(41) VALUE
                   'DORMANT, IN CREDIT, NO CUSTOMER ACTIVITY '.
           05  FILLER                  PIC X(04) VALUE 'FOR '.
           05  UH2-DAYS                PIC ZZZ9.
           05  FILLER                  PIC X(35) VALUE
                   ' DAYS OR MORE - LAST KNOWN ADDRESS '.
           05  FILLER                  PIC X(48) VALUE SPACES.
       01  UNC-DETAIL-LINE.
           05  UND-ACCT                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UND-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UND-NAME                PIC X(30).
           05  FILLER                  PIC X(09) VALUE ' BALANCE='.
           05  UND-BALANCE             PIC Z(08)9.99.
           05  FILLER                  PIC X(15) VALUE
                   ' LAST ACTIVITY='.
           05  UND-LAST-DATE           PIC X(08).
           05  FILLER                  PIC X(15) VALUE
                   ' DORMANT SINCE='.
           05  UND-DORMANT-DATE        PIC X(08).
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  UNC-ADDRESS-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  UNA-ADDR-1              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UNA-ADDR-2              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  UNA-PHONE               PIC X(15).
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  UNC-TOTAL-LINE.
           05  UNT-TEXT                PIC X(40).
           05  UNT-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
           05  UNT-AMOUNT              PIC Z(12)9.99.
           05  FILLER                  PIC X(61) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-SYSIN-CARD.
           PERFORM LOAD-DORMANCY-RULES.
           PERFORM RUN-CONTROL-START.
           PERFORM FETCH-BUSINESS-DATE.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-TIME.
           MOVE WS-RUN-DATE TO WS-D2D-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-D2D-DAYS TO WS-RUN-DAYS.
           MOVE WS-RUN-DAYS TO WS-NTF-DAY-NO.
           COMPUTE WS-NOTICE-FLOOR = WS-DORMANT-DAYS - WS-NOTICE-DAYS.
           PERFORM OPEN-FILES.
           PERFORM WRITE-HEADINGS.
           PERFORM READ-ACCTF.
           PERFORM CHECK-ONE-ACCOUNT
                   UNTIL WS-ACCTF-EOF.
           PERFORM PRINT-TOTALS.
           CLOSE ACCTF-FILE ACCTHF-FILE NOTIFF-FILE CUSTF-FILE
                 DRMRPT-FILE UNCLRPT-FILE.
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'DORMRUN COMPLETE ACCOUNTS=' WS-ACCT-READ-CT
                   ' NOTICES=' WS-NOTICE-CT
                   ' MARKED=' WS-MARKED-CT
                   ' UNCLAIMED=' WS-UNCLAIMED-CT
                   ' EXCEPTIONS=' WS-EXCEPTION-CT
                   ' ERRORS=' WS-ERROR-CT.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
      * LOAD-DORMANCY-RULES - take any SYSIN overrides. A field that
      * is not blank must be numeric, and the notice period must be
      * shorter than the dormancy period it warns of, or the run
      * stops before anything is touched.
      *****************************************************************
       LOAD-DORMANCY-RULES.
           IF WS-PARM-DORMANT-X NOT EQUAL SPACES
               IF WS-PARM-DORMANT-X NUMERIC
                   MOVE WS-PARM-DORMANT TO WS-DORMANT-DAYS
               ELSE
                   DISPLAY 'DORMRUN ERROR BAD DORMANT DAYS='
                           WS-PARM-DORMANT-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PARM-NOTICE-X NOT EQUAL SPACES
               IF WS-PARM-NOTICE-X NUMERIC
                   MOVE WS-PARM-NOTICE TO WS-NOTICE-DAYS
               ELSE
                   DISPLAY 'DORMRUN ERROR BAD NOTICE DAYS='
                           WS-PARM-NOTICE-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PARM-UNCLAIMED-X NOT EQUAL SPACES
               IF WS-PARM-UNCLAIMED-X NUMERIC
                   MOVE WS-PARM-UNCLAIMED TO WS-UNCLAIMED-DAYS
               ELSE
                   DISPLAY 'DORMRUN ERROR BAD UNCLAIMED DAYS='
                           WS-PARM-UNCLAIMED-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-NOTICE-DAYS NOT LESS THAN WS-DORMANT-DAYS
               DISPLAY 'DORMRUN ERROR NOTICE DAYS=' WS-NOTICE-DAYS
                       ' NOT UNDER DORMANT DAYS=' WS-DORMANT-DAYS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'DORMRUN RULES dormant-days=' WS-DORMANT-DAYS
                   ' notice-days=' WS-NOTICE-DAYS
                   ' unclaimed-days=' WS-UNCLAIMED-DAYS.
      *
       OPEN-FILES.
           OPEN I-O ACCTF-FILE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR ACCTF OPEN STATUS='
                       WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCTHF-FILE.
           IF WS-ACCTHF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR ACCTHF OPEN STATUS='
                       WS-ACCTHF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O NOTIFF-FILE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR NOTIFF OPEN STATUS='
                       WS-NOTIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTF-FILE.
           IF WS-CUSTF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR CUSTF OPEN STATUS='
                       WS-CUSTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DRMRPT-FILE.
           IF WS-DRMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR DRMRPT OPEN STATUS='
                       WS-DRMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT UNCLRPT-FILE.
           IF WS-UNCLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR UNCLRPT OPEN STATUS='
                       WS-UNCLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - idle days are counted to the business
      * day on the BUSDATF control record, the date the customer
      * postings are stamped with. A missing control record stops
      * the run.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'DORMRUN ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
           CLOSE BUSDATF-FILE.
      *
       WRITE-HEADINGS.
           MOVE WS-RUN-DATE     TO HDR-DATE.
           MOVE WS-DORMANT-DAYS TO HD2-DORMANT-DAYS.
           MOVE WS-NOTICE-DAYS  TO HD2-NOTICE-DAYS.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-DATE       TO UH1-DATE.
           MOVE WS-UNCLAIMED-DAYS TO UH2-DAYS.
           WRITE UNC-LINE FROM UNC-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE UNC-LINE FROM UNC-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO UNC-LINE.
           WRITE UNC-LINE AFTER ADVANCING 1 LINE.
      *
       READ-ACCTF.
           READ ACCTF-FILE NEXT
               AT END
                   SET WS-ACCTF-EOF TO TRUE
           END-READ.
           IF NOT WS-ACCTF-EOF
              AND WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR ACCTF READ STATUS='
                       WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * CHECK-ONE-ACCOUNT - closed and frozen accounts are left alone.
      * An active account may be told or marked; a dormant one (or
      * one marked just now) may be due on the unclaimed list.
      *****************************************************************
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ-CT.
           IF ACC-ACTIVE OR ACC-DORMANT
               PERFORM SCAN-ACCOUNT-HISTORY
               PERFORM SET-ACTIVITY-DATE
               IF WS-ACTIVITY-DATE EQUAL SPACES
                   ADD 1 TO WS-EXCEPTION-CT
                   MOVE ZERO TO WS-IDLE-DAYS
                   MOVE 'NO ACTIVITY DATE - CHECK BY HAND'
                        TO WS-ACTION-TEXT
                   PERFORM WRITE-DETAIL-LINE
               ELSE
                   IF ACC-ACTIVE
                       PERFORM CHECK-ACTIVE-ACCOUNT
                   END-IF
                   IF ACC-DORMANT
                       ADD 1 TO WS-DORMANT-CT
                       IF WS-IDLE-DAYS NOT LESS THAN WS-UNCLAIMED-DAYS
                          AND ACC-BALANCE > ZERO
                           PERFORM LIST-UNCLAIMED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-ACCTF.
      *
      *****************************************************************
      * SCAN-ACCOUNT-HISTORY - read the account's ACCTHF entries
      * oldest first and keep the dates that matter to dormancy.
      *****************************************************************
       SCAN-ACCOUNT-HISTORY.
           MOVE SPACES TO WS-HIST-FIELDS.
           SET WS-HISTORY-MORE TO TRUE.
           MOVE ACC-ACCOUNT-ID TO WS-HSK-ACCOUNT.
           MOVE LOW-VALUES     TO WS-HSK-REST.
           MOVE WS-HIST-START-KEY TO AHS-KEY.
           START ACCTHF-FILE KEY NOT LESS THAN AHS-KEY
               INVALID KEY
                   SET WS-HISTORY-DONE TO TRUE
           END-START.
           PERFORM READ-ONE-HISTORY
                   UNTIL WS-HISTORY-DONE.
      *
       READ-ONE-HISTORY.
           READ ACCTHF-FILE NEXT
               AT END
                   SET WS-HISTORY-DONE TO TRUE
           END-READ.
           IF NOT WS-HISTORY-DONE
               IF WS-ACCTHF-STATUS NOT EQUAL '00'
                   DISPLAY 'DORMRUN ERROR ACCTHF READ STATUS='
                           WS-ACCTHF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF AHS-ACCOUNT-ID NOT EQUAL ACC-ACCOUNT-ID
                   SET WS-HISTORY-DONE TO TRUE
               ELSE
                   IF WS-HIST-FIRST-DATE EQUAL SPACES
                       MOVE AHS-DATE TO WS-HIST-FIRST-DATE
                   END-IF
                   IF AHS-ACT-REACTIVATE
                       MOVE AHS-DATE TO WS-HIST-REACT-DATE
                   END-IF
                   IF AHS-ACT-DORMANCY-NOTICE
                       MOVE AHS-DATE TO WS-HIST-NOTICE-DATE
                   END-IF
                   IF AHS-ACT-DORMANT
                       MOVE AHS-DATE TO WS-HIST-DORMANT-DATE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SET-ACTIVITY-DATE - the last customer activity, and the idle
      * days from it to the run date. Spaces when the account has no
      * usable date at all.
      *****************************************************************
       SET-ACTIVITY-DATE.
           MOVE SPACES TO WS-ACTIVITY-DATE.
           IF ACC-LAST-ACT-DATE NUMERIC
               MOVE ACC-LAST-ACT-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE WS-HIST-FIRST-DATE TO WS-ACTIVITY-DATE
           END-IF.
           IF WS-HIST-REACT-DATE > WS-ACTIVITY-DATE
               MOVE WS-HIST-REACT-DATE TO WS-ACTIVITY-DATE
           END-IF.
           IF WS-ACTIVITY-DATE NOT NUMERIC
               MOVE SPACES TO WS-ACTIVITY-DATE
           ELSE
               MOVE WS-ACTIVITY-DATE TO WS-D2D-DATE
               PERFORM DATE-TO-DAYS
               MOVE WS-D2D-DAYS TO WS-ACTIVITY-DAYS
               COMPUTE WS-IDLE-DAYS = WS-RUN-DAYS - WS-ACTIVITY-DAYS
           END-IF.
      *
      *****************************************************************
      * CHECK-ACTIVE-ACCOUNT - a notice only counts when it was given
      * after the last activity. Told long enough ago and idle long
      * enough: mark. Not told, and within the notice period of
      * going dormant (or past it): tell.
      *****************************************************************
       CHECK-ACTIVE-ACCOUNT.
           IF WS-HIST-NOTICE-DATE > WS-ACTIVITY-DATE
               MOVE WS-HIST-NOTICE-DATE TO WS-D2D-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-NOTICE-AGE = WS-RUN-DAYS - WS-D2D-DAYS
               IF WS-IDLE-DAYS NOT LESS THAN WS-DORMANT-DAYS
                  AND WS-NOTICE-AGE NOT LESS THAN WS-NOTICE-DAYS
                   PERFORM MARK-DORMANT
               END-IF
           ELSE
               IF WS-IDLE-DAYS NOT LESS THAN WS-NOTICE-FLOOR
                   PERFORM SEND-DORMANCY-NOTICE
               END-IF
           END-IF.
      *
      *****************************************************************
      * SEND-DORMANCY-NOTICE - queue the customer's notice, then
      * history it. A duplicate notice is a rerun of the date and
      * counts as queued; the history entry is what stops next
      * month's run telling the customer again.
      *****************************************************************
       SEND-DORMANCY-NOTICE.
           SET WS-STEP-OK TO TRUE.
           MOVE WS-RUN-DATE TO WS-DUE-DATE.
           MOVE ZERO TO WS-DUE-STEP-CT.
           PERFORM ADD-ONE-DAY
                   UNTIL WS-DUE-STEP-CT NOT LESS THAN WS-NOTICE-DAYS.
           MOVE ACC-ACCOUNT-ID    TO WS-NTF-ACCOUNT.
           MOVE WS-NTF-CORR-BUILD TO NTF-CORR-ID.
           MOVE ACC-ACCOUNT-ID    TO NTF-ACCOUNT-ID.
           MOVE ACC-BALANCE       TO NTF-AMOUNT.
           MOVE WS-DUE-DATE       TO NTF-DATE.
           MOVE WS-RUN-TIME       TO NTF-TIME.
           MOVE 'DRMN'            TO NTF-TYPE.
           SET NTF-PENDING        TO TRUE.
           MOVE SPACES            TO NTF-REASON-CODE.
           WRITE NOTIF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
              AND WS-NOTIFF-STATUS NOT EQUAL '22'
               DISPLAY 'DORMRUN ERROR NOTIFF WRITE corr-id='
                       NTF-CORR-ID ' STATUS=' WS-NOTIFF-STATUS
               ADD 1 TO WS-ERROR-CT
               MOVE 'NOT TOLD - NOTIFF WRITE FAILED'
                    TO WS-ACTION-TEXT
               SET WS-STEP-FAILED TO TRUE
           END-IF.
           IF WS-STEP-OK
               MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
               MOVE 'W' TO AHS-ACTION
               PERFORM WRITE-HISTORY
               IF WS-STEP-OK
                   ADD 1 TO WS-NOTICE-CT
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING 'NOTICE QUEUED - DUE '
                          WS-DUE-DATE
                          DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
               ELSE
                   MOVE 'TOLD - ACCTHF WRITE FAILED, RERUN'
                        TO WS-ACTION-TEXT
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
      *
      *****************************************************************
      * MARK-DORMANT - set status D, then history the change with the
      * before and after images. A failed history write puts the
      * saved image back, so the master never shows a change the
      * history file cannot account for.
      *****************************************************************
       MARK-DORMANT.
           SET WS-STEP-OK TO TRUE.
           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE.
           SET ACC-DORMANT TO TRUE.
           REWRITE ACCT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR ACCTF REWRITE acct='
                       ACC-ACCOUNT-ID ' STATUS=' WS-ACCTF-STATUS
               ADD 1 TO WS-ERROR-CT
               MOVE WS-BEFORE-IMAGE TO ACCT-RECORD
               MOVE 'NOT MARKED - ACCTF REWRITE FAILED'
                    TO WS-ACTION-TEXT
           ELSE
               MOVE 'D' TO AHS-ACTION
               PERFORM WRITE-HISTORY
               IF WS-STEP-OK
                   ADD 1 TO WS-MARKED-CT
                   MOVE WS-RUN-DATE TO WS-HIST-DORMANT-DATE
                   MOVE 'MARKED DORMANT' TO WS-ACTION-TEXT
               ELSE
                   PERFORM UNDO-ACCOUNT-CHANGE
                   MOVE 'NOT MARKED - ACCTHF WRITE FAILED'
                        TO WS-ACTION-TEXT
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
      *
      *****************************************************************
      * WRITE-HISTORY - the ACCTHF entry for a notice or a mark, under
      * the job name, with the saved image before and the record as
      * it now stands after. Leaves WS-STEP-FAILED set when the write
      * did not land.
      *****************************************************************
       WRITE-HISTORY.
           MOVE ACC-ACCOUNT-ID  TO AHS-ACCOUNT-ID.
           MOVE WS-RUN-DATE     TO AHS-DATE.
           MOVE WS-RUN-TIME     TO AHS-TIME.
           MOVE WS-JOB-NAME     TO AHS-USER-ID.
           MOVE WS-BEFORE-IMAGE TO AHS-BEFORE-IMAGE.
           MOVE ACCT-RECORD     TO AHS-AFTER-IMAGE.
           WRITE HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ACCTHF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR ACCTHF WRITE acct='
                       ACC-ACCOUNT-ID ' STATUS=' WS-ACCTHF-STATUS
               ADD 1 TO WS-ERROR-CT
               SET WS-STEP-FAILED TO TRUE
           END-IF.
      *
      *****************************************************************
      * UNDO-ACCOUNT-CHANGE - compensate a mark whose history write
      * failed by putting the saved image back. If even the restore
      * fails, the mismatch is shouted for manual correction.
      *****************************************************************
       UNDO-ACCOUNT-CHANGE.
           MOVE WS-BEFORE-IMAGE TO ACCT-RECORD.
           REWRITE ACCT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR ACCTF RESTORE acct='
                       ACC-ACCOUNT-ID ' STATUS=' WS-ACCTF-STATUS
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
      *****************************************************************
      * LIST-UNCLAIMED - the account and its last known name and
      * address. The address comes from the linked CUSTF customer;
      * without one the account's own name is listed and the address
      * is flagged to be traced (RC=4).
      *****************************************************************
       LIST-UNCLAIMED.
           ADD 1 TO WS-UNCLAIMED-CT.
           ADD ACC-BALANCE TO WS-UNCLAIMED-TOTAL.
           SET WS-CUST-NOT-FOUND TO TRUE.
           IF ACC-CUSTOMER-ID NOT EQUAL SPACES
               MOVE ACC-CUSTOMER-ID TO CUS-CUSTOMER-ID
               READ CUSTF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF.
           MOVE ACC-ACCOUNT-ID       TO UND-ACCT.
           MOVE ACC-CUSTOMER-ID      TO UND-CUSTOMER.
           MOVE ACC-BALANCE          TO UND-BALANCE.
           MOVE WS-ACTIVITY-DATE     TO UND-LAST-DATE.
           MOVE WS-HIST-DORMANT-DATE TO UND-DORMANT-DATE.
           IF WS-CUST-FOUND
               MOVE CUS-NAME        TO UND-NAME
               MOVE CUS-ADDR-LINE-1 TO UNA-ADDR-1
               MOVE CUS-ADDR-LINE-2 TO UNA-ADDR-2
               MOVE CUS-PHONE       TO UNA-PHONE
           ELSE
               ADD 1 TO WS-EXCEPTION-CT
               MOVE ACC-CUST-NAME   TO UND-NAME
               MOVE SPACES          TO UNA-ADDR-2 UNA-PHONE
               IF ACC-CUSTOMER-ID EQUAL SPACES
                   MOVE 'NOT LINKED - TRACE ADDRESS' TO UNA-ADDR-1
               ELSE
                   MOVE 'CUSTOMER NOT ON CUSTF - TRACE' TO UNA-ADDR-1
               END-IF
           END-IF.
           WRITE UNC-LINE FROM UNC-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE UNC-LINE FROM UNC-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-UNCLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR UNCLRPT WRITE STATUS='
                       WS-UNCLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       WRITE-DETAIL-LINE.
           MOVE ACC-ACCOUNT-ID   TO DTL-ACCT.
           MOVE ACC-CUSTOMER-ID  TO DTL-CUSTOMER.
           MOVE ACC-CUST-NAME    TO DTL-NAME.
           MOVE WS-ACTIVITY-DATE TO DTL-LAST-DATE.
           MOVE WS-IDLE-DAYS     TO DTL-IDLE-DAYS.
           MOVE ACC-BALANCE      TO DTL-BALANCE.
           MOVE WS-ACTION-TEXT   TO DTL-ACTION.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-DRMRPT-STATUS NOT EQUAL '00'
               DISPLAY 'DORMRUN ERROR DRMRPT WRITE STATUS='
                       WS-DRMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTS READ:' TO TTL-TEXT.
           MOVE WS-ACCT-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DORMANCY NOTICES QUEUED:' TO TTL-TEXT.
           MOVE WS-NOTICE-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTS MARKED DORMANT:' TO TTL-TEXT.
           MOVE WS-MARKED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DORMANT ACCOUNTS AFTER THE RUN:' TO TTL-TEXT.
           MOVE WS-DORMANT-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TO CHECK BY HAND:' TO TTL-TEXT.
           MOVE WS-EXCEPTION-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'WRITE FAILURES:' TO TTL-TEXT.
           MOVE WS-ERROR-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO UNC-LINE.
           WRITE UNC-LINE AFTER ADVANCING 1 LINE.
           MOVE 'UNCLAIMED DORMANT ACCOUNTS:' TO UNT-TEXT.
           MOVE WS-UNCLAIMED-CT    TO UNT-COUNT.
           MOVE WS-UNCLAIMED-TOTAL TO UNT-AMOUNT.
           WRITE UNC-LINE FROM UNC-TOTAL-LINE AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * ADD-ONE-DAY - step WS-DUE-DATE on one calendar day, same as
      * STORUN.
      *****************************************************************
       ADD-ONE-DAY.
           PERFORM SET-MONTH-LENGTH.
           IF WS-DUE-DAY < WS-MONTH-LEN
               ADD 1 TO WS-DUE-DAY
           ELSE
               MOVE 1 TO WS-DUE-DAY
               IF WS-DUE-MONTH < 12
                   ADD 1 TO WS-DUE-MONTH
               ELSE
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-IF.
           ADD 1 TO WS-DUE-STEP-CT.
      *
       SET-MONTH-LENGTH.
           MOVE WS-MONTH-LEN-TBL(WS-DUE-MONTH) TO WS-MONTH-LEN.
           IF WS-DUE-MONTH EQUAL 2
               DIVIDE WS-DUE-YEAR BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
               DIVIDE WS-DUE-YEAR BY 100
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
               DIVIDE WS-DUE-YEAR BY 400
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 EQUAL ZERO
                  AND (WS-LEAP-R100 NOT EQUAL ZERO
                       OR WS-LEAP-R400 EQUAL ZERO)
                   MOVE 29 TO WS-MONTH-LEN
               END-IF
           END-IF.
      *
      *****************************************************************
      * DATE-TO-DAYS - turn WS-D2D-DATE (YYYYMMDD) into a day serial
      * in WS-D2D-DAYS. Standard civil-calendar arithmetic, same as
      * TRNARCH: year days plus leap corrections plus the month
      * offset, with January and February counted against the prior
      * year so the leap day lands where it belongs.
      *****************************************************************
       DATE-TO-DAYS.
           MOVE WS-D2D-YEAR TO WS-D2D-WORK-YEAR.
           IF WS-D2D-MONTH < 3
               SUBTRACT 1 FROM WS-D2D-WORK-YEAR
           END-IF.
           DIVIDE WS-D2D-WORK-YEAR BY 4
               GIVING WS-D2D-Q4.
           DIVIDE WS-D2D-WORK-YEAR BY 100
               GIVING WS-D2D-Q100.
           DIVIDE WS-D2D-WORK-YEAR BY 400
               GIVING WS-D2D-Q400.
           COMPUTE WS-D2D-DAYS =
                   WS-D2D-WORK-YEAR * 365
                 + WS-D2D-Q4 - WS-D2D-Q100 + WS-D2D-Q400
                 + WS-MONTH-OFFSET(WS-D2D-MONTH)
                 + WS-D2D-DAY.
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
           MOVE 'DORMRUN ' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'DORMRUN ERROR ' RCA-MESSAGE
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
           ADD WS-NOTICE-CT WS-MARKED-CT GIVING RCA-OUTPUT-CT.
           ADD WS-EXCEPTION-CT WS-ERROR-CT GIVING RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'DORMRUN ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
