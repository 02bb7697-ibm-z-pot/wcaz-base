      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * TAXSTMT - year-end interest and fee tax statements. Totals,
      * per customer and across all the customer's accounts, the
      * credit interest paid ('INT ' postings) and the fees charged
      * ('FEE ' service fees and 'ODF ' overdraft fees) in the tax
      * year, leaving out any posting since reversed. Back-office
      * manual adjustments ('ADJD'/'ADJC') count too when their
      * ADJRSNF reason carries a tax class: an interest-class credit
      * adds to the interest paid and a debit takes it back; a
      * fee-class debit adds to the fees charged and a credit (a fee
      * refund) takes them back. An adjustment whose reason is not
      * on ADJRSNF is left out and counted on TAXRPT (RC=4). Each
      * customer
      * with interest or fees gets one printed statement on TAXPRT
      * for the mail house, and one statement record on the TAXOUT
      * submission file for the tax authority, in the 200-byte fixed
      * layout of copybook TAXREC: a file header, one statement per
      * customer with the name and address from the CUSTF customer
      * master, and a trailer with the statement count and totals.
      * The year's postings are read from TRANF and from the TRNARCH
      * archive generations (DD TRNAOUT, the current 77-byte archive
      * record; DD TRNAOLD, generations cut before TRANMIGR at 67
      * bytes). A posting can sit on two archive generations, or on
      * an archive generation and TRANF both, after a TRNARCH
      * restart: the postings are sorted into customer, account and
      * corr-id order and a repeated corr-id is counted once. The
      * customer is taken from the account's ACC-CUSTOMER-ID.
      * Not issued, and listed on the TAXRPT report for the tax
      * team to issue by hand (RC=4):
      *   - an account not linked to a customer (NOT LINKED)
      *   - an account no longer on ACCTF (ACCOUNT NOT ON ACCTF)
      *   - a customer id not on CUSTF (CUSTOMER NOT ON CUSTF)
      *   - a customer whose year nets below zero, adjustments having
      *     refunded more than was charged or paid (NEGATIVE TOTAL)
      * Every statement is recorded on the TAXHSTF history (copybook
      * TAXHREC) with the amounts filed, so a customer/year is
      * reported once however often the year is rerun - and a rerun
      * whose totals differ from what was filed (a posting reversed
      * or adjusted since) issues a CORRECTED statement carrying the
      * amounts it replaces. A customer filed before whose postings
      * are all since reversed is corrected to zero. The run goes in
      * three passes, as CTRRPT does:
      *   1. record each customer's statement PENDING (or, for a
      *      correction, CORRECTION PENDING); one filed before with
      *      the same amounts is counted and not issued again
      *   2. write the submission file from the year's pending
      *      records and close it
      *   3. turn those records FILED with the amounts sent
      * Anything left pending at the start of a run was never sent
      * and is cleared first. A failure in pass 3 comes after the
      * submission file is complete: send it, then rerun the year
      * with the MARKONLY option, which does pass 3 alone.
      * A statement count on the file that differs from the
      * statements recorded in pass 1 fails the control proof and
      * ends RC=8 - do not send the file or mail the statements.
      *
      * SYSIN: optionally one record, the tax year (YYYY) in columns
      * 1-4 - for reruns - and 'MARKONLY' in columns 6-13 after a
      * pass-3 failure. An empty SYSIN takes the year before the
      * current business date on the BUSDATF control record.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRNF-CORR-ID
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT TRNAOUT-FILE ASSIGN TO TRNAOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRNAOUT-STATUS.
           SELECT TRNAOLD-FILE ASSIGN TO TRNAOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRNAOLD-STATUS.
           SELECT ACCTF-FILE ASSIGN TO ACCTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACC-ACCOUNT-ID
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT CUSTF-FILE ASSIGN TO CUSTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-ID
                  FILE STATUS IS WS-CUSTF-STATUS.
           SELECT TAXHSTF-FILE ASSIGN TO TAXHSTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TXH-KEY
                  FILE STATUS IS WS-TAXHSTF-STATUS.
           SELECT TAXOUT-FILE ASSIGN TO TAXOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TAXOUT-STATUS.
           SELECT TAXPRT-FILE ASSIGN TO TAXPRT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TAXPRT-STATUS.
           SELECT TAXRPT-FILE ASSIGN TO TAXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TAXRPT-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
           SELECT ADJRSNF-FILE ASSIGN TO ADJRSNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADR-REASON-CODE
                  FILE STATUS IS WS-ADJRSNF-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
      * TRANF and both archive files are read into the one TRANREC
      * layout in WORKING-STORAGE; the archive records are TRANREC
      * less its trailing fields, which read in as spaces.
       FD  TRANF-FILE.
       01  TRANF-RECORD.
           05  TRNF-CORR-ID            PIC X(16).
           05  TRNF-REST               PIC X(101).
       FD  TRNAOUT-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(77).
       FD  TRNAOLD-FILE
           RECORDING MODE IS F.
       01  ARCH-OLD-RECORD             PIC X(67).
       FD  ACCTF-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.
       FD  CUSTF-FILE.
       01  CUST-RECORD.
           COPY CUSTREC.
       FD  TAXHSTF-FILE.
       01  TAXH-RECORD.
           COPY TAXHREC.
       FD  TAXOUT-FILE
           RECORDING MODE IS F.
       01  TAXOUT-RECORD               PIC X(200).
       FD  TAXPRT-FILE
           RECORDING MODE IS F.
       01  TXS-LINE                    PIC X(132).
       FD  TAXRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
       FD  ADJRSNF-FILE.
       01  ADJR-RECORD.
           COPY ADJRREC.
      * One posting of the year, or a marker for a customer filed
      * before (SRT-MARKER) so that a customer whose postings are all
      * since reversed still comes through to be corrected.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-ID         PIC X(10).
           05  SRT-ACCOUNT-ID          PIC X(10).
           05  SRT-CORR-ID             PIC X(16).
           05  SRT-SOURCE              PIC X(01).
               88  SRT-MARKER                  VALUE '0'.
               88  SRT-FROM-TRANF              VALUE '1'.
               88  SRT-FROM-ARCHIVE            VALUE '2'.
           05  SRT-TRAN-TYPE           PIC X(04).
               88  SRT-INTEREST                VALUE 'INT '.
           05  SRT-AMOUNT              PIC S9(09)V99 COMP-3.
           05  SRT-REVERSED-FLAG       PIC X(01).
               88  SRT-REVERSED                VALUE 'Y' 'R' 'C'.
           05  SRT-LINK-SW             PIC X(01).
               88  SRT-LINKED                  VALUE 'L'.
               88  SRT-NOT-LINKED              VALUE 'U'.
               88  SRT-NO-ACCOUNT              VALUE 'M'.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-TRNAOUT-STATUS       PIC X(02).
           05  WS-TRNAOLD-STATUS       PIC X(02).
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-CUSTF-STATUS         PIC X(02).
           05  WS-TAXHSTF-STATUS       PIC X(02).
           05  WS-TAXOUT-STATUS        PIC X(02).
           05  WS-TAXPRT-STATUS        PIC X(02).
           05  WS-TAXRPT-STATUS        PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
           05  WS-ADJRSNF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business-date default.
       01  WS-SYSIN-CARD               VALUE SPACES.
           05  WS-TAX-YEAR             PIC X(04).
           05  WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR
                                       PIC 9(04).
           05  FILLER                  PIC X(01).
           05  WS-RUN-OPTION           PIC X(08).
               88  WS-MARK-ONLY                  VALUE 'MARKONLY'.
           05  FILLER                  PIC X(67).
      * The bank's identity as a filer, as on the CTR filing, and
      * the number of accounts a statement lists one by one - any
      * further accounts print as one line. WS-MAX-ACCTS is also the
      * size of WS-GROUP-ACCT - change the two together.
       01  WS-TAX-CONSTANTS.
           05  WS-FORMAT-VERSION       PIC X(04) VALUE 'TAX1'.
           05  WS-FILER-ID             PIC X(10) VALUE '1091000019'.
           05  WS-FILER-NAME           PIC X(30) VALUE
                   'PROGA CHAIN BANK'.
           05  WS-MAX-ACCTS            PIC 9(02) COMP VALUE 20.
      * The tax year's first and last dates, for selecting postings.
       01  WS-YEAR-RANGE.
           05  WS-FROM-DATE.
               10  WS-FROM-YEAR        PIC X(04).
               10  FILLER              PIC X(04) VALUE '0101'.
           05  WS-TO-DATE.
               10  WS-TO-YEAR          PIC X(04).
               10  FILLER              PIC X(04) VALUE '1231'.
       01  WS-BUS-DATE-FIELDS.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
               10  WS-BUS-YEAR         PIC 9(04).
               10  WS-BUS-MMDD         PIC 9(04).
       01  WS-SW-FIELDS.
           05  WS-TRN-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-TRANF-EOF                  VALUE 'Y'.
           05  WS-ARC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ARCHIVE-EOF                VALUE 'Y'.
           05  WS-AOL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ARCHIVE-OLD-EOF            VALUE 'Y'.
           05  WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SORTED-EOF                 VALUE 'Y'.
           05  WS-TXH-DONE-SW          PIC X(01).
               88  WS-HISTORY-DONE               VALUE 'Y'.
               88  WS-HISTORY-MORE               VALUE 'N'.
           05  WS-TXH-FOUND-SW         PIC X(01).
               88  WS-HISTORY-FOUND              VALUE 'Y'.
               88  WS-HISTORY-NOT-FOUND          VALUE 'N'.
           05  WS-CUST-FOUND-SW        PIC X(01).
               88  WS-CUST-FOUND                 VALUE 'Y'.
               88  WS-CUST-NOT-FOUND             VALUE 'N'.
      * The account last looked up on ACCTF for the sort input, so
      * a run of one account's postings costs one read.
       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-ACCOUNT       PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-CUSTOMER      PIC X(10).
           05  WS-LOOKUP-LINK-SW       PIC X(01).
       01  WS-LAST-CORR-ID             PIC X(16).
      * One customer's accounts - or one unlinked account - being
      * totalled for the year: who it is, and per account what it
      * was paid in interest and charged in fees.
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-CUSTOMER       PIC X(10).
           05  WS-GROUP-ACCOUNT        PIC X(10).
           05  WS-GROUP-NAME           PIC X(30).
           05  WS-GROUP-LINK-SW        PIC X(01).
           05  WS-GROUP-POSTING-CT     PIC 9(05).
           05  WS-GROUP-ACCT-CT        PIC 9(03).
           05  WS-GROUP-INTEREST       PIC S9(11)V99 COMP-3.
           05  WS-GROUP-FEES           PIC S9(11)V99 COMP-3.
           05  WS-GROUP-ACCT OCCURS 20 TIMES.
               10  WS-GA-ACCOUNT-ID    PIC X(10).
               10  WS-GA-INTEREST      PIC S9(11)V99 COMP-3.
               10  WS-GA-FEES          PIC S9(11)V99 COMP-3.
           05  WS-FURTHER-INTEREST     PIC S9(11)V99 COMP-3.
           05  WS-FURTHER-FEES         PIC S9(11)V99 COMP-3.
       01  WS-GA-SUB                   PIC 9(03) COMP.
       01  WS-CURRENT-ACCOUNT          PIC X(10).
       01  WS-DISPOSITION              PIC X(30).
      * How the posting in TRAN-RECORD counts (CLASSIFY-POSTING): as
      * interest, as a fee, or not at all - and, for an adjustment,
      * whether it adds to that total or takes from it.
       01  WS-TAX-CLASS-SW             PIC X(01).
           88  WS-TAX-INTEREST                   VALUE 'I'.
           88  WS-TAX-FEE                        VALUE 'F'.
           88  WS-TAX-NOT-COUNTED                VALUE ' '.
       01  WS-TAX-SIGN-SW              PIC X(01).
           88  WS-TAX-ADDS                       VALUE '+'.
           88  WS-TAX-TAKES                      VALUE '-'.
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC X(08).
           05  WS-STAMP-TIME           PIC X(08).
       01  WS-COUNT-FIELDS.
           05  WS-TRANF-SEL-CT         PIC 9(09) VALUE ZERO.
           05  WS-ARCHIVE-SEL-CT       PIC 9(09) VALUE ZERO.
           05  WS-ADJ-NO-REASON-CT     PIC 9(07) VALUE ZERO.
           05  WS-MARKER-CT            PIC 9(07) VALUE ZERO.
           05  WS-DUP-CT               PIC 9(09) VALUE ZERO.
           05  WS-REVERSED-CT          PIC 9(09) VALUE ZERO.
           05  WS-GROUP-CT             PIC 9(07) VALUE ZERO.
           05  WS-NEW-CT               PIC 9(07) VALUE ZERO.
           05  WS-CORRECTED-CT         PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-CT           PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-CT         PIC 9(07) VALUE ZERO.
           05  WS-CLEARED-CT           PIC 9(07) VALUE ZERO.
           05  WS-RECORDED-CT          PIC 9(06) VALUE ZERO.
           05  WS-DETAIL-CT            PIC 9(06) VALUE ZERO.
           05  WS-DETAIL-CORR-CT       PIC 9(06) VALUE ZERO.
           05  WS-MARKED-CT            PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FIELDS.
           05  WS-NEW-TOTAL            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CORRECTED-TOTAL      PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-ALREADY-TOTAL        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-EXCEPTION-TOTAL      PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-DETAIL-TOTAL         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-DETAIL-FEE-TOTAL     PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  TRAN-RECORD.
           COPY TRANREC.
       01  TAX-RECORD.
           COPY TAXREC.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
                   'TAXSTMT - INTEREST AND FEE TAX STATEMENTS   '.
           05  FILLER                  PIC X(09) VALUE 'TAX YEAR '.
           05  HDR-TAX-YEAR            PIC X(04).
           05  FILLER                  PIC X(75) VALUE SPACES.
       01  RPT-STMT-LINE.
           05  RSL-ID                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSL-NAME                PIC X(30).
           05  FILLER                  PIC X(10) VALUE ' INTEREST='.
           05  RSL-INTEREST            PIC Z(10)9.99.
           05  FILLER                  PIC X(06) VALUE ' FEES='.
           05  RSL-FEES                PIC Z(10)9.99.
           05  FILLER                  PIC X(10) VALUE ' ACCOUNTS='.
           05  RSL-ACCT-CT             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSL-DISPOSITION         PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(08)9.
           05  FILLER                  PIC X(08) VALUE ' AMOUNT='.
           05  TTL-AMOUNT              PIC Z(12)9.99.
           05  FILLER                  PIC X(59) VALUE SPACES.
      * The printed statement, one page per customer.
       01  TXS-HEADER-1.
           05  TXH1-FILER-NAME         PIC X(30).
           05  FILLER                  PIC X(47) VALUE
               'ANNUAL STATEMENT OF INTEREST AND FEES TAX YEAR '.
           05  TXH1-TAX-YEAR           PIC X(04).
           05  FILLER                  PIC X(51) VALUE SPACES.
       01  TXS-CORRECTED-LINE.
           05  FILLER                  PIC X(46) VALUE
               '*** CORRECTED STATEMENT - REPLACES THE ONE OF '.
           05  TXC-PRIOR-DATE          PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ***'.
           05  FILLER                  PIC X(74) VALUE SPACES.
       01  TXS-ADDRESS-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  TXA-TEXT                PIC X(30).
           05  FILLER                  PIC X(97) VALUE SPACES.
       01  TXS-CUSTOMER-LINE.
           05  FILLER                  PIC X(17) VALUE
                   'CUSTOMER NUMBER  '.
           05  TXU-CUSTOMER-ID         PIC X(10).
           05  FILLER                  PIC X(105) VALUE SPACES.
       01  TXS-COLUMN-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
                   'ACCOUNT                 '.
           05  FILLER                  PIC X(18) VALUE
                   '   INTEREST PAID  '.
           05  FILLER                  PIC X(18) VALUE
                   '   FEES CHARGED   '.
           05  FILLER                  PIC X(67) VALUE SPACES.
       01  TXS-AMOUNT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  TXL-LABEL               PIC X(24).
           05  TXL-INTEREST            PIC Z(10)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  TXL-FEES                PIC Z(10)9.99.
           05  FILLER                  PIC X(71) VALUE SPACES.
       01  TXS-FURTHER-LABEL.
           05  TXF-CT                  PIC ZZ9.
           05  FILLER                  PIC X(21) VALUE
                   ' FURTHER ACCOUNTS    '.
       01  TXS-FOOTER-1.
           05  FILLER                  PIC X(43) VALUE
               'THE INTEREST PAID ABOVE IS REPORTED TO THE '.
           05  FILLER                  PIC X(29) VALUE
               'TAX AUTHORITY UNDER FILER ID '.
           05  TXF1-FILER-ID           PIC X(10).
           05  FILLER                  PIC X(50) VALUE SPACES.
       01  TXS-FOOTER-2.
           05  FILLER                  PIC X(52) VALUE
               'PLEASE KEEP THIS STATEMENT WITH YOUR TAX RECORDS.   '.
           05  FILLER                  PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-SYSIN-CARD.
           IF WS-TAX-YEAR EQUAL SPACES
               PERFORM FETCH-TAX-YEAR
           END-IF.
           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY 'TAXSTMT ERROR BAD TAX YEAR=' WS-TAX-YEAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TAX-YEAR TO WS-FROM-YEAR.
           MOVE WS-TAX-YEAR TO WS-TO-YEAR.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           PERFORM OPEN-FILES.
           MOVE WS-TAX-YEAR TO HDR-TAX-YEAR.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-MARK-ONLY
               PERFORM MARK-STATEMENTS-FILED
               MOVE 'MARKONLY - PENDING STATEMENTS MARKED FILED'
                    TO TTL-TEXT
               MOVE WS-MARKED-CT TO TTL-COUNT
               MOVE ZERO         TO TTL-AMOUNT
               WRITE RPT-LINE FROM RPT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE ACCTF-FILE CUSTF-FILE TAXHSTF-FILE TAXRPT-FILE
               DISPLAY 'TAXSTMT COMPLETE YEAR=' WS-TAX-YEAR
                       ' MARKONLY MARKED=' WS-MARKED-CT
               STOP RUN
           END-IF.
           PERFORM CLEAR-UNSENT-STATEMENTS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-ID
                                SRT-ACCOUNT-ID
                                SRT-CORR-ID
                                SRT-SOURCE
               INPUT PROCEDURE IS SELECT-POSTINGS
               OUTPUT PROCEDURE IS PRODUCE-STATEMENTS.
           PERFORM WRITE-SUBMISSION-FILE.
           CLOSE TAXOUT-FILE.
           IF WS-TAXOUT-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXOUT CLOSE STATUS='
                       WS-TAXOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DETAIL-CT EQUAL WS-RECORDED-CT
               PERFORM MARK-STATEMENTS-FILED
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE TRANF-FILE TRNAOUT-FILE TRNAOLD-FILE ACCTF-FILE
                 CUSTF-FILE TAXHSTF-FILE TAXPRT-FILE TAXRPT-FILE
                 ADJRSNF-FILE.
           DISPLAY 'TAXSTMT COMPLETE YEAR=' WS-TAX-YEAR
                   ' ISSUED=' WS-NEW-CT
                   ' CORRECTED=' WS-CORRECTED-CT
                   ' ALREADY=' WS-ALREADY-CT
                   ' EXCEPTIONS=' WS-EXCEPTION-CT.
           IF WS-DETAIL-CT NOT EQUAL WS-RECORDED-CT
               DISPLAY 'TAXSTMT ERROR CONTROL PROOF FAILED RECORDED='
                       WS-RECORDED-CT ' ON FILE=' WS-DETAIL-CT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-CT > ZERO
                  OR WS-ADJ-NO-REASON-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
      *****************************************************************
      * FETCH-TAX-YEAR - no SYSIN card: the tax year is the calendar
      * year before the business date on the BUSDATF control record
      * - the job runs in the new year for the year just ended. A
      * missing control record stops the run rather than reporting
      * the wrong year.
      *****************************************************************
       FETCH-TAX-YEAR.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'TAXSTMT ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF BDT-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'TAXSTMT ERROR BAD BUSINESS DATE='
                       BDT-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-BUSINESS-DATE TO WS-BUS-DATE.
           SUBTRACT 1 FROM WS-BUS-YEAR GIVING WS-TAX-YEAR-N.
           CLOSE BUSDATF-FILE.
      *
      *****************************************************************
      * OPEN-FILES - the posting files, the submission file and the
      * printed statements are opened only when statements are to be
      * produced; a MARKONLY run leaves the last ones as they are.
      *****************************************************************
       OPEN-FILES.
           OPEN INPUT ACCTF-FILE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR ACCTF OPEN STATUS='
                       WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTF-FILE.
           IF WS-CUSTF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR CUSTF OPEN STATUS='
                       WS-CUSTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TAXHSTF-FILE.
           IF WS-TAXHSTF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXHSTF OPEN STATUS='
                       WS-TAXHSTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TAXRPT-FILE.
           IF WS-TAXRPT-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXRPT OPEN STATUS='
                       WS-TAXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-MARK-ONLY
               PERFORM OPEN-STATEMENT-FILES
           END-IF.
      *
       OPEN-STATEMENT-FILES.
           OPEN INPUT TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRNAOUT-FILE.
           IF WS-TRNAOUT-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TRNAOUT OPEN STATUS='
                       WS-TRNAOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRNAOLD-FILE.
           IF WS-TRNAOLD-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TRNAOLD OPEN STATUS='
                       WS-TRNAOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TAXOUT-FILE.
           IF WS-TAXOUT-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXOUT OPEN STATUS='
                       WS-TAXOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TAXPRT-FILE.
           IF WS-TAXPRT-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXPRT OPEN STATUS='
                       WS-TAXPRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADJRSNF-FILE.
           IF WS-ADJRSNF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR ADJRSNF OPEN STATUS='
                       WS-ADJRSNF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * CLEAR-UNSENT-STATEMENTS - a record left pending on the
      * history for the tax year is from a run that stopped before
      * its submission file was complete, so it never went out. An
      * original is deleted; a correction goes back to FILED, its
      * filed amounts still the ones last sent. This run records
      * afresh whatever the postings say now.
      *****************************************************************
       CLEAR-UNSENT-STATEMENTS.
           PERFORM START-HISTORY-AT-YEAR.
           PERFORM CLEAR-ONE-UNSENT
                   UNTIL WS-HISTORY-DONE.
           IF WS-CLEARED-CT > ZERO
               DISPLAY 'TAXSTMT CLEARED ' WS-CLEARED-CT
                       ' UNSENT STATEMENTS FROM AN EARLIER RUN'
           END-IF.
      *
       CLEAR-ONE-UNSENT.
           IF TXH-PENDING
               DELETE TAXHSTF-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-TAXHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TAXHSTF DELETE STATUS='
                           WS-TAXHSTF-STATUS ' customer='
                           TXH-CUSTOMER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLEARED-CT
           END-IF.
           IF TXH-CORRECTION-PENDING
               SET TXH-FILED TO TRUE
               REWRITE TAXH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-TAXHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TAXHSTF REWRITE STATUS='
                           WS-TAXHSTF-STATUS ' customer='
                           TXH-CUSTOMER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLEARED-CT
           END-IF.
           PERFORM READ-HISTORY-NEXT.
      *
      *****************************************************************
      * START-HISTORY-AT-YEAR / READ-HISTORY-NEXT - browse the tax
      * year's history records in customer order. The first record
      * of a later year ends the browse.
      *****************************************************************
       START-HISTORY-AT-YEAR.
           SET WS-HISTORY-MORE TO TRUE.
           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
           MOVE LOW-VALUES  TO TXH-CUSTOMER-ID.
           START TAXHSTF-FILE KEY IS NOT LESS THAN TXH-KEY
               INVALID KEY
                   SET WS-HISTORY-DONE TO TRUE
           END-START.
           IF NOT WS-HISTORY-DONE
               IF WS-TAXHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TAXHSTF START STATUS='
                           WS-TAXHSTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-HISTORY-NEXT
           END-IF.
      *
       READ-HISTORY-NEXT.
           READ TAXHSTF-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-DONE TO TRUE
           END-READ.
           IF NOT WS-HISTORY-DONE
               IF WS-TAXHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TAXHSTF READ STATUS='
                           WS-TAXHSTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TXH-TAX-YEAR NOT EQUAL WS-TAX-YEAR
                   SET WS-HISTORY-DONE TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * SELECT-POSTINGS - sort input procedure: a marker for every
      * customer already filed for the year, then every interest and
      * fee posting dated in the year from TRANF and from both
      * archive files.
      *****************************************************************
       SELECT-POSTINGS.
           PERFORM START-HISTORY-AT-YEAR.
           PERFORM RELEASE-ONE-MARKER
                   UNTIL WS-HISTORY-DONE.
           PERFORM READ-TRANF.
           PERFORM RELEASE-ONE-TRANF
                   UNTIL WS-TRANF-EOF.
           PERFORM READ-ARCHIVE.
           PERFORM RELEASE-ONE-ARCHIVE
                   UNTIL WS-ARCHIVE-EOF.
           PERFORM READ-ARCHIVE-OLD.
           PERFORM RELEASE-ONE-ARCHIVE-OLD
                   UNTIL WS-ARCHIVE-OLD-EOF.
      *
       RELEASE-ONE-MARKER.
           IF TXH-FILED
               MOVE SPACES          TO SORT-RECORD
               MOVE TXH-CUSTOMER-ID TO SRT-CUSTOMER-ID
               SET SRT-MARKER       TO TRUE
               MOVE ZERO            TO SRT-AMOUNT
               SET SRT-LINKED       TO TRUE
               ADD 1 TO WS-MARKER-CT
               RELEASE SORT-RECORD
           END-IF.
           PERFORM READ-HISTORY-NEXT.
      *
       RELEASE-ONE-TRANF.
           IF TRN-DATE NOT LESS THAN WS-FROM-DATE
              AND TRN-DATE NOT GREATER THAN WS-TO-DATE
               PERFORM CLASSIFY-POSTING
               IF NOT WS-TAX-NOT-COUNTED
                   ADD 1 TO WS-TRANF-SEL-CT
                   SET SRT-FROM-TRANF TO TRUE
                   PERFORM RELEASE-POSTING
               END-IF
           END-IF.
           PERFORM READ-TRANF.
      *
       RELEASE-ONE-ARCHIVE.
           IF TRN-DATE NOT LESS THAN WS-FROM-DATE
              AND TRN-DATE NOT GREATER THAN WS-TO-DATE
               PERFORM CLASSIFY-POSTING
               IF NOT WS-TAX-NOT-COUNTED
                   ADD 1 TO WS-ARCHIVE-SEL-CT
                   SET SRT-FROM-ARCHIVE TO TRUE
                   PERFORM RELEASE-POSTING
               END-IF
           END-IF.
           PERFORM READ-ARCHIVE.
      *
      * The pre-TRANMIGR generations predate manual adjustments, so
      * only the original types are looked for here.
       RELEASE-ONE-ARCHIVE-OLD.
           IF TRN-DATE NOT LESS THAN WS-FROM-DATE
              AND TRN-DATE NOT GREATER THAN WS-TO-DATE
              AND (TRN-TRAN-TYPE EQUAL 'INT '
                   OR TRN-TRAN-TYPE EQUAL 'FEE '
                   OR TRN-TRAN-TYPE EQUAL 'ODF ')
               PERFORM CLASSIFY-POSTING
               ADD 1 TO WS-ARCHIVE-SEL-CT
               SET SRT-FROM-ARCHIVE TO TRUE
               PERFORM RELEASE-POSTING
           END-IF.
           PERFORM READ-ARCHIVE-OLD.
      *
      *****************************************************************
      * CLASSIFY-POSTING - whether the posting in TRAN-RECORD counts,
      * and how: interest and fee postings as themselves; an
      * adjustment by its reason's tax class on ADJRSNF, adding to
      * the total when it moves money the same way as the postings
      * of that class (an interest credit, a fee debit) and taking
      * from it when it moves it back. Anything else is not counted.
      *****************************************************************
       CLASSIFY-POSTING.
           SET WS-TAX-NOT-COUNTED TO TRUE.
           SET WS-TAX-ADDS        TO TRUE.
           IF TRN-TRAN-TYPE EQUAL 'INT '
               SET WS-TAX-INTEREST TO TRUE
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'FEE '
              OR TRN-TRAN-TYPE EQUAL 'ODF '
               SET WS-TAX-FEE TO TRUE
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'ADJD'
              OR TRN-TRAN-TYPE EQUAL 'ADJC'
               PERFORM CLASSIFY-ADJUSTMENT
           END-IF.
      *
       CLASSIFY-ADJUSTMENT.
           MOVE TRN-ADJ-REASON TO ADR-REASON-CODE.
           READ ADJRSNF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ADJRSNF-STATUS NOT EQUAL '00'
              AND WS-ADJRSNF-STATUS NOT EQUAL '23'
               DISPLAY 'TAXSTMT ERROR ADJRSNF READ STATUS='
                       WS-ADJRSNF-STATUS ' reason=' TRN-ADJ-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ADJRSNF-STATUS EQUAL '23'
               ADD 1 TO WS-ADJ-NO-REASON-CT
               DISPLAY 'TAXSTMT ADJUSTMENT LEFT OUT corr-id='
                       TRN-CORR-ID ' reason=' TRN-ADJ-REASON
                       ' NOT ON ADJRSNF'
           ELSE
               IF ADR-TAX-INTEREST
                   SET WS-TAX-INTEREST TO TRUE
                   IF TRN-TRAN-TYPE EQUAL 'ADJD'
                       SET WS-TAX-TAKES TO TRUE
                   END-IF
               END-IF
               IF ADR-TAX-FEE
                   SET WS-TAX-FEE TO TRUE
                   IF TRN-TRAN-TYPE EQUAL 'ADJC'
                       SET WS-TAX-TAKES TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RELEASE-POSTING - the posting in TRAN-RECORD, with its source
      * already set and classified, goes to the sort under the
      * customer its account is linked to. An unlinked account, or
      * one no longer on ACCTF, sorts under a blank customer and is
      * judged on its own. An adjustment sorts as the interest or
      * fee it corrects, negative when it takes from the total.
      *****************************************************************
       RELEASE-POSTING.
           IF TRN-ACCOUNT-ID NOT EQUAL WS-LOOKUP-ACCOUNT
               PERFORM LOOKUP-ACCOUNT
           END-IF.
           MOVE WS-LOOKUP-CUSTOMER TO SRT-CUSTOMER-ID.
           MOVE WS-LOOKUP-LINK-SW  TO SRT-LINK-SW.
           MOVE TRN-ACCOUNT-ID     TO SRT-ACCOUNT-ID.
           MOVE TRN-CORR-ID        TO SRT-CORR-ID.
           MOVE TRN-TRAN-TYPE      TO SRT-TRAN-TYPE.
           IF WS-TAX-INTEREST
               MOVE 'INT '         TO SRT-TRAN-TYPE
           END-IF.
           IF WS-TAX-TAKES
               COMPUTE SRT-AMOUNT = ZERO - TRN-AMOUNT
           ELSE
               MOVE TRN-AMOUNT     TO SRT-AMOUNT
           END-IF.
           MOVE TRN-REVERSED-FLAG  TO SRT-REVERSED-FLAG.
           RELEASE SORT-RECORD.
      *
       LOOKUP-ACCOUNT.
           MOVE TRN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT.
           MOVE TRN-ACCOUNT-ID TO ACC-ACCOUNT-ID.
           READ ACCTF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
              AND WS-ACCTF-STATUS NOT EQUAL '23'
               DISPLAY 'TAXSTMT ERROR ACCTF READ STATUS='
                       WS-ACCTF-STATUS ' account=' TRN-ACCOUNT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACCTF-STATUS EQUAL '23'
               MOVE SPACES TO WS-LOOKUP-CUSTOMER
               MOVE 'M'    TO WS-LOOKUP-LINK-SW
           ELSE
               MOVE ACC-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
               IF ACC-CUSTOMER-ID EQUAL SPACES
                   MOVE 'U' TO WS-LOOKUP-LINK-SW
               ELSE
                   MOVE 'L' TO WS-LOOKUP-LINK-SW
               END-IF
           END-IF.
      *
       READ-TRANF.
           READ TRANF-FILE NEXT RECORD INTO TRAN-RECORD
               AT END
                   SET WS-TRANF-EOF TO TRUE
           END-READ.
           IF NOT WS-TRANF-EOF
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TRANF READ STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       READ-ARCHIVE.
           READ TRNAOUT-FILE INTO TRAN-RECORD
               AT END
                   SET WS-ARCHIVE-EOF TO TRUE
           END-READ.
           IF NOT WS-ARCHIVE-EOF
               IF WS-TRNAOUT-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TRNAOUT READ STATUS='
                           WS-TRNAOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       READ-ARCHIVE-OLD.
           READ TRNAOLD-FILE INTO TRAN-RECORD
               AT END
                   SET WS-ARCHIVE-OLD-EOF TO TRUE
           END-READ.
           IF NOT WS-ARCHIVE-OLD-EOF
               IF WS-TRNAOLD-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TRNAOLD READ STATUS='
                           WS-TRNAOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      * PRODUCE-STATEMENTS - sort output procedure: total one
      * customer at a time (an unlinked account at a time, for the
      * blank customer) and judge each against the history.
      *****************************************************************
       PRODUCE-STATEMENTS.
           PERFORM RETURN-SORTED.
           PERFORM TOTAL-ONE-GROUP
                   UNTIL WS-SORTED-EOF.
      *
       RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
           END-RETURN.
      *
       TOTAL-ONE-GROUP.
           ADD 1 TO WS-GROUP-CT.
           MOVE SRT-CUSTOMER-ID TO WS-GROUP-CUSTOMER.
           MOVE SRT-ACCOUNT-ID  TO WS-GROUP-ACCOUNT.
           MOVE SRT-LINK-SW     TO WS-GROUP-LINK-SW.
           MOVE SPACES          TO WS-GROUP-NAME.
           MOVE SPACES          TO WS-CURRENT-ACCOUNT.
           MOVE SPACES          TO WS-LAST-CORR-ID.
           MOVE ZERO TO WS-GROUP-POSTING-CT.
           MOVE ZERO TO WS-GROUP-ACCT-CT.
           MOVE ZERO TO WS-GROUP-INTEREST.
           MOVE ZERO TO WS-GROUP-FEES.
           MOVE ZERO TO WS-FURTHER-INTEREST.
           MOVE ZERO TO WS-FURTHER-FEES.
           IF WS-GROUP-CUSTOMER EQUAL SPACES
               PERFORM ADD-ONE-POSTING
                       UNTIL WS-SORTED-EOF
                          OR SRT-CUSTOMER-ID NOT EQUAL SPACES
                          OR SRT-ACCOUNT-ID NOT EQUAL WS-GROUP-ACCOUNT
           ELSE
               PERFORM ADD-ONE-POSTING
                       UNTIL WS-SORTED-EOF
                          OR SRT-CUSTOMER-ID NOT EQUAL
                             WS-GROUP-CUSTOMER
           END-IF.
           PERFORM JUDGE-GROUP.
      *
      *****************************************************************
      * ADD-ONE-POSTING - a marker only brings the customer through.
      * A corr-id seen just before is the same posting from another
      * file (the TRANF copy sorts first) and is counted once; a
      * reversed posting was never paid or charged.
      *****************************************************************
       ADD-ONE-POSTING.
           IF NOT SRT-MARKER
               IF SRT-CORR-ID EQUAL WS-LAST-CORR-ID
                   ADD 1 TO WS-DUP-CT
               ELSE
                   MOVE SRT-CORR-ID TO WS-LAST-CORR-ID
                   IF SRT-REVERSED
                       ADD 1 TO WS-REVERSED-CT
                   ELSE
                       PERFORM ADD-TO-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM RETURN-SORTED.
      *
       ADD-TO-ACCOUNT.
           IF SRT-ACCOUNT-ID NOT EQUAL WS-CURRENT-ACCOUNT
               MOVE SRT-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
               ADD 1 TO WS-GROUP-ACCT-CT
               IF WS-GROUP-ACCT-CT NOT GREATER THAN WS-MAX-ACCTS
                   MOVE WS-GROUP-ACCT-CT TO WS-GA-SUB
                   MOVE SRT-ACCOUNT-ID TO WS-GA-ACCOUNT-ID(WS-GA-SUB)
                   MOVE ZERO TO WS-GA-INTEREST(WS-GA-SUB)
                   MOVE ZERO TO WS-GA-FEES(WS-GA-SUB)
               END-IF
           END-IF.
           ADD 1 TO WS-GROUP-POSTING-CT.
           IF SRT-INTEREST
               ADD SRT-AMOUNT TO WS-GROUP-INTEREST
               IF WS-GROUP-ACCT-CT NOT GREATER THAN WS-MAX-ACCTS
                   ADD SRT-AMOUNT TO WS-GA-INTEREST(WS-GA-SUB)
               ELSE
                   ADD SRT-AMOUNT TO WS-FURTHER-INTEREST
               END-IF
           ELSE
               ADD SRT-AMOUNT TO WS-GROUP-FEES
               IF WS-GROUP-ACCT-CT NOT GREATER THAN WS-MAX-ACCTS
                   ADD SRT-AMOUNT TO WS-GA-FEES(WS-GA-SUB)
               ELSE
                   ADD SRT-AMOUNT TO WS-FURTHER-FEES
               END-IF
           END-IF.
      *
      *****************************************************************
      * JUDGE-GROUP - an unlinked account with interest or fees is an
      * exception, as is a customer whose interest or fees net below
      * zero - the submission layout carries no sign, and a refund
      * of an earlier year's charge is for the tax team to judge.
      * A customer not filed before is issued a statement
      * if there is anything to report; one filed before is issued a
      * corrected statement only if the year now totals differently.
      *****************************************************************
       JUDGE-GROUP.
           IF WS-GROUP-CUSTOMER EQUAL SPACES
               IF WS-GROUP-INTEREST NOT EQUAL ZERO
                  OR WS-GROUP-FEES NOT EQUAL ZERO
                   IF WS-GROUP-LINK-SW EQUAL 'M'
                       MOVE 'ACCOUNT NOT ON ACCTF' TO WS-DISPOSITION
                   ELSE
                       MOVE 'NOT LINKED - ISSUE BY HAND'
                            TO WS-DISPOSITION
                   END-IF
                   PERFORM REPORT-EXCEPTION
               END-IF
           ELSE
               IF WS-GROUP-INTEREST < ZERO
                  OR WS-GROUP-FEES < ZERO
                   MOVE 'NEGATIVE TOTAL - ISSUE BY HAND'
                        TO WS-DISPOSITION
                   PERFORM REPORT-EXCEPTION
               ELSE
                   PERFORM JUDGE-AGAINST-HISTORY
               END-IF
           END-IF.
      *
       JUDGE-AGAINST-HISTORY.
           PERFORM READ-HISTORY.
           IF WS-HISTORY-NOT-FOUND
               IF WS-GROUP-INTEREST NOT EQUAL ZERO
                  OR WS-GROUP-FEES NOT EQUAL ZERO
                   PERFORM ISSUE-STATEMENT
               END-IF
           ELSE
               IF WS-GROUP-INTEREST EQUAL TXH-FILED-INTEREST
                  AND WS-GROUP-FEES EQUAL TXH-FILED-FEES
                   ADD 1                 TO WS-ALREADY-CT
                   ADD WS-GROUP-INTEREST TO WS-ALREADY-TOTAL
               ELSE
                   PERFORM ISSUE-STATEMENT
               END-IF
           END-IF.
      *
       READ-HISTORY.
           SET WS-HISTORY-FOUND TO TRUE.
           MOVE WS-TAX-YEAR       TO TXH-TAX-YEAR.
           MOVE WS-GROUP-CUSTOMER TO TXH-CUSTOMER-ID.
           READ TAXHSTF-FILE
               INVALID KEY
                   SET WS-HISTORY-NOT-FOUND TO TRUE
           END-READ.
           IF WS-TAXHSTF-STATUS NOT EQUAL '00'
              AND WS-TAXHSTF-STATUS NOT EQUAL '23'
               DISPLAY 'TAXSTMT ERROR TAXHSTF READ STATUS='
                       WS-TAXHSTF-STATUS ' customer=' WS-GROUP-CUSTOMER
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               DISPLAY 'TAXSTMT ERROR CUSTF READ STATUS='
                       WS-CUSTF-STATUS ' customer=' WS-GROUP-CUSTOMER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       REPORT-EXCEPTION.
           ADD 1                 TO WS-EXCEPTION-CT.
           ADD WS-GROUP-INTEREST TO WS-EXCEPTION-TOTAL.
           PERFORM PRINT-REPORT-LINE.
           DISPLAY 'TAXSTMT EXCEPTION customer=' WS-GROUP-CUSTOMER
                   ' account=' WS-GROUP-ACCOUNT ' ' WS-DISPOSITION.
      *
      *****************************************************************
      * ISSUE-STATEMENT - the history record for the customer/year is
      * in TAXH-RECORD if WS-HISTORY-FOUND. The statement is recorded
      * pending - a new record for an original, the filed record
      * rewritten for a correction - then printed.
      *****************************************************************
       ISSUE-STATEMENT.
           PERFORM READ-CUSTOMER.
           IF WS-CUST-NOT-FOUND
               MOVE 'CUSTOMER NOT ON CUSTF' TO WS-DISPOSITION
               PERFORM REPORT-EXCEPTION
           ELSE
               MOVE CUS-NAME TO WS-GROUP-NAME
               PERFORM BUILD-STATEMENT-IMAGE
               IF WS-HISTORY-NOT-FOUND
                   PERFORM RECORD-ORIGINAL
               ELSE
                   PERFORM RECORD-CORRECTION
               END-IF
               ADD 1 TO WS-RECORDED-CT
               PERFORM PRINT-STATEMENT
               PERFORM PRINT-REPORT-LINE
           END-IF.
      *
       RECORD-ORIGINAL.
           MOVE WS-TAX-YEAR       TO TXH-TAX-YEAR.
           MOVE WS-GROUP-CUSTOMER TO TXH-CUSTOMER-ID.
           SET TXH-PENDING        TO TRUE.
           MOVE SPACES            TO TXH-FILED-DATE.
           MOVE ZERO              TO TXH-FILED-INTEREST.
           MOVE ZERO              TO TXH-FILED-FEES.
           MOVE ZERO              TO TXH-CORRECTION-CT.
           MOVE TAX-RECORD        TO TXH-STATEMENT-IMAGE.
           WRITE TAXH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-TAXHSTF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXHSTF WRITE STATUS='
                       WS-TAXHSTF-STATUS ' customer=' WS-GROUP-CUSTOMER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                 TO WS-NEW-CT.
           ADD WS-GROUP-INTEREST TO WS-NEW-TOTAL.
           MOVE 'ISSUED' TO WS-DISPOSITION.
      *
       RECORD-CORRECTION.
           SET TXH-CORRECTION-PENDING TO TRUE.
           MOVE TAX-RECORD TO TXH-STATEMENT-IMAGE.
           REWRITE TAXH-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TAXHSTF-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXHSTF REWRITE STATUS='
                       WS-TAXHSTF-STATUS ' customer=' WS-GROUP-CUSTOMER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                 TO WS-CORRECTED-CT.
           ADD WS-GROUP-INTEREST TO WS-CORRECTED-TOTAL.
           MOVE SPACES TO WS-DISPOSITION.
           STRING 'CORRECTS FILING OF ' TXH-FILED-DATE
                  DELIMITED BY SIZE INTO WS-DISPOSITION.
      *
      *****************************************************************
      * BUILD-STATEMENT-IMAGE - the submission detail record, less
      * the sequence number it takes when the file is written. For a
      * correction the filed record in TAXH-RECORD supplies what it
      * replaces.
      *****************************************************************
       BUILD-STATEMENT-IMAGE.
           MOVE SPACES            TO TAX-RECORD.
           SET TAX-DETAIL-REC     TO TRUE.
           MOVE ZERO              TO TAX-D-SEQ-NO.
           MOVE WS-TAX-YEAR       TO TAX-D-TAX-YEAR.
           MOVE CUS-CUSTOMER-ID   TO TAX-D-CUSTOMER-ID.
           MOVE CUS-NAME          TO TAX-D-NAME.
           MOVE CUS-ADDR-LINE-1   TO TAX-D-ADDR-LINE-1.
           MOVE CUS-ADDR-LINE-2   TO TAX-D-ADDR-LINE-2.
           MOVE WS-GROUP-INTEREST TO TAX-D-INTEREST-AMOUNT.
           MOVE WS-GROUP-FEES     TO TAX-D-FEE-AMOUNT.
           MOVE WS-GROUP-ACCT-CT  TO TAX-D-ACCOUNT-CT.
           IF WS-HISTORY-NOT-FOUND
               SET TAX-D-ORIGINAL  TO TRUE
               MOVE ZERO           TO TAX-D-PRIOR-INTEREST
               MOVE ZERO           TO TAX-D-PRIOR-FEES
           ELSE
               SET TAX-D-CORRECTED     TO TRUE
               MOVE TXH-FILED-INTEREST TO TAX-D-PRIOR-INTEREST
               MOVE TXH-FILED-FEES     TO TAX-D-PRIOR-FEES
               MOVE TXH-FILED-DATE     TO TAX-D-PRIOR-FILED-DATE
           END-IF.
      *
      *****************************************************************
      * PRINT-STATEMENT - one page per customer for the mail house:
      * the bank and tax year, the corrected banner if it replaces
      * an earlier statement, the name and address block, then each
      * account's interest and fees and the year's totals.
      *****************************************************************
       PRINT-STATEMENT.
           MOVE WS-FILER-NAME TO TXH1-FILER-NAME.
           MOVE WS-TAX-YEAR   TO TXH1-TAX-YEAR.
           WRITE TXS-LINE FROM TXS-HEADER-1
               AFTER ADVANCING PAGE.
           IF TAX-D-CORRECTED
               MOVE TXH-FILED-DATE TO TXC-PRIOR-DATE
               WRITE TXS-LINE FROM TXS-CORRECTED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE CUS-NAME TO TXA-TEXT.
           WRITE TXS-LINE FROM TXS-ADDRESS-LINE
               AFTER ADVANCING 3 LINES.
           MOVE CUS-ADDR-LINE-1 TO TXA-TEXT.
           WRITE TXS-LINE FROM TXS-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CUS-ADDR-LINE-2 TO TXA-TEXT.
           WRITE TXS-LINE FROM TXS-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CUS-CUSTOMER-ID TO TXU-CUSTOMER-ID.
           WRITE TXS-LINE FROM TXS-CUSTOMER-LINE
               AFTER ADVANCING 3 LINES.
           WRITE TXS-LINE FROM TXS-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM PRINT-ACCOUNT-LINE
                   VARYING WS-GA-SUB FROM 1 BY 1
                   UNTIL WS-GA-SUB > WS-GROUP-ACCT-CT
                      OR WS-GA-SUB > WS-MAX-ACCTS.
           IF WS-GROUP-ACCT-CT > WS-MAX-ACCTS
               SUBTRACT WS-MAX-ACCTS FROM WS-GROUP-ACCT-CT
                   GIVING TXF-CT
               MOVE TXS-FURTHER-LABEL   TO TXL-LABEL
               MOVE WS-FURTHER-INTEREST TO TXL-INTEREST
               MOVE WS-FURTHER-FEES     TO TXL-FEES
               WRITE TXS-LINE FROM TXS-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'TOTAL FOR THE YEAR'  TO TXL-LABEL.
           MOVE WS-GROUP-INTEREST     TO TXL-INTEREST.
           MOVE WS-GROUP-FEES         TO TXL-FEES.
           WRITE TXS-LINE FROM TXS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           IF TAX-D-CORRECTED
               MOVE 'PREVIOUSLY REPORTED' TO TXL-LABEL
               MOVE TXH-FILED-INTEREST    TO TXL-INTEREST
               MOVE TXH-FILED-FEES        TO TXL-FEES
               WRITE TXS-LINE FROM TXS-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-FILER-ID TO TXF1-FILER-ID.
           WRITE TXS-LINE FROM TXS-FOOTER-1
               AFTER ADVANCING 3 LINES.
           WRITE TXS-LINE FROM TXS-FOOTER-2
               AFTER ADVANCING 1 LINE.
           IF WS-TAXPRT-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXPRT WRITE STATUS='
                       WS-TAXPRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       PRINT-ACCOUNT-LINE.
           MOVE WS-GA-ACCOUNT-ID(WS-GA-SUB) TO TXL-LABEL.
           MOVE WS-GA-INTEREST(WS-GA-SUB)   TO TXL-INTEREST.
           MOVE WS-GA-FEES(WS-GA-SUB)       TO TXL-FEES.
           WRITE TXS-LINE FROM TXS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
       PRINT-REPORT-LINE.
           IF WS-GROUP-CUSTOMER EQUAL SPACES
               MOVE WS-GROUP-ACCOUNT  TO RSL-ID
           ELSE
               MOVE WS-GROUP-CUSTOMER TO RSL-ID
           END-IF.
           MOVE WS-GROUP-NAME     TO RSL-NAME.
           MOVE WS-GROUP-INTEREST TO RSL-INTEREST.
           MOVE WS-GROUP-FEES     TO RSL-FEES.
           MOVE WS-GROUP-ACCT-CT  TO RSL-ACCT-CT.
           MOVE WS-DISPOSITION    TO RSL-DISPOSITION.
           WRITE RPT-LINE FROM RPT-STMT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * WRITE-SUBMISSION-FILE - header, every pending statement for
      * the year numbered in customer order, trailer.
      *****************************************************************
       WRITE-SUBMISSION-FILE.
           MOVE SPACES            TO TAX-RECORD.
           SET TAX-HEADER-REC     TO TRUE.
           MOVE WS-FORMAT-VERSION TO TAX-H-FORMAT-VERSION.
           MOVE WS-FILER-ID       TO TAX-H-FILER-ID.
           MOVE WS-FILER-NAME     TO TAX-H-FILER-NAME.
           MOVE WS-TAX-YEAR       TO TAX-H-TAX-YEAR.
           MOVE WS-STAMP-DATE     TO TAX-H-CREATE-DATE.
           MOVE WS-STAMP-TIME     TO TAX-H-CREATE-TIME.
           PERFORM WRITE-SUBMISSION-RECORD.
           PERFORM START-HISTORY-AT-YEAR.
           PERFORM WRITE-ONE-STATEMENT
                   UNTIL WS-HISTORY-DONE.
           MOVE SPACES              TO TAX-RECORD.
           SET TAX-TRAILER-REC      TO TRUE.
           MOVE WS-DETAIL-CT        TO TAX-T-DETAIL-CT.
           MOVE WS-DETAIL-CORR-CT   TO TAX-T-CORRECTED-CT.
           MOVE WS-DETAIL-TOTAL     TO TAX-T-INTEREST-TOTAL.
           MOVE WS-DETAIL-FEE-TOTAL TO TAX-T-FEE-TOTAL.
           PERFORM WRITE-SUBMISSION-RECORD.
      *
       WRITE-ONE-STATEMENT.
           IF TXH-PENDING OR TXH-CORRECTION-PENDING
               MOVE TXH-STATEMENT-IMAGE   TO TAX-RECORD
               ADD 1                      TO WS-DETAIL-CT
               IF TAX-D-CORRECTED
                   ADD 1 TO WS-DETAIL-CORR-CT
               END-IF
               ADD TAX-D-INTEREST-AMOUNT  TO WS-DETAIL-TOTAL
               ADD TAX-D-FEE-AMOUNT       TO WS-DETAIL-FEE-TOTAL
               MOVE WS-DETAIL-CT          TO TAX-D-SEQ-NO
               PERFORM WRITE-SUBMISSION-RECORD
           END-IF.
           PERFORM READ-HISTORY-NEXT.
      *
       WRITE-SUBMISSION-RECORD.
           WRITE TAXOUT-RECORD FROM TAX-RECORD.
           IF WS-TAXOUT-STATUS NOT EQUAL '00'
               DISPLAY 'TAXSTMT ERROR TAXOUT WRITE STATUS='
                       WS-TAXOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * MARK-STATEMENTS-FILED - the submission file is complete:
      * every pending record for the year is now filed, with the
      * amounts it went out with. A failure here leaves a complete
      * file, so the message says to send it and finish with
      * MARKONLY rather than rerun in full.
      *****************************************************************
       MARK-STATEMENTS-FILED.
           PERFORM START-HISTORY-AT-YEAR.
           PERFORM MARK-ONE-STATEMENT
                   UNTIL WS-HISTORY-DONE.
      *
       MARK-ONE-STATEMENT.
           IF TXH-PENDING OR TXH-CORRECTION-PENDING
               IF TXH-CORRECTION-PENDING
                   ADD 1 TO TXH-CORRECTION-CT
               END-IF
               MOVE TXH-STATEMENT-IMAGE   TO TAX-RECORD
               MOVE TAX-D-INTEREST-AMOUNT TO TXH-FILED-INTEREST
               MOVE TAX-D-FEE-AMOUNT      TO TXH-FILED-FEES
               SET TXH-FILED              TO TRUE
               MOVE WS-STAMP-DATE         TO TXH-FILED-DATE
               REWRITE TAXH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-TAXHSTF-STATUS NOT EQUAL '00'
                   DISPLAY 'TAXSTMT ERROR TAXHSTF REWRITE STATUS='
                           WS-TAXHSTF-STATUS ' customer='
                           TXH-CUSTOMER-ID
                   DISPLAY 'TAXSTMT SUBMISSION FILE IS COMPLETE - SEND'
                           ' IT, THEN RERUN THE YEAR WITH MARKONLY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MARKED-CT
           END-IF.
           PERFORM READ-HISTORY-NEXT.
      *
      *****************************************************************
      * PRINT-TOTALS - the control section. Every customer with
      * interest or fees in the year is issued now, was issued
      * before, or is an exception; the statements on the file must
      * be the ones recorded this run. Amounts are interest.
      *****************************************************************
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTINGS SELECTED FROM TRANF' TO TTL-TEXT.
           MOVE WS-TRANF-SEL-CT TO TTL-COUNT.
           MOVE ZERO            TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'POSTINGS SELECTED FROM THE ARCHIVE' TO TTL-TEXT.
           MOVE WS-ARCHIVE-SEL-CT TO TTL-COUNT.
           MOVE ZERO              TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  ON MORE THAN ONE FILE - COUNTED ONCE' TO TTL-TEXT.
           MOVE WS-DUP-CT TO TTL-COUNT.
           MOVE ZERO      TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  REVERSED - LEFT OUT' TO TTL-TEXT.
           MOVE WS-REVERSED-CT TO TTL-COUNT.
           MOVE ZERO           TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ADJUSTMENTS LEFT OUT - NO ADJRSNF REASON' TO TTL-TEXT.
           MOVE WS-ADJ-NO-REASON-CT TO TTL-COUNT.
           MOVE ZERO                TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CUSTOMERS AND UNLINKED ACCOUNTS TOTALLED' TO TTL-TEXT.
           MOVE WS-GROUP-CT TO TTL-COUNT.
           MOVE ZERO        TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  STATEMENTS ISSUED THIS RUN' TO TTL-TEXT.
           MOVE WS-NEW-CT    TO TTL-COUNT.
           MOVE WS-NEW-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  CORRECTED STATEMENTS ISSUED THIS RUN' TO TTL-TEXT.
           MOVE WS-CORRECTED-CT    TO TTL-COUNT.
           MOVE WS-CORRECTED-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  ALREADY FILED - NOT ISSUED AGAIN' TO TTL-TEXT.
           MOVE WS-ALREADY-CT    TO TTL-COUNT.
           MOVE WS-ALREADY-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  EXCEPTIONS - ISSUE BY HAND' TO TTL-TEXT.
           MOVE WS-EXCEPTION-CT    TO TTL-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENTS ON THE SUBMISSION FILE' TO TTL-TEXT.
           MOVE WS-DETAIL-CT    TO TTL-COUNT.
           MOVE WS-DETAIL-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH CORRECTIONS' TO TTL-TEXT.
           MOVE WS-DETAIL-CORR-CT TO TTL-COUNT.
           MOVE ZERO              TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  FEES ON THE SUBMISSION FILE' TO TTL-TEXT.
           MOVE ZERO                TO TTL-COUNT.
           MOVE WS-DETAIL-FEE-TOTAL TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATEMENTS MARKED FILED ON TAXHSTF' TO TTL-TEXT.
           MOVE WS-MARKED-CT TO TTL-COUNT.
           MOVE ZERO         TO TTL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-DETAIL-CT EQUAL WS-RECORDED-CT
               MOVE 'CONTROL PROOF: IN BALANCE' TO RPT-LINE
           ELSE
               MOVE 'CONTROL PROOF: OUT OF BALANCE - DO NOT SEND'
                    TO RPT-LINE
           END-IF.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
