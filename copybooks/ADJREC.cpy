      *****************************************************************
      * ADJREC - one back-office manual adjustment per record, held
      * on the ADJF VSAM KSDS (key = ADJ-ID). An adjustment is
      * entered on the ADJMNT screen by one user (the maker) and
      * stays PENDING until a second user with the approve flag on
      * SECF (the checker) approves or refuses it; the maker may
      * never check their own item. Approval has PROGC post it
      * ('ADJ ' request) under ADJ-ID as its TRANF corr-id, typed
      * 'ADJD' for a debit or 'ADJC' for a credit. Dates are business
      * dates, from BUSDATF. Decided items are kept as the record of
      * who entered and who approved each posting; ADJRPT lists the
      * day's items every night. CICS-managed via the FCT/CSD, same
      * as the other online files.
      *****************************************************************
      * ADJ-ID is 'A' + task number + 'S' + time, the shape of the
      * corr-id PROGA gives a front-door request.
           05  ADJ-ID                  PIC X(16).
           05  ADJ-ACCOUNT-ID          PIC X(10).
           05  ADJ-DIRECTION           PIC X(01).
               88  ADJ-DEBIT                   VALUE 'D'.
               88  ADJ-CREDIT                  VALUE 'C'.
           05  ADJ-AMOUNT              PIC S9(09)V99 COMP-3.
           05  ADJ-REASON-CODE         PIC X(04).
      * The posting the adjustment corrects - a wrongly charged fee,
      * say - when the maker names one; spaces otherwise. It must be
      * on TRANF for the same account.
           05  ADJ-RELATED-CORR-ID     PIC X(16).
           05  ADJ-NOTE                PIC X(30).
           05  ADJ-STATUS              PIC X(01).
               88  ADJ-PENDING                 VALUE 'P'.
               88  ADJ-POSTED                  VALUE 'A'.
               88  ADJ-REFUSED                 VALUE 'X'.
           05  ADJ-MAKER-USER          PIC X(08).
           05  ADJ-MAKER-DATE          PIC X(08).
           05  ADJ-MAKER-TIME          PIC X(06).
      * Who approved or refused the item, and when - spaces while it
      * is pending.
           05  ADJ-CHECKER-USER        PIC X(08).
           05  ADJ-CHECKER-DATE        PIC X(08).
           05  ADJ-CHECKER-TIME        PIC X(06).
           05  FILLER                  PIC X(22).
