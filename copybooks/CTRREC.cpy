      *****************************************************************
      * CTRREC - the currency transaction report filing file written
      * by CTRRPT, in the regulator's 200-byte fixed electronic
      * layout. Every record starts with its type byte; the rest of
      * the record is one of the three views below. The regulator
      * parses these byte for byte - treat every position as an
      * external interface, same discipline as CLRREC.
      *   H file header   D one filing   T file trailer
      * A filing is one customer's cash deposits for one business
      * date, across all the customer's accounts; up to four of the
      * accounts that took deposits are named, CTR-D-ACCOUNT-CT
      * counts them all. Amounts are unsigned with two implied
      * decimals. The trailer carries the filing count and the sum
      * of the filed amounts.
      *****************************************************************
           05  CTR-REC-TYPE            PIC X(01).
               88  CTR-HEADER-REC              VALUE 'H'.
               88  CTR-DETAIL-REC              VALUE 'D'.
               88  CTR-TRAILER-REC             VALUE 'T'.
           05  CTR-HEADER.
               10  CTR-H-FORMAT-VERSION    PIC X(04).
               10  CTR-H-FILER-ID          PIC X(10).
               10  CTR-H-FILER-NAME        PIC X(30).
               10  CTR-H-REPORT-DATE       PIC X(08).
               10  CTR-H-CREATE-DATE       PIC X(08).
               10  CTR-H-CREATE-TIME       PIC X(06).
               10  FILLER                  PIC X(133).
           05  CTR-DETAIL REDEFINES CTR-HEADER.
               10  CTR-D-SEQ-NO            PIC 9(06).
               10  CTR-D-BUS-DATE          PIC X(08).
               10  CTR-D-CUSTOMER-ID       PIC X(10).
               10  CTR-D-NAME              PIC X(30).
               10  CTR-D-ADDR-LINE-1       PIC X(30).
               10  CTR-D-ADDR-LINE-2       PIC X(30).
               10  CTR-D-PHONE             PIC X(15).
               10  CTR-D-CASH-IN-AMOUNT    PIC 9(11)V99.
               10  CTR-D-DEPOSIT-CT        PIC 9(04).
               10  CTR-D-ACCOUNT-CT        PIC 9(03).
               10  CTR-D-ACCOUNT-ID OCCURS 4 TIMES
                                           PIC X(10).
               10  FILLER                  PIC X(10).
           05  CTR-TRAILER REDEFINES CTR-HEADER.
               10  CTR-T-DETAIL-CT         PIC 9(06).
               10  CTR-T-CASH-IN-TOTAL     PIC 9(13)V99.
               10  FILLER                  PIC X(178).
