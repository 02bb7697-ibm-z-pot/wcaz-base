      *****************************************************************
      * TAXREC - the year-end interest and fee submission file
      * written by TAXSTMT for the tax authority, in its 200-byte
      * fixed electronic layout. Every record starts with its type
      * byte; the rest of the record is one of the three views
      * below. The authority parses these byte for byte - treat every
      * position as an external interface, same discipline as CTRREC.
      *   H file header   D one statement   T file trailer
      * A statement is one customer's credit interest paid and fees
      * charged in the tax year, across all the customer's accounts.
      * A corrected statement (TAX-D-CORRECTED) replaces the one
      * filed before for the same customer and year, and carries the
      * amounts and date of that earlier filing. Amounts are unsigned
      * with two implied decimals. The trailer carries the statement
      * count, how many of them are corrections, and the sums of the
      * interest and fee amounts on the file.
      *****************************************************************
           05  TAX-REC-TYPE            PIC X(01).
               88  TAX-HEADER-REC              VALUE 'H'.
               88  TAX-DETAIL-REC              VALUE 'D'.
               88  TAX-TRAILER-REC             VALUE 'T'.
           05  TAX-HEADER.
               10  TAX-H-FORMAT-VERSION    PIC X(04).
               10  TAX-H-FILER-ID          PIC X(10).
               10  TAX-H-FILER-NAME        PIC X(30).
               10  TAX-H-TAX-YEAR          PIC X(04).
               10  TAX-H-CREATE-DATE       PIC X(08).
               10  TAX-H-CREATE-TIME       PIC X(06).
               10  FILLER                  PIC X(137).
           05  TAX-DETAIL REDEFINES TAX-HEADER.
               10  TAX-D-SEQ-NO            PIC 9(06).
               10  TAX-D-TAX-YEAR          PIC X(04).
               10  TAX-D-STMT-TYPE         PIC X(01).
                   88  TAX-D-ORIGINAL              VALUE 'O'.
                   88  TAX-D-CORRECTED             VALUE 'C'.
               10  TAX-D-CUSTOMER-ID       PIC X(10).
               10  TAX-D-NAME              PIC X(30).
               10  TAX-D-ADDR-LINE-1       PIC X(30).
               10  TAX-D-ADDR-LINE-2       PIC X(30).
               10  TAX-D-INTEREST-AMOUNT   PIC 9(11)V99.
               10  TAX-D-FEE-AMOUNT        PIC 9(11)V99.
               10  TAX-D-ACCOUNT-CT        PIC 9(03).
      * Corrected statements only - zero and spaces on an original.
               10  TAX-D-PRIOR-INTEREST    PIC 9(11)V99.
               10  TAX-D-PRIOR-FEES        PIC 9(11)V99.
               10  TAX-D-PRIOR-FILED-DATE  PIC X(08).
               10  FILLER                  PIC X(25).
           05  TAX-TRAILER REDEFINES TAX-HEADER.
               10  TAX-T-DETAIL-CT         PIC 9(06).
               10  TAX-T-CORRECTED-CT      PIC 9(06).
               10  TAX-T-INTEREST-TOTAL    PIC 9(13)V99.
               10  TAX-T-FEE-TOTAL         PIC 9(13)V99.
               10  FILLER                  PIC X(157).
