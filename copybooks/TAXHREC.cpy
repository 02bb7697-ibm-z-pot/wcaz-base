      *****************************************************************
      * TAXHREC - the tax statement history kept by TAXSTMT, one
      * record per customer per tax year reported to the tax
      * authority, on the TAXHSTF VSAM KSDS (key = TXH-KEY, tax year
      * then customer id, so one year's statements read together).
      * A record is written PENDING with the statement image when
      * TAXSTMT first issues the customer's statement, and turned
      * FILED only after the submission file has been written and
      * closed. TXH-FILED-INTEREST and TXH-FILED-FEES are the amounts
      * last sent: a later run that totals the year differently (a
      * posting since reversed or adjusted) issues a corrected
      * statement, and the record goes CORRECTION PENDING until that
      * file too is complete. The image is the TAXREC detail record
      * as sent, less the sequence number, which belongs to the file
      * it went out on. Batch-only; no CICS entry.
      *****************************************************************
           05  TXH-KEY.
               10  TXH-TAX-YEAR        PIC X(04).
               10  TXH-CUSTOMER-ID     PIC X(10).
           05  TXH-STATUS              PIC X(01).
               88  TXH-PENDING                 VALUE 'P'.
               88  TXH-CORRECTION-PENDING      VALUE 'C'.
               88  TXH-FILED                   VALUE 'F'.
           05  TXH-FILED-DATE          PIC X(08).
           05  TXH-FILED-INTEREST      PIC S9(11)V99 COMP-3.
           05  TXH-FILED-FEES          PIC S9(11)V99 COMP-3.
           05  TXH-CORRECTION-CT       PIC 9(03).
           05  TXH-STATEMENT-IMAGE     PIC X(200).
