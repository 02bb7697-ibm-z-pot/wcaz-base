      *****************************************************************
      * CTRHREC - the filed-report history kept by CTRRPT, one record
      * per customer per business date filed with the regulator, on
      * the CTRHSTF VSAM KSDS (key = CTH-KEY, business date then
      * customer id, so one date's filings read together). A record
      * is written PENDING with the filing image when CTRRPT first
      * finds the customer over the threshold, and turned FILED only
      * after the night's filing file has been written and closed -
      * so a rerun refiles anything still pending and never files a
      * customer/day twice. The image is the CTRREC detail record as
      * sent, less the sequence number, which belongs to the filing
      * file it went out on. Batch-only; no CICS entry.
      *****************************************************************
           05  CTH-KEY.
               10  CTH-BUS-DATE        PIC X(08).
               10  CTH-CUSTOMER-ID     PIC X(10).
           05  CTH-STATUS              PIC X(01).
               88  CTH-PENDING                 VALUE 'P'.
               88  CTH-FILED                   VALUE 'F'.
           05  CTH-FILED-DATE          PIC X(08).
           05  CTH-FILING-IMAGE        PIC X(200).
