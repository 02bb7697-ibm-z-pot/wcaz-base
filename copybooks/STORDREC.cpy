           05  SO-LAST-RUN-DATE        PIC X(08).
           05  SO-UPD-USER             PIC X(08).
           05  SO-UPD-DATE             PIC X(08).
      * The PAYEEF payee each run of the order pays. Appended after
      * the original fields so existing record offsets stand.
           05  SO-PAYEE-ID             PIC X(10).
