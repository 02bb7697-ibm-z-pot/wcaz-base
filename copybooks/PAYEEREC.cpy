      *****************************************************************
      * PAYEEREC - one payee (beneficiary) per record, held on the
      * PAYEEF VSAM KSDS (key = PYE-PAYEE-ID). A payment names the
      * payee it pays in CA-PAYEE-ID; PROGC refuses a payment to a
      * payee that is not on file or not active, and the nightly
      * CLRGEN job takes the routing number, beneficiary account and
      * name from here to build the outbound clearing file. Set up
      * and maintained through the PAYE/PYEMNT screen. CICS-managed
      * via the FCT/CSD, same as the other online files.
      *****************************************************************
           05  PYE-PAYEE-ID            PIC X(10).
      * Beneficiary bank routing (transit) number: eight digits
      * identifying the bank and a check digit.
           05  PYE-ROUTING-NO          PIC X(09).
           05  PYE-ROUTING-R REDEFINES PYE-ROUTING-NO.
               10  PYE-ROUTING-DFI     PIC X(08).
               10  PYE-ROUTING-CHECK   PIC X(01).
           05  PYE-BENE-ACCOUNT        PIC X(17).
           05  PYE-BENE-NAME           PIC X(22).
           05  PYE-STATUS              PIC X(01).
               88  PYE-ACTIVE                  VALUE 'A'.
               88  PYE-SUSPENDED               VALUE 'S'.
               88  PYE-CLOSED                  VALUE 'C'.
           05  PYE-UPD-USER            PIC X(08).
           05  PYE-UPD-DATE            PIC X(08).
