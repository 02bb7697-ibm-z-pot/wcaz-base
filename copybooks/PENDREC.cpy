      * release or refusal, 'PENDEXP ' for an auto-expiry.
           05  PND-ACTION-USER         PIC X(08).
           05  PND-ACTION-DATE         PIC X(08).
      * The payee the held payment names, carried so PAYAPPR's
      * release posts it to the same payee. Appended after the
      * original fields so existing record offsets stand.
           05  PND-PAYEE-ID            PIC X(10).
