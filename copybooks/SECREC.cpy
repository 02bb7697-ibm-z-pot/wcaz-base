      * LIMIT. Zero means no daily cap, so records loaded before the
      * field existed keep their old behaviour.
           05  SEC-DAILY-LIMIT         PIC S9(09)V99 COMP-3.
      * Fraud analyst entitlement - whether this user may work the
      * FRDREV fraud review queue and maintain the FRDRULF fraud
      * rules on the FRLMNT screen.
           05  SEC-ALLOW-FRAUD         PIC X(01).
               88  SEC-FRAUD-ALLOWED           VALUE 'Y'.
