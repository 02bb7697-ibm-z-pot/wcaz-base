      *****************************************************************
      * FCASREC - one fraud case per payment referred by PROGC's fraud
      * screen, held on the FRDCASF VSAM KSDS (key = FCS-CORR-ID, the
      * referred payment's own corr-id). Carries the payment as it was
      * submitted, the FRDRULF rule it tripped and the figures the
      * rule saw, so the analyst on the FRDREV screen can judge it.
      * Funds never move while the case is REFERRED; a release
      * re-drives PROGC under the original corr-id. Separate from the
      * PENDF supervisor hold - a released payment over the hold
      * threshold still goes to PAYAPPR. CICS-managed via the
      * FCT/CSD, same as the other online files.
      *****************************************************************
           05  FCS-CORR-ID             PIC X(16).
           05  FCS-ACCOUNT-ID          PIC X(10).
           05  FCS-AMOUNT              PIC S9(09)V99 COMP-3.
           05  FCS-DETAIL              PIC X(20).
           05  FCS-PAYEE-ID            PIC X(10).
           05  FCS-USER-ID             PIC X(08).
           05  FCS-DATE                PIC X(08).
           05  FCS-TIME                PIC X(06).
           05  FCS-STATUS              PIC X(01).
               88  FCS-REFERRED                VALUE 'R'.
               88  FCS-RELEASED                VALUE 'L'.
               88  FCS-DECLINED                VALUE 'D'.
               88  FCS-DECLINED-FROZEN         VALUE 'F'.
           05  FCS-RULE-ID             PIC X(08).
           05  FCS-RULE-TYPE           PIC X(01).
      * What the rule measured when it tripped: the count and total
      * value in its window (this payment included) and, for a
      * multiple rule, the account's usual payment size.
           05  FCS-OBS-COUNT           PIC 9(04).
           05  FCS-OBS-VALUE           PIC S9(09)V99 COMP-3.
           05  FCS-USUAL-AMOUNT        PIC S9(09)V99 COMP-3.
      * 'Y' when the referral froze the account (FRL-AUTO-FREEZE), so
      * a release knows to put the account back to active.
           05  FCS-AUTO-FROZEN-SW      PIC X(01).
               88  FCS-AUTO-FROZEN             VALUE 'Y'.
               88  FCS-NOT-AUTO-FROZEN         VALUE 'N'.
      * Who worked the case and when - the analyst's user id.
           05  FCS-ACTION-USER         PIC X(08).
           05  FCS-ACTION-DATE         PIC X(08).
