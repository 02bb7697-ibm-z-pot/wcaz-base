      *****************************************************************
      * FRULREC - one fraud screening rule per record, held on the
      * FRDRULF VSAM KSDS (key = FRL-RULE-ID). PROGC screens every
      * payment against the active rules before it posts; a payment
      * that trips one is referred to the FRDCASF fraud case file
      * with status 25 instead of posting. Fraud staff maintain the
      * rules online on the FRLMNT screen. Which of the threshold
      * fields a rule uses depends on its type:
      *   C - count:   more than FRL-MAX-COUNT payments/transfers out
      *                of the account in the last FRL-WINDOW-MINS
      *                minutes, this one included
      *   V - value:   more than FRL-MAX-VALUE paid/transferred out of
      *                the account in the last FRL-WINDOW-MINS
      *                minutes, this one included
      *   M - multiple: this payment is FRL-MULTIPLE times or more the
      *                account's usual (average recent) payment size
      *   U - user:    more than FRL-MAX-COUNT payments submitted by
      *                one user id, across all accounts, in the last
      *                FRL-WINDOW-MINS minutes, this one included
      * CICS-managed via the FCT/CSD, same as the other online files.
      *****************************************************************
           05  FRL-RULE-ID             PIC X(08).
           05  FRL-STATUS              PIC X(01).
               88  FRL-ACTIVE                  VALUE 'A'.
               88  FRL-INACTIVE                VALUE 'I'.
           05  FRL-RULE-TYPE           PIC X(01).
               88  FRL-TYPE-COUNT              VALUE 'C'.
               88  FRL-TYPE-VALUE              VALUE 'V'.
               88  FRL-TYPE-MULTIPLE           VALUE 'M'.
               88  FRL-TYPE-USER               VALUE 'U'.
               88  FRL-TYPE-VALID              VALUE 'C' 'V' 'M' 'U'.
           05  FRL-DESC                PIC X(30).
           05  FRL-WINDOW-MINS         PIC 9(04).
           05  FRL-MAX-COUNT           PIC 9(04).
           05  FRL-MAX-VALUE           PIC S9(09)V99 COMP-3.
           05  FRL-MULTIPLE            PIC 9(03).
      * Payments under this amount are not screened by the rule, so
      * a count rule need not trip on a run of small bill payments.
      * Zero screens every payment.
           05  FRL-MIN-AMOUNT          PIC S9(09)V99 COMP-3.
      * 'Y' freezes the account (ACC-STATUS 'F', with an ACCTHF
      * history record) as the payment is referred.
           05  FRL-AUTO-FREEZE         PIC X(01).
               88  FRL-FREEZE-ON-REFER         VALUE 'Y'.
           05  FRL-UPD-USER            PIC X(08).
           05  FRL-UPD-DATE            PIC X(08).
