      * "did the payment post" must accept 00 and 01 alike.
               88  CA-ST-OK-OVERDRAFT              VALUE 01.
               88  CA-ST-INVALID-REQUEST           VALUE 10.
               88  CA-ST-INVALID-PAYEE             VALUE 11.
               88  CA-ST-ACCT-NOT-FOUND            VALUE 12.
               88  CA-ST-ACCT-CLOSED               VALUE 13.
               88  CA-ST-ACCT-FROZEN               VALUE 14.
               88  CA-ST-AMOUNT-OVER-LIMIT         VALUE 22.
               88  CA-ST-HELD-FOR-APPROVAL         VALUE 23.
               88  CA-ST-DAILY-LIMIT-EXCEEDED      VALUE 24.
      * Status 25 is neither a rejection nor a posting: the payment
      * tripped a FRDRULF fraud rule and is parked on the FRDCASF
      * fraud case file for an analyst (FRDREV screen) to release or
      * decline. No money has moved.
               88  CA-ST-REFERRED-FRAUD            VALUE 25.
      * Status 26 refuses a debit (payment or transfer out) against
      * a dormant account. Deposits and inquiries on the same
      * account are accepted; branch staff reactivate it in ACCTMNT.
               88  CA-ST-ACCT-DORMANT              VALUE 26.
      * Status 27 refuses a reversal of a payment the customer has an
      * open dispute case against (DSPMNT screen) - the case itself
      * decides whether the money goes back - and a second dispute
      * against the same payment.
               88  CA-ST-UNDER-DISPUTE             VALUE 27.
               88  CA-ST-DOWNSTREAM-UNAVAILABLE    VALUE 30.
               88  CA-ST-DEFAULTED                 VALUE 40.
               88  CA-ST-ABEND                     VALUE 90.
               88  CA-TRAN-INQUIRY                 VALUE 'INQ '.
               88  CA-TRAN-REVERSAL                VALUE 'REV '.
               88  CA-TRAN-DEPOSIT                 VALUE 'DEP '.
               88  CA-TRAN-TRANSFER                VALUE 'TRF '.
               88  CA-TRAN-DISPUTE                 VALUE 'DSP '.
               88  CA-TRAN-ADJUSTMENT              VALUE 'ADJ '.
           05  CA-ACCOUNT-ID           PIC X(10).
           05  CA-AMOUNT               PIC S9(09)V99 COMP-3.
           05  CA-DETAIL               PIC X(20).
               88  CA-HELD-RELEASE                VALUE 'Y'.
               88  CA-NOT-RELEASE                 VALUE 'N'.
           COPY PROGDAREA.
      * On a CA-TRAN-TRANSFER request the caller names the account to
      * be credited in CA-TARGET-ACCOUNT-ID; CA-ACCOUNT-ID is the
      * account debited. Appended after the PROGD fields so every
      * existing offset in the area stands.
           05  CA-TARGET-ACCOUNT-ID    PIC X(10).
      * On a CA-TRAN-PAYMENT request the caller names the PAYEEF
      * payee being paid; PROGC refuses a payee that is not on file
      * or not active with status 11.
           05  CA-PAYEE-ID             PIC X(10).
      * The signed-on user the request was submitted under, set by
      * PROGA from ASSIGN USERID and carried through so PROGC's fraud
      * screen can count one user's payments across accounts.
           05  CA-USER-ID              PIC X(08).
      * Set only by the FRDREV fraud review screen when it re-drives
      * PROGC to release a referred payment under its original
      * corr-id: tells POST-PAYMENT the payment has already been
      * through the fraud screen. PROGA forces this to 'N' on every
      * inbound request, exactly as it does CA-RELEASE-SW.
           05  CA-FRAUD-RELEASE-SW     PIC X(01).
               88  CA-FRAUD-RELEASE               VALUE 'Y'.
               88  CA-NOT-FRAUD-RELEASE           VALUE 'N'.
      * On a CA-TRAN-DISPUTE request - sent only by the DSPMNT
      * dispute case screen, which links PROGC directly - the step of
      * the case to apply to the payment named in CA-ORIG-CORR-ID.
      * CA-AMOUNT carries the disputed amount on open, provisional
      * credit and resolve-for; PROGC returns the account and the
      * amount actually moved. PROGA refuses 'DSP ' from any caller.
           05  CA-DSP-STEP             PIC X(01).
               88  CA-DSP-OPEN                    VALUE 'O'.
               88  CA-DSP-PROVISIONAL             VALUE 'P'.
               88  CA-DSP-WON                     VALUE 'W'.
               88  CA-DSP-LOST                    VALUE 'L'.
      * On a CA-TRAN-ADJUSTMENT request - sent only by the ADJMNT
      * back-office adjustment screen, once a second user has
      * approved the item, which links PROGC directly - the
      * direction of the adjustment and its ADJRSNF reason code.
      * CA-CORR-ID is the adjustment's own id (it posts under it),
      * CA-AMOUNT the amount and CA-ORIG-CORR-ID the posting it
      * corrects, if it names one. PROGA refuses 'ADJ ' from any
      * caller.
           05  CA-ADJ-FIELDS.
               10  CA-ADJ-DIRECTION        PIC X(01).
                   88  CA-ADJ-DEBIT                   VALUE 'D'.
                   88  CA-ADJ-CREDIT                  VALUE 'C'.
               10  CA-ADJ-REASON           PIC X(04).
