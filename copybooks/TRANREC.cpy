           05  TRN-AMOUNT              PIC S9(09)V99 COMP-3.
           05  TRN-DATE                PIC X(08).
           05  TRN-TIME                PIC X(06).
      * A payment the beneficiary's bank sent back through the
      * clearing returns job (CLRRTN) is flagged 'R': it counts as
      * reversed everywhere - it can never be reversed again - and
      * TRN-RETURNED tells the two apart. SET TRN-REVERSED stays 'Y'.
      * A payment under an open customer dispute (DSPMNT) is flagged
      * 'D' - still a live payment, but nothing may reverse it until
      * the case is resolved. A dispute resolved in the customer's
      * favour leaves it 'C', charged back: it counts as reversed
      * everywhere, as a returned payment does.
           05  TRN-REVERSED-FLAG       PIC X(01).
               88  TRN-NOT-REVERSED            VALUE 'N'.
               88  TRN-REVERSED                VALUE 'Y' 'R' 'C'.
               88  TRN-RETURNED                VALUE 'R'.
               88  TRN-DISPUTED                VALUE 'D'.
               88  TRN-CHARGED-BACK            VALUE 'C'.
      * For a posted payment, TRN-REVERSAL-CORR-ID names the reversal
      * that backed it out (spaces until then) - or, for a returned
      * payment, its 'RTN ' return credit; for a charged-back
      * payment, the dispute credit that refunded it. On a 'REV ' or
      * 'RTN ' history record it names the original payment, and on
      * a dispute posting ('DPC ', 'DPF ', 'DPW ') the record it
      * follows from.
           05  TRN-REVERSAL-CORR-ID    PIC X(16).
      * For a payment, the PAYEEF payee it was paid to (spaces for
      * every other type, and for a payment taken without one) - the
      * CLRGEN clearing job routes the money from it. Appended after
      * the original fields so existing record offsets stand.
           05  TRN-PAYEE-ID            PIC X(10).
      * A manual adjustment ('ADJD' debit, 'ADJC' credit - posted by
      * PROGC once approved on ADJMNT) has no payee: the same bytes
      * carry its ADJRSNF reason code, which GLEXTR routes to the
      * reason's GL line and STMTGEN prints in the reason's words.
      * On an adjustment TRN-REVERSAL-CORR-ID names the posting it
      * corrects, or is spaces.
           05  TRN-ADJ-DETAIL REDEFINES TRN-PAYEE-ID.
               10  TRN-ADJ-REASON      PIC X(04).
               10  FILLER              PIC X(06).
      * TRN-ACCT-KEY repeats the account, date, time and corr-id side
      * by side: it is the key of the TRANF alternate index (AIX
      * PROD.CICS.TRANF.ACCTAIX, path PROD.CICS.TRANF.ACCTPATH -
      * CICS file TRANFAIX, batch DD TRANF1), so one account's
      * history reads in date/time order without a pass over the
      * whole file. The corr-id on the end keeps the alternate key
      * unique, so a browse can resume exactly where it stopped.
      * Every program that writes a TRANF record sets it from the
      * fields above, after they are final - a record written
      * without it is invisible to the account readers.
           05  TRN-ACCT-KEY.
               10  TRN-AK-ACCOUNT-ID   PIC X(10).
               10  TRN-AK-DATE         PIC X(08).
               10  TRN-AK-TIME         PIC X(06).
               10  TRN-AK-CORR-ID      PIC X(16).
