      *****************************************************************
      * DSPCREC - one customer dispute case per disputed payment,
      * held on the DSPCASF VSAM KSDS (key = DSP-CORR-ID, the
      * disputed payment's own corr-id). Opened and worked on the
      * DISP/DSPMNT screen: the case records why the customer
      * disputes the payment, how much of it, any provisional credit
      * given while it is investigated and how it was resolved. The
      * money itself moves through PROGC ('DSP ' requests), which
      * keeps the payment's TRANF flag in step with the case. Closed
      * cases are kept as the record of the decision; DSPAGE ages the
      * open ones weekly against the response deadlines. CICS-managed
      * via the FCT/CSD, same as the other online files.
      *****************************************************************
           05  DSP-CORR-ID             PIC X(16).
           05  DSP-ACCOUNT-ID          PIC X(10).
      * The payment as it stands on TRANF when the case is opened.
           05  DSP-TRAN-AMOUNT         PIC S9(09)V99 COMP-3.
           05  DSP-TRAN-DATE           PIC X(08).
           05  DSP-REASON-CODE         PIC X(04).
               88  DSP-REASON-UNAUTHORISED     VALUE 'D01 '.
               88  DSP-REASON-NOT-RECEIVED     VALUE 'D02 '.
               88  DSP-REASON-DUPLICATE        VALUE 'D03 '.
               88  DSP-REASON-WRONG-AMOUNT     VALUE 'D04 '.
               88  DSP-REASON-NOT-REFUNDED     VALUE 'D05 '.
               88  DSP-REASON-VALID            VALUE 'D01 ' 'D02 '
                                                     'D03 ' 'D04 '
                                                     'D05 '.
           05  DSP-DISPUTED-AMOUNT     PIC S9(09)V99 COMP-3.
           05  DSP-STATUS              PIC X(01).
               88  DSP-OPEN                    VALUE 'O'.
               88  DSP-RESOLVED-WON            VALUE 'W'.
               88  DSP-RESOLVED-LOST           VALUE 'L'.
      * 'Y' once a provisional credit ('DPC ' posting, corr-id in
      * DSP-PROV-CORR-ID) has been given on the case.
           05  DSP-PROV-SW             PIC X(01).
               88  DSP-PROV-GIVEN              VALUE 'Y'.
               88  DSP-PROV-NOT-GIVEN          VALUE 'N'.
           05  DSP-PROV-CORR-ID        PIC X(16).
           05  DSP-PROV-DATE           PIC X(08).
      * The posting that closed the case: the final credit ('DPF ')
      * or the take-back of the provisional credit ('DPW '). Spaces
      * when resolving moved no money.
           05  DSP-FINAL-CORR-ID       PIC X(16).
      * Who opened and who resolved the case, and when. The dates
      * are business dates - the response deadlines run from
      * DSP-OPEN-DATE.
           05  DSP-OPEN-DATE           PIC X(08).
           05  DSP-OPEN-TIME           PIC X(06).
           05  DSP-OPEN-USER           PIC X(08).
           05  DSP-RESOLVED-DATE       PIC X(08).
           05  DSP-RESOLVED-USER       PIC X(08).
