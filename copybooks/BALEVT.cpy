      *****************************************************************
      * BALEVT - fixed character layout of the balance-change event
      * published for every posting that moves an account balance,
      * so the digital channels learn of teller, approval, standing
      * order, bulk, fee/interest and returns postings without
      * polling. PROGC publishes from the online chain (and from the
      * batch drivers that CALL it), FEEINT, CLRRTN and CLOSRUN
      * through BEVPUB, and BEVRPLAY replays events that could not
      * be put from the BEVSPLF spill file (same layout, key =
      * BEV-CORR-ID). The Java side parses these byte-for-byte, so treat
      * every field position here as an external interface: never
      * reorder or resize without a coordinated change on the topic's
      * subscribers. 76 bytes. BEV-CORR-ID is the posting's own TRANF
      * corr-id - unique per posting, and the subscribers' duplicate
      * key: an event may arrive twice (a replayed spill, a batch
      * restart), never not at all. Amounts travel unpacked with no
      * decimal point, zero padded; the new balance carries a leading
      * '+' or '-'.
      *****************************************************************
           05  BEV-CORR-ID             PIC X(16).
           05  BEV-ACCOUNT-ID          PIC X(10).
      * The TRANF transaction type of the posting. BEV-DEBIT-TYPE
      * lists the types that take money off the account - keep it in
      * step with the debit lists in TRIALBAL and GLEXTR.
           05  BEV-TRAN-TYPE           PIC X(04).
               88  BEV-DEBIT-TYPE              VALUE 'PMT ' 'FEE '
                                                     'ODF ' 'TRF '
                                                     'TRX ' 'DPW '
                                                     'ADJD'.
           05  BEV-DRCR                PIC X(01).
               88  BEV-DEBIT                   VALUE 'D'.
               88  BEV-CREDIT                  VALUE 'C'.
           05  BEV-AMOUNT-X            PIC X(11).
           05  BEV-AMOUNT REDEFINES BEV-AMOUNT-X
                                       PIC 9(09)V99.
           05  BEV-NEW-BALANCE         PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
      * The business date the posting belongs to, and the time it
      * was stamped.
           05  BEV-BUS-DATE            PIC X(08).
           05  BEV-POST-TIME           PIC X(06).
      * The program that made the posting.
           05  BEV-SOURCE              PIC X(08).
