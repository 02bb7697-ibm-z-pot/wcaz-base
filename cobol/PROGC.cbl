                   PIC X(32) VALUE 'Rejected - account closed'.
           05  WS-ACCT-FROZEN-MSG
                   PIC X(32) VALUE 'Rejected - account frozen'.
           05  WS-ACCT-DORMANT-MSG
                   PIC X(32) VALUE 'Rejected - account dormant'.
           05  WS-ACCT-READ-ERR-MSG
                   PIC X(32) VALUE 'Account master unavailable'.
           05  WS-BAD-AMOUNT-MSG
                   PIC X(32) VALUE 'Rejected - original archived'.
           05  WS-ALREADY-REV-MSG
                   PIC X(32) VALUE 'Rejected - already reversed'.
           05  WS-ORIG-RETURNED-MSG
                   PIC X(32) VALUE 'Rejected - payment returned'.
           05  WS-NOT-A-PMT-MSG
                   PIC X(32) VALUE 'Rejected - not a payment'.
           05  WS-NOT-REVERSED-MSG
                   PIC X(32) VALUE 'Held for supervisor approval'.
           05  WS-OD-POSTED-MSG
                   PIC X(32) VALUE 'Paid into overdraft'.
           05  WS-TRANSFER-MSG
                   PIC X(32) VALUE 'Transfer completed'.
           05  WS-OD-TRANSFER-MSG
                   PIC X(32) VALUE 'Transferred into overdraft'.
           05  WS-NOT-TRANSFERRED-MSG
                   PIC X(32) VALUE 'Transfer not posted'.
           05  WS-BAD-TARGET-MSG
                   PIC X(32) VALUE 'Rejected - invalid target acct'.
           05  WS-TGT-NOTFND-MSG
                   PIC X(32) VALUE 'Rejected - target not found'.
           05  WS-TGT-CLOSED-MSG
                   PIC X(32) VALUE 'Rejected - target closed'.
           05  WS-TGT-FROZEN-MSG
                   PIC X(32) VALUE 'Rejected - target frozen'.
           05  WS-TGT-OTHER-CUST-MSG
                   PIC X(32) VALUE 'Rejected - target not same cust'.
           05  WS-TGT-NSF-MSG
                   PIC X(32) VALUE 'Rejected - target funds spent'.
           05  WS-PAYEE-NOTFND-MSG
                   PIC X(32) VALUE 'Rejected - payee not found'.
           05  WS-PAYEE-INACTIVE-MSG
                   PIC X(32) VALUE 'Rejected - payee not active'.
           05  WS-PAYEE-READ-ERR-MSG
                   PIC X(32) VALUE 'Payee master unavailable'.
           05  WS-REFERRED-MSG
                   PIC X(32) VALUE 'Referred for fraud review'.
           05  WS-IN-DISPUTE-MSG
                   PIC X(32) VALUE 'Rejected - payment in dispute'.
           05  WS-CHARGED-BACK-MSG
                   PIC X(32) VALUE 'Rejected - payment charged back'.
           05  WS-BAD-DSP-STEP-MSG
                   PIC X(32) VALUE 'Rejected - invalid dispute step'.
           05  WS-NO-DISPUTE-MSG
                   PIC X(32) VALUE 'Rejected - no open dispute'.
           05  WS-PROV-GIVEN-MSG
                   PIC X(32) VALUE 'Rejected - credit already given'.
           05  WS-DSP-OPENED-MSG
                   PIC X(32) VALUE 'Dispute opened'.
           05  WS-DSP-PROV-MSG
                   PIC X(32) VALUE 'Provisional credit posted'.
           05  WS-DSP-WON-MSG
                   PIC X(32) VALUE 'Dispute resolved - credit final'.
           05  WS-DSP-LOST-MSG
                   PIC X(32) VALUE 'Dispute resolved - declined'.
           05  WS-DSP-NOT-DONE-MSG
                   PIC X(32) VALUE 'Dispute step not applied'.
           05  WS-BAD-ADJ-MSG
                   PIC X(32) VALUE 'Rejected - invalid adjustment'.
           05  WS-ADJUSTED-MSG
                   PIC X(32) VALUE 'Adjustment posted'.
           05  WS-NOT-ADJUSTED-MSG
                   PIC X(32) VALUE 'Adjustment not posted'.
       01  WS-ABSTIME-FIELDS.
           05  WS-ABSTIME-START  PIC S9(15) COMP-3.
           05  WS-ABSTIME-END    PIC S9(15) COMP-3.
      * companion history write can be compensated by putting the
      * image back (see UNDO-ACCOUNT-UPDATE).
       01  ACCT-SAVE-RECORD        PIC X(85).
      * The same for the second account a transfer touches (see
      * UNDO-TARGET-UPDATE).
       01  TARGET-SAVE-RECORD      PIC X(85).
       01  WS-FILE-RESP-FIELDS.
           05  WS-FILE-RESP      PIC S9(8) COMP.
           05  WS-FILE-RESP2     PIC S9(8) COMP.
       01  WS-ACCT-SW              PIC X(01).
           88  WS-ACCT-USABLE                 VALUE 'Y'.
           88  WS-ACCT-REJECTED               VALUE 'N'.
       01  PAYEE-RECORD.
           COPY PAYEEREC.
       01  WS-PAYEE-SW             PIC X(01).
           88  WS-PAYEE-USABLE                VALUE 'Y'.
           88  WS-PAYEE-REJECTED              VALUE 'N'.
       01  DUP-RECORD.
           COPY DUPREC.
       01  TRNAR-RECORD.
       01  WS-DUP-SW               PIC X(01).
           88  WS-DUP-CLEAR                   VALUE 'N'.
           88  WS-DUP-FOUND                   VALUE 'Y'.
      * A transfer's two legs share one request corr-id: the debit
      * leg is keyed on it, the credit leg on the same corr-id with
      * 'X' over the first byte (as POST-OD-FEE derives the 'O' fee
      * key), so either leg always leads to the other.
       01  WS-XFER-FIELDS.
           05  WS-XFER-CORR-ID.
               10  WS-XFER-PREFIX      PIC X(01).
               10  WS-XFER-REST        PIC X(15).
           05  WS-XFER-REV-CORR-ID.
               10  WS-XFER-REV-PREFIX  PIC X(01).
               10  WS-XFER-REV-REST    PIC X(15).
           05  WS-SOURCE-BALANCE       PIC S9(09)V99 COMP-3.
           05  WS-TARGET-BALANCE       PIC S9(09)V99 COMP-3.
           05  WS-BACKOUT-CORR-ID      PIC X(16).
      * The CUSTF customer the account in CA-ACCOUNT-ID belongs to,
      * kept by READ-ACCOUNT-MASTER: a transfer may only credit
      * another account of the same customer.
           05  WS-SOURCE-CUSTOMER-ID   PIC X(10).
      * Dispute postings. A dispute step names the disputed payment
      * in CA-ORIG-CORR-ID; each posting its case makes is keyed on
      * that corr-id with its own letter over the first byte, as a
      * transfer's 'X' credit leg is: 'P' the provisional credit
      * ('DPC '), 'W' the final credit when no provisional credit
      * was given ('DPF '), 'K' the take-back of a provisional credit
      * ('DPW '). A provisional credit that has been taken back is
      * marked reversed, naming its 'K' posting.
       01  WS-DSP-FIELDS.
           05  WS-DSP-PROV-CORR-ID.
               10  WS-DSP-PROV-PREFIX  PIC X(01).
               10  WS-DSP-PROV-REST    PIC X(15).
           05  WS-DSP-POST-CORR-ID.
               10  WS-DSP-POST-PREFIX  PIC X(01).
               10  WS-DSP-POST-REST    PIC X(15).
           05  WS-DSP-POST-TYPE        PIC X(04).
           05  WS-DSP-POST-PARTNER     PIC X(16).
           05  WS-DSP-PROV-AMOUNT      PIC S9(09)V99 COMP-3.
      * The disputed payment's flag and partner as they were read,
      * so a failed step can put them back (UNDO-DISPUTE-MARK).
           05  WS-DSP-SAVE-FLAG        PIC X(01).
           05  WS-DSP-SAVE-PARTNER     PIC X(16).
       01  WS-DSP-PROV-SW          PIC X(01).
           88  WS-DSP-PROV-OUTSTANDING        VALUE 'Y'.
           88  WS-DSP-PROV-TAKEN-BACK         VALUE 'T'.
           88  WS-DSP-NO-PROV                 VALUE 'N'.
       01  WS-DSP-SW               PIC X(01).
           88  WS-DSP-STEP-OK                 VALUE 'Y'.
           88  WS-DSP-STEP-FAILED             VALUE 'N'.
      * Balance-change events. Every posting that moves a balance
      * puts a BALEVT event to WS-BEV-TOPIC-NAME - an alias queue
      * defined TARGTYPE(TOPIC), so the V1 object descriptor below
      * reaches the topic's subscribers - under syncpoint, in the
      * task's own unit of work (see PUBLISH-BALANCE-EVENT). The MQ
      * control blocks are declared with the fields this program
      * touches named and the rest as FILLER, as in MQFRONT; keep
      * them in step with the CMQ copybook versions they mirror (all
      * V1).
       01  BAL-EVENT.
           COPY BALEVT.
       01  WS-BEV-FIELDS.
           05  WS-BEV-TOPIC-NAME PIC X(48) VALUE 'PROD.ACCT.BALEVT'.
      * MQ call constants (from the CMQV definitions, V1 values).
       01  MQ-CONSTANTS.
           05  MQC-CC-FAILED     PIC S9(9) COMP VALUE 2.
           05  MQC-MT-DATAGRAM   PIC S9(9) COMP VALUE 8.
           05  MQC-PMO-SYNCPOINT PIC S9(9) COMP VALUE 2.
           05  MQC-PMO-FAIL-QUIESCING
                                 PIC S9(9) COMP VALUE 8192.
      * MQOD object descriptor (V1, 168 bytes).
       01  MQOD-AREA.
           05  MQOD-STRUCID      PIC X(04) VALUE 'OD  '.
           05  MQOD-VERSION      PIC S9(9) COMP VALUE 1.
           05  MQOD-OBJECTTYPE   PIC S9(9) COMP VALUE 1.
           05  MQOD-OBJECTNAME   PIC X(48) VALUE SPACES.
           05  MQOD-OBJECTQMGR   PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE SPACES.
      * MQMD message descriptor (V1, 324 bytes).
       01  MQMD-OUT.
           05  MQMDO-STRUCID     PIC X(04) VALUE 'MD  '.
           05  MQMDO-VERSION     PIC S9(9) COMP VALUE 1.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-MSGTYPE     PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-FORMAT      PIC X(08) VALUE 'MQSTR   '.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-MSGID       PIC X(24) VALUE LOW-VALUES.
           05  MQMDO-CORRELID    PIC X(24) VALUE LOW-VALUES.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-REPLYTOQ    PIC X(48) VALUE SPACES.
           05  MQMDO-REPLYTOQMGR PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  FILLER            PIC X(32) VALUE LOW-VALUES.
           05  FILLER            PIC X(32) VALUE SPACES.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC X(28) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE SPACES.
           05  FILLER            PIC X(04) VALUE SPACES.
      * MQPMO put-message options (V1, 128 bytes).
       01  MQPMO-AREA.
           05  MQPMO-STRUCID     PIC X(04) VALUE 'PMO '.
           05  MQPMO-VERSION     PIC S9(9) COMP VALUE 1.
           05  MQPMO-OPTIONS     PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(48) VALUE SPACES.
       01  MQ-HANDLE-FIELDS.
           05  WS-HCONN          PIC S9(9) COMP VALUE 0.
           05  WS-COMPCODE       PIC S9(9) COMP.
           05  WS-REASON         PIC S9(9) COMP.
           05  WS-BUFLEN         PIC S9(9) COMP.
      * Fraud screening. Every payment is screened against the active
      * FRDRULF rules before the supervisor hold and the duplicate
      * check; one that trips a rule is referred to the FRDCASF fraud
      * case file (status 25) instead of posting. The tuning values
      * below bound the work one screening may do, set here
      * alongside the other tuning values:
      *   WS-FRD-RULE-MAX     - active rules held (any more are
      *                         ignored, loudly)
      *   WS-FRD-ACT-MAX      - account debits gathered for the count,
      *                         value and multiple rules
      *   WS-FRD-BROWSE-MAX   - TRANF history records read to gather
      *                         them
      *   WS-FRD-USUAL-SAMPLE - recent debits averaged for the
      *                         account's usual payment size
      *   WS-FRD-USUAL-MIN    - fewest debits a usual size is taken
      *                         from; a newer account is not tested by
      *                         a multiple rule
       01  FRUL-RECORD.
           COPY FRULREC.
       01  FCAS-RECORD.
           COPY FCASREC.
       01  FVEL-RECORD.
           COPY FVELREC.
       01  HIST-RECORD.
           COPY ACCTHREC.
       01  WS-FRD-LIMITS.
           05  WS-FRD-RULE-MAX       PIC 9(04) COMP VALUE 20.
           05  WS-FRD-ACT-MAX        PIC 9(04) COMP VALUE 50.
           05  WS-FRD-BROWSE-MAX     PIC 9(04) COMP VALUE 200.
           05  WS-FRD-USUAL-SAMPLE   PIC 9(04) COMP VALUE 20.
           05  WS-FRD-USUAL-MIN      PIC 9(04) COMP VALUE 5.
       01  WS-FRD-RULE-TABLE.
           05  WS-FRD-RULE-CT        PIC 9(04) COMP.
           05  WS-FRD-RULE           PIC X(80) OCCURS 20 TIMES.
      * The account's recent payment/transfer debits, newest first:
      * age in minutes from now, and amount.
       01  WS-FRD-ACT-TABLE.
           05  WS-FRD-ACT-CT         PIC 9(04) COMP.
           05  WS-FRD-ACT-ENTRY      OCCURS 50 TIMES.
               10  WS-FRD-ACT-AGE    PIC S9(09) COMP.
               10  WS-FRD-ACT-AMOUNT PIC S9(09)V99 COMP-3.
       01  WS-FRD-FIELDS.
           05  WS-FRD-SUB            PIC 9(04) COMP.
           05  WS-FRD-ACT-SUB        PIC 9(04) COMP.
           05  WS-FRD-VEL-SUB        PIC 9(04) COMP.
           05  WS-FRD-READ-CT        PIC 9(04) COMP.
           05  WS-FRD-MAX-WINDOW     PIC 9(04) COMP.
           05  WS-FRD-RULE-KEY       PIC X(08).
           05  WS-FRD-BRWS-KEY.
               10  FRB-ACCOUNT-ID    PIC X(10).
               10  FRB-REST          PIC X(30).
           05  WS-FRD-OBS-COUNT      PIC 9(04) COMP.
           05  WS-FRD-OBS-VALUE      PIC S9(11)V99 COMP-3.
           05  WS-FRD-USUAL-SUM      PIC S9(11)V99 COMP-3.
           05  WS-FRD-USUAL-CT       PIC 9(04) COMP.
           05  WS-FRD-USUAL-AMOUNT   PIC S9(09)V99 COMP-3.
           05  WS-FRD-MULTIPLE-AMT   PIC S9(13)V99 COMP-3.
           05  WS-FRD-NOW-DAYS       PIC S9(09) COMP.
           05  WS-FRD-NOW-MINS       PIC S9(09) COMP.
           05  WS-FRD-AGE-DATE       PIC X(08).
           05  WS-FRD-AGE-TIME       PIC 9(06).
           05  WS-FRD-AGE-TIME-R REDEFINES WS-FRD-AGE-TIME.
               10  WS-FRD-AGE-HH     PIC 9(02).
               10  WS-FRD-AGE-MM     PIC 9(02).
               10  WS-FRD-AGE-SS     PIC 9(02).
           05  WS-FRD-AGE-MINS       PIC S9(09) COMP.
           05  WS-FRD-WALL-DATE      PIC X(08).
       01  WS-FRD-SW               PIC X(01).
           88  WS-FRD-CLEAR                   VALUE 'N'.
           88  WS-FRD-TRIPPED                 VALUE 'Y'.
       01  WS-FRD-ACCT-RULE-SW     PIC X(01).
           88  WS-FRD-ACCT-RULES              VALUE 'Y'.
           88  WS-FRD-NO-ACCT-RULES           VALUE 'N'.
       01  WS-FRD-USER-RULE-SW     PIC X(01).
           88  WS-FRD-USER-RULES              VALUE 'Y'.
           88  WS-FRD-NO-USER-RULES           VALUE 'N'.
       01  WS-FRD-BROWSE-SW        PIC X(01).
           88  WS-FRD-BROWSE-ON               VALUE 'Y'.
           88  WS-FRD-BROWSE-DONE             VALUE 'N'.
       01  WS-FRD-FREEZE-SW        PIC X(01).
           88  WS-FRD-FROZEN                  VALUE 'Y'.
           88  WS-FRD-NOT-FROZEN              VALUE 'N'.
      * Set when a payment clears the screen; its FRDVELF stamp is
      * only put once it has posted or been parked for approval.
       01  WS-FRD-VEL-SW           PIC X(01).
           88  WS-FRD-VEL-DUE                 VALUE 'Y'.
           88  WS-FRD-VEL-NOT-DUE             VALUE 'N'.
      * Day-serial date arithmetic, same shape as DLYPURGE.
       01  WS-DATE-FIELDS.
           05  WS-D2D-DATE             PIC 9(08).
           05  WS-D2D-DATE-R REDEFINES WS-D2D-DATE.
               10  WS-D2D-YEAR         PIC 9(04).
               10  WS-D2D-MONTH        PIC 9(02).
               10  WS-D2D-DAY          PIC 9(02).
           05  WS-D2D-DAYS             PIC S9(09) COMP.
           05  WS-D2D-WORK-YEAR        PIC S9(09) COMP.
           05  WS-D2D-Q4               PIC S9(09) COMP.
           05  WS-D2D-Q100             PIC S9(09) COMP.
           05  WS-D2D-Q400             PIC S9(09) COMP.
       01  WS-MONTH-OFFSET-DATA.
           05  FILLER                  PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DATA.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           IF CA-TRAN-REVERSAL
               PERFORM REVERSE-PAYMENT
           ELSE
               IF CA-TRAN-DISPUTE
                   PERFORM DISPUTE-PAYMENT
               ELSE
                   IF CA-ACCOUNT-ID EQUAL SPACES
                       MOVE WS-NO-ACCOUNT-MSG TO CA-MESSAGE
                       SET CA-ST-INVALID-REQUEST TO TRUE
                   ELSE
                       IF CA-TRAN-PAYMENT OR CA-TRAN-INQUIRY
                          OR CA-TRAN-DEPOSIT OR CA-TRAN-TRANSFER
                          OR CA-TRAN-ADJUSTMENT
                           PERFORM READ-ACCOUNT-MASTER
                           IF WS-ACCT-USABLE
                               IF CA-TRAN-PAYMENT
                                   PERFORM POST-PAYMENT
                               ELSE
                                   IF CA-TRAN-DEPOSIT
                                       PERFORM POST-DEPOSIT
                                   END-IF
                                   IF CA-TRAN-TRANSFER
                                       PERFORM POST-TRANSFER
                                   END-IF
                                   IF CA-TRAN-ADJUSTMENT
                                       PERFORM POST-ADJUSTMENT
                                   END-IF
                                   IF CA-TRAN-INQUIRY
                                       PERFORM BUILD-INQUIRY-REPLY
                                   END-IF
                               END-IF
                           END-IF
                       ELSE
                           MOVE WS-BAD-TRAN-MSG      TO CA-MESSAGE
                           SET CA-ST-INVALID-REQUEST TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * moving money with no record of it. PROGC never rolls the
      * task's unit of work back: under MQFRONT that UOW also holds
      * the request message get, which must stay intact so the caller
      * receives the failure reply exactly once. A payment naming a
      * payee is refused with status 11 unless CHECK-PAYEE finds that
      * payee active on PAYEEF. Every payment is then fraud screened
      * (SCREEN-PAYMENT) before the supervisor hold is considered, so
      * a referred payment never reaches PAYAPPR until an analyst
      * has released it.
      *****************************************************************
       POST-PAYMENT.
           IF CA-AMOUNT NOT > ZERO
               MOVE WS-BAD-AMOUNT-MSG    TO CA-MESSAGE
               SET CA-ST-INVALID-REQUEST TO TRUE
           ELSE
               PERFORM CHECK-PAYEE
               IF WS-PAYEE-USABLE
                   PERFORM SCREEN-PAYMENT
                   IF WS-FRD-CLEAR
                       IF CA-AMOUNT > WS-HOLD-THRESHOLD
                          AND NOT CA-HELD-RELEASE
                           PERFORM HOLD-PAYMENT
                       ELSE
                           PERFORM CHECK-DUPLICATE-PAYMENT
                           IF WS-DUP-CLEAR
                               PERFORM DEBIT-ACCOUNT
                           END-IF
                       END-IF
                       IF WS-FRD-VEL-DUE
                          AND (CA-ST-OK OR CA-ST-OK-OVERDRAFT
                               OR CA-ST-HELD-FOR-APPROVAL)
                           PERFORM RECORD-USER-VELOCITY
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-PAYEE - a payment naming a payee is only taken when the
      * payee is on the PAYEEF payee master and active; the payee id
      * is what CLRGEN uses to route the money out. A payment with no
      * payee id is still accepted - CLRGEN reports it for manual
      * routing - so callers that predate the payee master keep
      * working.
      *****************************************************************
       CHECK-PAYEE.
           SET WS-PAYEE-USABLE TO TRUE.
           IF CA-PAYEE-ID NOT EQUAL SPACES
               SET WS-PAYEE-REJECTED TO TRUE
               EXEC CICS READ FILE('PAYEEF')
                         INTO(PAYEE-RECORD)
                         RIDFLD(CA-PAYEE-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                           ' PAYEE NOT FOUND payee=' CA-PAYEE-ID
                   MOVE WS-PAYEE-NOTFND-MSG TO CA-MESSAGE
                   SET CA-ST-INVALID-PAYEE  TO TRUE
               ELSE
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' PAYEEF READ FAILED RESP=' WS-FILE-RESP
                               ' RESP2=' WS-FILE-RESP2
                       MOVE WS-PAYEE-READ-ERR-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       IF PYE-ACTIVE
                           SET WS-PAYEE-USABLE TO TRUE
                       ELSE
                           DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                                   ' PAYEE NOT ACTIVE payee='
                                   CA-PAYEE-ID
                           MOVE WS-PAYEE-INACTIVE-MSG TO CA-MESSAGE
                           SET CA-ST-INVALID-PAYEE    TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SCREEN-PAYMENT - screen the payment against the active FRDRULF
      * fraud rules. A release from either review screen has been
      * screened once already (PAYAPPR only ever sees payments that
      * cleared) and goes straight through. The account's recent debits
      * are gathered once, from the TRANF account path, and the user's
      * recent payments from FRDVELF, only when some rule needs them.
      * The first rule tripped refers the payment to FRDCASF; a payment
      * that clears is noted against its user on FRDVELF once
      * POST-PAYMENT has posted or parked it - one refused as a
      * duplicate or for funds is not counted. A rule file that cannot
      * be read lets the payment through, loudly - like the PAYDUPF
      * marker, the screen must never stop clean payments posting.
      *****************************************************************
       SCREEN-PAYMENT.
           SET WS-FRD-CLEAR TO TRUE.
           SET WS-FRD-VEL-NOT-DUE TO TRUE.
           IF NOT CA-HELD-RELEASE
              AND NOT CA-FRAUD-RELEASE
               PERFORM LOAD-FRAUD-RULES
               IF WS-FRD-RULE-CT > ZERO
                   PERFORM SET-POSTING-STAMP
                   PERFORM SET-SCREEN-NOW
                   IF WS-FRD-ACCT-RULES
                       PERFORM GATHER-ACCOUNT-ACTIVITY
                   END-IF
                   IF WS-FRD-USER-RULES
                       PERFORM GATHER-USER-ACTIVITY
                   END-IF
                   PERFORM TEST-ONE-RULE
                           VARYING WS-FRD-SUB FROM 1 BY 1
                           UNTIL WS-FRD-SUB > WS-FRD-RULE-CT
                              OR WS-FRD-TRIPPED
                   IF WS-FRD-TRIPPED
                       PERFORM REFER-PAYMENT
                   ELSE
                       SET WS-FRD-VEL-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * LOAD-FRAUD-RULES - browse FRDRULF and keep the active rules in
      * WS-FRD-RULE-TABLE, noting the widest account window and
      * whether any rule needs the account's or the user's history.
      * An empty rule file screens nothing.
      *****************************************************************
       LOAD-FRAUD-RULES.
           MOVE ZERO TO WS-FRD-RULE-CT.
           MOVE ZERO TO WS-FRD-MAX-WINDOW.
           SET WS-FRD-NO-ACCT-RULES TO TRUE.
           SET WS-FRD-NO-USER-RULES TO TRUE.
           MOVE LOW-VALUES TO WS-FRD-RULE-KEY.
           EXEC CICS STARTBR FILE('FRDRULF')
                     RIDFLD(WS-FRD-RULE-KEY)
                     GTEQ
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               SET WS-FRD-BROWSE-ON TO TRUE
               PERFORM LOAD-ONE-RULE
                       UNTIL WS-FRD-BROWSE-DONE
               EXEC CICS ENDBR FILE('FRDRULF')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' FRDRULF STARTBR FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                           ' - PAYMENT NOT SCREENED'
               END-IF
           END-IF.
      *
       LOAD-ONE-RULE.
           EXEC CICS READNEXT FILE('FRDRULF')
                     INTO(FRUL-RECORD)
                     RIDFLD(WS-FRD-RULE-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP NOT EQUAL DFHRESP(ENDFILE)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' FRDRULF READNEXT FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                           ' - PAYMENT NOT SCREENED'
                   MOVE ZERO TO WS-FRD-RULE-CT
               END-IF
               SET WS-FRD-BROWSE-DONE TO TRUE
           ELSE
               IF FRL-ACTIVE AND FRL-TYPE-VALID
                   IF WS-FRD-RULE-CT NOT < WS-FRD-RULE-MAX
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' FRDRULF RULE TABLE FULL - RULE '
                               FRL-RULE-ID ' NOT APPLIED'
                   ELSE
                       ADD 1 TO WS-FRD-RULE-CT
                       MOVE FRUL-RECORD
                            TO WS-FRD-RULE(WS-FRD-RULE-CT)
                       IF FRL-TYPE-USER
                           SET WS-FRD-USER-RULES TO TRUE
                       ELSE
                           SET WS-FRD-ACCT-RULES TO TRUE
                           IF FRL-WINDOW-MINS > WS-FRD-MAX-WINDOW
                               MOVE FRL-WINDOW-MINS
                                    TO WS-FRD-MAX-WINDOW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SET-SCREEN-NOW - the screening clock, in minutes, from the
      * posting stamp just taken. TRANF and FRDVELF are stamped the
      * same way (business date, wall time), so ages compare like
      * with like.
      *****************************************************************
       SET-SCREEN-NOW.
           MOVE WS-POST-DATE TO WS-D2D-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-D2D-DAYS  TO WS-FRD-NOW-DAYS.
           MOVE WS-POST-TIME TO WS-FRD-AGE-TIME.
           COMPUTE WS-FRD-NOW-MINS =
                   WS-FRD-AGE-HH * 60 + WS-FRD-AGE-MM.
      *
      *****************************************************************
      * SET-AGE-MINUTES - minutes between WS-FRD-AGE-DATE/-TIME and
      * the screening clock. A stamp that is not a date counts as
      * too old to matter; one a little ahead of the clock (a wall
      * time read a moment later by another task) counts as now.
      *****************************************************************
       SET-AGE-MINUTES.
           IF WS-FRD-AGE-DATE NOT NUMERIC
              OR WS-FRD-AGE-TIME NOT NUMERIC
               MOVE 999999 TO WS-FRD-AGE-MINS
           ELSE
               MOVE WS-FRD-AGE-DATE TO WS-D2D-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-FRD-AGE-MINS =
                       (WS-FRD-NOW-DAYS - WS-D2D-DAYS) * 1440
                     + WS-FRD-NOW-MINS
                     - (WS-FRD-AGE-HH * 60 + WS-FRD-AGE-MM)
               IF WS-FRD-AGE-MINS < ZERO
                   MOVE ZERO TO WS-FRD-AGE-MINS
               END-IF
           END-IF.
      *
      *****************************************************************
      * GATHER-ACCOUNT-ACTIVITY - READPREV the TRANF account path
      * (TRANFAIX, as ACTINQ does) from the end of the account's key
      * range, keeping the account's 'PMT ' and 'TRF ' debits newest
      * first until they are older than the widest rule window and
      * the usual-size sample is complete, or the bounds in
      * WS-FRD-LIMITS are reached. A history read failure screens
      * with what was gathered.
      *****************************************************************
       GATHER-ACCOUNT-ACTIVITY.
           MOVE ZERO TO WS-FRD-ACT-CT.
           MOVE ZERO TO WS-FRD-READ-CT.
           MOVE CA-ACCOUNT-ID TO FRB-ACCOUNT-ID.
           MOVE HIGH-VALUES   TO FRB-REST.
           PERFORM START-ACTIVITY-BROWSE.
           IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-FRD-BRWS-KEY
               PERFORM START-ACTIVITY-BROWSE
           END-IF.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               SET WS-FRD-BROWSE-ON TO TRUE
               PERFORM GATHER-ONE-POSTING
                       UNTIL WS-FRD-BROWSE-DONE
               EXEC CICS ENDBR FILE('TRANFAIX')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRANFAIX STARTBR FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
           PERFORM SET-USUAL-AMOUNT.
      *
       START-ACTIVITY-BROWSE.
           EXEC CICS STARTBR FILE('TRANFAIX')
                     RIDFLD(WS-FRD-BRWS-KEY)
                     GTEQ
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
      *
      *****************************************************************
      * GATHER-ONE-POSTING - the first READPREV returns the record
      * STARTBR positioned on, the next account's first record, which
      * is stepped over; a record of an earlier account ends the
      * gathering.
      *****************************************************************
       GATHER-ONE-POSTING.
           EXEC CICS READPREV FILE('TRANFAIX')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-FRD-BRWS-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP NOT EQUAL DFHRESP(ENDFILE)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRANFAIX READPREV FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
               SET WS-FRD-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-FRD-READ-CT
               IF TRN-AK-ACCOUNT-ID < CA-ACCOUNT-ID
                   SET WS-FRD-BROWSE-DONE TO TRUE
               ELSE
                   IF TRN-AK-ACCOUNT-ID EQUAL CA-ACCOUNT-ID
                      AND (TRN-TRAN-TYPE EQUAL 'PMT '
                           OR TRN-TRAN-TYPE EQUAL 'TRF ')
                       MOVE TRN-DATE TO WS-FRD-AGE-DATE
                       MOVE TRN-TIME TO WS-FRD-AGE-TIME
                       PERFORM SET-AGE-MINUTES
                       IF WS-FRD-AGE-MINS > WS-FRD-MAX-WINDOW
                          AND WS-FRD-ACT-CT NOT < WS-FRD-USUAL-SAMPLE
                           SET WS-FRD-BROWSE-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-FRD-ACT-CT
                           MOVE WS-FRD-AGE-MINS
                                TO WS-FRD-ACT-AGE(WS-FRD-ACT-CT)
                           MOVE TRN-AMOUNT
                                TO WS-FRD-ACT-AMOUNT(WS-FRD-ACT-CT)
                           IF WS-FRD-ACT-CT NOT < WS-FRD-ACT-MAX
                               SET WS-FRD-BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF WS-FRD-READ-CT NOT < WS-FRD-BROWSE-MAX
                       SET WS-FRD-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SET-USUAL-AMOUNT - the account's usual payment size: the
      * average of its most recent debits, up to WS-FRD-USUAL-SAMPLE
      * of them. Zero when there are fewer than WS-FRD-USUAL-MIN, so
      * a multiple rule does not judge an account with no track
      * record.
      *****************************************************************
       SET-USUAL-AMOUNT.
           MOVE ZERO TO WS-FRD-USUAL-SUM.
           MOVE ZERO TO WS-FRD-USUAL-CT.
           MOVE ZERO TO WS-FRD-USUAL-AMOUNT.
           PERFORM ADD-USUAL-POSTING
                   VARYING WS-FRD-ACT-SUB FROM 1 BY 1
                   UNTIL WS-FRD-ACT-SUB > WS-FRD-ACT-CT
                      OR WS-FRD-ACT-SUB > WS-FRD-USUAL-SAMPLE.
           IF WS-FRD-USUAL-CT NOT < WS-FRD-USUAL-MIN
               COMPUTE WS-FRD-USUAL-AMOUNT ROUNDED =
                       WS-FRD-USUAL-SUM / WS-FRD-USUAL-CT
           END-IF.
      *
       ADD-USUAL-POSTING.
           ADD 1 TO WS-FRD-USUAL-CT.
           ADD WS-FRD-ACT-AMOUNT(WS-FRD-ACT-SUB) TO WS-FRD-USUAL-SUM.
      *
      *****************************************************************
      * GATHER-USER-ACTIVITY - fetch the submitting user's FRDVELF
      * record of recent payment stamps. No user id, no record yet or
      * a read failure all leave an empty record, so the user rules
      * see only this payment.
      *****************************************************************
       GATHER-USER-ACTIVITY.
           MOVE CA-USER-ID TO FVL-USER-ID.
           MOVE ZERO       TO FVL-ENTRY-CT.
           IF CA-USER-ID NOT EQUAL SPACES
               EXEC CICS READ FILE('FRDVELF')
                         INTO(FVEL-RECORD)
                         RIDFLD(CA-USER-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' FRDVELF READ FAILED RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   END-IF
                   MOVE CA-USER-ID TO FVL-USER-ID
                   MOVE ZERO       TO FVL-ENTRY-CT
               END-IF
           END-IF.
      *
      *****************************************************************
      * TEST-ONE-RULE - apply one held rule to the payment. A payment
      * under the rule's minimum amount is not tested by it. The
      * observed figures are left in WS-FRD-OBS-COUNT/-VALUE for the
      * case record when the rule trips.
      *****************************************************************
       TEST-ONE-RULE.
           MOVE WS-FRD-RULE(WS-FRD-SUB) TO FRUL-RECORD.
           MOVE ZERO TO WS-FRD-OBS-COUNT.
           MOVE ZERO TO WS-FRD-OBS-VALUE.
           IF CA-AMOUNT NOT < FRL-MIN-AMOUNT
               IF FRL-TYPE-USER
                   PERFORM SUM-USER-WINDOW
                   IF WS-FRD-OBS-COUNT > FRL-MAX-COUNT
                       SET WS-FRD-TRIPPED TO TRUE
                   END-IF
               ELSE
                   PERFORM SUM-ACCOUNT-WINDOW
                   IF FRL-TYPE-COUNT
                       IF WS-FRD-OBS-COUNT > FRL-MAX-COUNT
                           SET WS-FRD-TRIPPED TO TRUE
                       END-IF
                   END-IF
                   IF FRL-TYPE-VALUE
                       IF WS-FRD-OBS-VALUE > FRL-MAX-VALUE
                           SET WS-FRD-TRIPPED TO TRUE
                       END-IF
                   END-IF
                   IF FRL-TYPE-MULTIPLE
                      AND WS-FRD-USUAL-AMOUNT > ZERO
                      AND FRL-MULTIPLE > ZERO
                       COMPUTE WS-FRD-MULTIPLE-AMT =
                               WS-FRD-USUAL-AMOUNT * FRL-MULTIPLE
                       IF CA-AMOUNT NOT < WS-FRD-MULTIPLE-AMT
                           SET WS-FRD-TRIPPED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SUM-ACCOUNT-WINDOW - count and total this payment plus the
      * account's gathered debits inside the rule's window.
      *****************************************************************
       SUM-ACCOUNT-WINDOW.
           MOVE 1         TO WS-FRD-OBS-COUNT.
           MOVE CA-AMOUNT TO WS-FRD-OBS-VALUE.
           PERFORM ADD-WINDOW-POSTING
                   VARYING WS-FRD-ACT-SUB FROM 1 BY 1
                   UNTIL WS-FRD-ACT-SUB > WS-FRD-ACT-CT.
      *
       ADD-WINDOW-POSTING.
           IF WS-FRD-ACT-AGE(WS-FRD-ACT-SUB) NOT > FRL-WINDOW-MINS
               ADD 1 TO WS-FRD-OBS-COUNT
               ADD WS-FRD-ACT-AMOUNT(WS-FRD-ACT-SUB)
                   TO WS-FRD-OBS-VALUE
           END-IF.
      *
      *****************************************************************
      * SUM-USER-WINDOW - count this payment plus the user's FRDVELF
      * stamps inside the rule's window.
      *****************************************************************
       SUM-USER-WINDOW.
           MOVE 1         TO WS-FRD-OBS-COUNT.
           MOVE CA-AMOUNT TO WS-FRD-OBS-VALUE.
           PERFORM ADD-WINDOW-STAMP
                   VARYING WS-FRD-VEL-SUB FROM 1 BY 1
                   UNTIL WS-FRD-VEL-SUB > FVL-ENTRY-CT.
      *
       ADD-WINDOW-STAMP.
           MOVE FVL-ENT-DATE(WS-FRD-VEL-SUB) TO WS-FRD-AGE-DATE.
           MOVE FVL-ENT-TIME(WS-FRD-VEL-SUB) TO WS-FRD-AGE-TIME.
           PERFORM SET-AGE-MINUTES.
           IF WS-FRD-AGE-MINS NOT > FRL-WINDOW-MINS
               ADD 1 TO WS-FRD-OBS-COUNT
           END-IF.
      *
      *****************************************************************
      * RECORD-USER-VELOCITY - the payment cleared the screen and has
      * been posted or parked for approval: put its stamp at the head of
      * the user's FRDVELF record, keeping the newest 20. Best effort: a
      * failure is logged but never stops the payment.
      *****************************************************************
       RECORD-USER-VELOCITY.
           IF CA-USER-ID NOT EQUAL SPACES
               EXEC CICS READ FILE('FRDVELF')
                         INTO(FVEL-RECORD)
                         RIDFLD(CA-USER-ID)
                         UPDATE
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                   PERFORM PUSH-VELOCITY-STAMP
                   EXEC CICS REWRITE FILE('FRDVELF')
                             FROM(FVEL-RECORD)
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
               ELSE
                   IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                       MOVE SPACES     TO FVEL-RECORD
                       MOVE CA-USER-ID TO FVL-USER-ID
                       MOVE ZERO       TO FVL-ENTRY-CT
                       PERFORM PUSH-VELOCITY-STAMP
                       EXEC CICS WRITE FILE('FRDVELF')
                                 FROM(FVEL-RECORD)
                                 RIDFLD(FVL-USER-ID)
                                 RESP(WS-FILE-RESP)
                                 RESP2(WS-FILE-RESP2)
                       END-EXEC
                   END-IF
               END-IF
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' FRDVELF UPDATE FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
      *
       PUSH-VELOCITY-STAMP.
           PERFORM SHIFT-VELOCITY-STAMP
                   VARYING WS-FRD-VEL-SUB FROM 19 BY -1
                   UNTIL WS-FRD-VEL-SUB < 1.
           MOVE WS-POST-DATE TO FVL-ENT-DATE(1).
           MOVE WS-POST-TIME TO FVL-ENT-TIME(1).
           IF FVL-ENTRY-CT NOT NUMERIC
               MOVE ZERO TO FVL-ENTRY-CT
           END-IF.
           IF FVL-ENTRY-CT < 20
               ADD 1 TO FVL-ENTRY-CT
           END-IF.
      *
       SHIFT-VELOCITY-STAMP.
           MOVE FVL-ENTRY(WS-FRD-VEL-SUB)
                TO FVL-ENTRY(WS-FRD-VEL-SUB + 1).
      *
      *****************************************************************
      * REFER-PAYMENT - the payment tripped the rule now in
      * FRUL-RECORD: open a REFERRED case for it on FRDCASF - no money
      * moves - and answer status 25 so the caller knows it is
      * waiting on fraud review, not rejected and not posted. When
      * the rule says so the account is frozen as well and the case
      * marked, so a release knows to unfreeze it. A case that cannot
      * be written fails the payment as not posted, as HOLD-PAYMENT
      * does.
      *****************************************************************
       REFER-PAYMENT.
           MOVE CA-CORR-ID       TO FCS-CORR-ID.
           MOVE CA-ACCOUNT-ID    TO FCS-ACCOUNT-ID.
           MOVE CA-AMOUNT        TO FCS-AMOUNT.
           MOVE CA-DETAIL        TO FCS-DETAIL.
           MOVE CA-PAYEE-ID      TO FCS-PAYEE-ID.
           MOVE CA-USER-ID       TO FCS-USER-ID.
           MOVE WS-POST-DATE     TO FCS-DATE.
           MOVE WS-POST-TIME     TO FCS-TIME.
           SET FCS-REFERRED      TO TRUE.
           MOVE FRL-RULE-ID      TO FCS-RULE-ID.
           MOVE FRL-RULE-TYPE    TO FCS-RULE-TYPE.
           MOVE WS-FRD-OBS-COUNT TO FCS-OBS-COUNT.
           MOVE WS-FRD-OBS-VALUE TO FCS-OBS-VALUE.
           MOVE WS-FRD-USUAL-AMOUNT TO FCS-USUAL-AMOUNT.
           SET FCS-NOT-AUTO-FROZEN TO TRUE.
           MOVE SPACES           TO FCS-ACTION-USER.
           MOVE SPACES           TO FCS-ACTION-DATE.
           EXEC CICS WRITE FILE('FRDCASF')
                     FROM(FCAS-RECORD)
                     RIDFLD(FCS-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' FRDCASF WRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
               MOVE WS-NOT-POSTED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                       ' REFERRED FOR FRAUD REVIEW acct='
                       CA-ACCOUNT-ID ' amount=' CA-AMOUNT
                       ' rule=' FRL-RULE-ID
               MOVE WS-REFERRED-MSG TO CA-MESSAGE
               SET CA-ST-REFERRED-FRAUD TO TRUE
               IF FRL-FREEZE-ON-REFER
                   PERFORM FREEZE-REFERRED-ACCOUNT
                   IF WS-FRD-FROZEN
                       PERFORM MARK-CASE-FROZEN
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * FREEZE-REFERRED-ACCOUNT - set the account frozen and record
      * the change on ACCTHF under user 'PROGC   ', with the same
      * before/after images ACCTMNT writes; the history write and the
      * master update stand or fall together. A freeze that fails
      * leaves the case referred with the account untouched, loudly.
      *****************************************************************
       FREEZE-REFERRED-ACCOUNT.
           SET WS-FRD-NOT-FROZEN TO TRUE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' FREEZE ACCTF READ FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' - ACCOUNT NOT FROZEN'
           ELSE
               MOVE ACCT-RECORD TO ACCT-SAVE-RECORD
               SET ACC-FROZEN TO TRUE
               EXEC CICS REWRITE FILE('ACCTF')
                         FROM(ACCT-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' FREEZE ACCTF REWRITE FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                           ' - ACCOUNT NOT FROZEN'
               ELSE
                   EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME-POST)
                             YYYYMMDD(WS-FRD-WALL-DATE)
                   END-EXEC
                   MOVE CA-ACCOUNT-ID    TO AHS-ACCOUNT-ID
                   MOVE WS-FRD-WALL-DATE TO AHS-DATE
                   MOVE WS-POST-TIME     TO AHS-TIME
                   MOVE 'PROGC   '       TO AHS-USER-ID
                   SET AHS-ACT-STATUS    TO TRUE
                   MOVE ACCT-SAVE-RECORD TO AHS-BEFORE-IMAGE
                   MOVE ACCT-RECORD      TO AHS-AFTER-IMAGE
                   EXEC CICS WRITE FILE('ACCTHF')
                             FROM(HIST-RECORD)
                             RIDFLD(AHS-KEY)
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' FREEZE ACCTHF WRITE FAILED RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                               ' - ACCOUNT NOT FROZEN'
                       PERFORM UNDO-ACCOUNT-UPDATE
                   ELSE
                       SET WS-FRD-FROZEN TO TRUE
                       DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                               ' ACCOUNT FROZEN ON REFERRAL acct='
                               CA-ACCOUNT-ID
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * MARK-CASE-FROZEN - note on the case that the referral froze
      * the account. If the case cannot be updated the analyst must
      * unfreeze by hand on ACCTMNT, and the region log says so.
      *****************************************************************
       MARK-CASE-FROZEN.
           EXEC CICS READ FILE('FRDCASF')
                     INTO(FCAS-RECORD)
                     RIDFLD(CA-CORR-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               SET FCS-AUTO-FROZEN TO TRUE
               EXEC CICS REWRITE FILE('FRDCASF')
                         FROM(FCAS-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' FRDCASF REWRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' acct=' CA-ACCOUNT-ID
                       ' FROZEN - RELEASE MUST UNFREEZE BY HAND'
           END-IF.
      *
      *****************************************************************
      * HOLD-PAYMENT - the amount is over the hold threshold and this
      * is not a supervisor release: park the payment on PENDF in
      * HELD state - no money moves - and answer status 23 so the
           MOVE CA-ACCOUNT-ID TO PND-ACCOUNT-ID.
           MOVE CA-AMOUNT     TO PND-AMOUNT.
           MOVE CA-DETAIL     TO PND-DETAIL.
           MOVE CA-PAYEE-ID   TO PND-PAYEE-ID.
           MOVE WS-POST-DATE  TO PND-DATE.
           MOVE WS-POST-TIME  TO PND-TIME.
           SET PND-HELD       TO TRUE.
           END-IF.
      *
      *****************************************************************
      * SET-TRAN-ACCT-KEY - fill the alternate-index key from the
      * history record about to be written, so the account readers
      * (ACTINQ, STMTGEN) find it through the TRANF account path.
      * PERFORMed immediately before every WRITE to TRANF.
      *****************************************************************
       SET-TRAN-ACCT-KEY.
           MOVE TRN-ACCOUNT-ID TO TRN-AK-ACCOUNT-ID.
           MOVE TRN-DATE       TO TRN-AK-DATE.
           MOVE TRN-TIME       TO TRN-AK-TIME.
           MOVE TRN-CORR-ID    TO TRN-AK-CORR-ID.
      *
      *****************************************************************
      * PUBLISH-POSTING-EVENT - publish the balance-change event for
      * the posting whose history record was just written and is
      * still in TRAN-RECORD. The caller has moved the account's new
      * balance to BEV-NEW-BALANCE.
      *****************************************************************
       PUBLISH-POSTING-EVENT.
           MOVE TRN-CORR-ID    TO BEV-CORR-ID.
           MOVE TRN-ACCOUNT-ID TO BEV-ACCOUNT-ID.
           MOVE TRN-TRAN-TYPE  TO BEV-TRAN-TYPE.
           MOVE TRN-AMOUNT     TO BEV-AMOUNT.
           PERFORM PUBLISH-BALANCE-EVENT.
      *
      *****************************************************************
      * PUBLISH-BALANCE-EVENT - a posting has moved a balance and its
      * history record is on TRANF: put its BALEVT event (corr-id,
      * account, type, amount and new balance filled by the caller)
      * to the balance-event topic. Called only once a posting is
      * complete, never ahead of a step that might still compensate
      * it, since PROGC never rolls the unit of work back. The put
      * is under syncpoint, so the event is seen when the task's unit
      * of work commits and is backed out with it when MQFRONT rolls
      * a request back. An event that cannot be put is written to the
      * BEVSPLF spill file instead, for the BEVRPLAY batch job to
      * publish once the queue manager is healthy; only when both
      * fail is the event lost, and that is shouted to the region
      * log. Publishing never fails the posting itself.
      *****************************************************************
       PUBLISH-BALANCE-EVENT.
           IF BEV-DEBIT-TYPE
               SET BEV-DEBIT TO TRUE
           ELSE
               SET BEV-CREDIT TO TRUE
           END-IF.
           MOVE WS-POST-DATE      TO BEV-BUS-DATE.
           MOVE WS-POST-TIME      TO BEV-POST-TIME.
           MOVE 'PROGC   '        TO BEV-SOURCE.
           MOVE WS-BEV-TOPIC-NAME TO MQOD-OBJECTNAME.
           MOVE SPACES            TO MQOD-OBJECTQMGR.
           MOVE MQC-MT-DATAGRAM   TO MQMDO-MSGTYPE.
           MOVE LOW-VALUES        TO MQMDO-MSGID.
           MOVE LOW-VALUES        TO MQMDO-CORRELID.
           COMPUTE MQPMO-OPTIONS =
                   MQC-PMO-SYNCPOINT + MQC-PMO-FAIL-QUIESCING.
           MOVE LENGTH OF BAL-EVENT TO WS-BUFLEN.
           CALL 'MQPUT1' USING WS-HCONN MQOD-AREA MQMD-OUT
                               MQPMO-AREA WS-BUFLEN BAL-EVENT
                               WS-COMPCODE WS-REASON.
           IF WS-COMPCODE EQUAL MQC-CC-FAILED
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' EVENT PUT FAILED CC=' WS-COMPCODE
                       ' RC=' WS-REASON ' event=' BEV-CORR-ID
               EXEC CICS WRITE FILE('BEVSPLF')
                         FROM(BAL-EVENT)
                         RIDFLD(BEV-CORR-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                           ' EVENT SPILLED TO BEVSPLF event='
                           BEV-CORR-ID
               ELSE
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' EVENT SPILL FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                           ' event=' BEV-CORR-ID
                           ' BALANCE EVENT LOST'
               END-IF
           END-IF.
      *
      *****************************************************************
      * DEBIT-ACCOUNT - the payment has passed the duplicate check:
      * hold the account for UPDATE, make the funds check against the
      * held balance and apply the debit.
      *****************************************************************
       DEBIT-ACCOUNT.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-ACCOUNT-ID)
                     UPDATE
               MOVE WS-POST-TIME  TO TRN-TIME
               SET TRN-NOT-REVERSED TO TRUE
               MOVE SPACES        TO TRN-REVERSAL-CORR-ID
               MOVE CA-PAYEE-ID   TO TRN-PAYEE-ID
               PERFORM SET-TRAN-ACCT-KEY
               EXEC CICS WRITE FILE('TRANF')
                         FROM(TRAN-RECORD)
                         RIDFLD(TRN-CORR-ID)
                   MOVE WS-NOT-POSTED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                   PERFORM PUBLISH-POSTING-EVENT
                   PERFORM RECORD-DUP-MARKER
                   IF ACC-BALANCE < ZERO
                       DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                   MOVE WS-POST-TIME   TO TRN-TIME
                   SET TRN-NOT-REVERSED TO TRUE
                   MOVE SPACES         TO TRN-REVERSAL-CORR-ID
                   MOVE SPACES         TO TRN-PAYEE-ID
                   PERFORM SET-TRAN-ACCT-KEY
                   EXEC CICS WRITE FILE('TRANF')
                             FROM(TRAN-RECORD)
                             RIDFLD(TRN-CORR-ID)
                       DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                               ' OD FEE CHARGED acct=' CA-ACCOUNT-ID
                               ' fee=' WS-OD-USAGE-FEE
                       MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                       PERFORM PUBLISH-POSTING-EVENT
                   END-IF
               END-IF
           END-IF.
                   MOVE WS-POST-TIME  TO TRN-TIME
                   SET TRN-NOT-REVERSED TO TRUE
                   MOVE SPACES        TO TRN-REVERSAL-CORR-ID
                   MOVE SPACES        TO TRN-PAYEE-ID
                   PERFORM SET-TRAN-ACCT-KEY
                   EXEC CICS WRITE FILE('TRANF')
                             FROM(TRAN-RECORD)
                             RIDFLD(TRN-CORR-ID)
                       MOVE WS-NOT-CREDITED-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                       PERFORM PUBLISH-POSTING-EVENT
                       MOVE WS-DEPOSIT-MSG TO CA-MESSAGE
                       SET CA-ST-OK        TO TRUE
                   END-IF
           END-IF.
      *
      *****************************************************************
      * POST-ADJUSTMENT - post a back-office manual adjustment that a
      * second user has approved on ADJMNT (the only sender of 'ADJ '
      * - PROGA refuses it). The account has been read and found
      * usable: a closed or frozen account takes no adjustment, a
      * dormant one may. CA-ADJ-DIRECTION says which way the balance
      * moves. A debit adjustment is deliberately not funds-checked
      * and charges no overdraft fee - it corrects the account, and
      * the checker has seen the amount - but the overdraft marker
      * is kept in step all the same. There is no hold, duplicate or
      * fraud screening: the maker-checker pair on ADJMNT is the
      * control, and the adjustment id is the posting's corr-id, so
      * an item can only ever post once (a second attempt finds the
      * corr-id on TRANF and is undone).
      *****************************************************************
       POST-ADJUSTMENT.
           IF CA-AMOUNT NOT > ZERO
               MOVE WS-BAD-AMOUNT-MSG    TO CA-MESSAGE
               SET CA-ST-INVALID-REQUEST TO TRUE
           ELSE
               IF (NOT CA-ADJ-DEBIT AND NOT CA-ADJ-CREDIT)
                  OR CA-ADJ-REASON EQUAL SPACES
                   MOVE WS-BAD-ADJ-MSG       TO CA-MESSAGE
                   SET CA-ST-INVALID-REQUEST TO TRUE
               ELSE
                   PERFORM SET-POSTING-STAMP
                   PERFORM APPLY-ADJUSTMENT
               END-IF
           END-IF.
      *
      *****************************************************************
      * APPLY-ADJUSTMENT - hold the account for UPDATE, move the
      * balance, rewrite the master and write the adjustment's
      * history record - 'ADJD' or 'ADJC', carrying the reason code
      * and naming any posting it corrects - compensating exactly as
      * CREDIT-ACCOUNT does when the history write fails.
      *****************************************************************
       APPLY-ADJUSTMENT.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' ACCTF READ UPDATE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-NOT-ADJUSTED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE ACCT-RECORD TO ACCT-SAVE-RECORD
               IF CA-ADJ-DEBIT
                   SUBTRACT CA-AMOUNT FROM ACC-BALANCE
               ELSE
                   ADD CA-AMOUNT TO ACC-BALANCE
               END-IF
               PERFORM MAINTAIN-OD-MARKER
               MOVE WS-POST-DATE TO ACC-LAST-ACT-DATE
               MOVE CA-AMOUNT    TO ACC-LAST-ACT-AMOUNT
               EXEC CICS REWRITE FILE('ACCTF')
                         FROM(ACCT-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' ACCTF REWRITE FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                   MOVE WS-NOT-ADJUSTED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   PERFORM WRITE-ADJUSTMENT-POSTING
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       PERFORM UNDO-ACCOUNT-UPDATE
                       MOVE WS-NOT-ADJUSTED-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                       PERFORM PUBLISH-POSTING-EVENT
                       MOVE WS-ADJUSTED-MSG TO CA-MESSAGE
                       SET CA-ST-OK         TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-ADJUSTMENT-POSTING.
           MOVE CA-CORR-ID      TO TRN-CORR-ID.
           MOVE CA-ACCOUNT-ID   TO TRN-ACCOUNT-ID.
           IF CA-ADJ-DEBIT
               MOVE 'ADJD'      TO TRN-TRAN-TYPE
           ELSE
               MOVE 'ADJC'      TO TRN-TRAN-TYPE
           END-IF.
           MOVE CA-AMOUNT       TO TRN-AMOUNT.
           MOVE WS-POST-DATE    TO TRN-DATE.
           MOVE WS-POST-TIME    TO TRN-TIME.
           SET TRN-NOT-REVERSED TO TRUE.
           MOVE CA-ORIG-CORR-ID TO TRN-REVERSAL-CORR-ID.
           MOVE SPACES          TO TRN-PAYEE-ID.
           MOVE CA-ADJ-REASON   TO TRN-ADJ-REASON.
           PERFORM SET-TRAN-ACCT-KEY.
           EXEC CICS WRITE FILE('TRANF')
                     FROM(TRAN-RECORD)
                     RIDFLD(TRN-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF WRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' ADJUSTMENT ' TRN-TRAN-TYPE ' UNDONE'
           ELSE
               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                       ' ADJUSTMENT POSTED ' TRN-TRAN-TYPE
                       ' reason=' CA-ADJ-REASON
                       ' acct=' CA-ACCOUNT-ID
                       ' amount=' CA-AMOUNT
           END-IF.
      *
      *****************************************************************
      * POST-TRANSFER - move CA-AMOUNT from the account in CA-ACCOUNT-ID
      * (already read and found usable) to the account in
      * CA-TARGET-ACCOUNT-ID. The target must be a different, open,
      * unfrozen account of the same CUSTF customer - a transfer is
      * screened neither for payee nor for fraud, so it must never reach
      * someone else's account. The debit is screened against the
      * PAYDUPF marker exactly as a payment is - a double-keyed transfer
      * is as much a double entry as a double-keyed payment - but is not
      * parked for supervisor approval: the money never leaves the bank,
      * so the hold threshold does not apply. Both balances and both
      * history legs move together or not at all.
      *****************************************************************
       POST-TRANSFER.
           IF CA-AMOUNT NOT > ZERO
               MOVE WS-BAD-AMOUNT-MSG    TO CA-MESSAGE
               SET CA-ST-INVALID-REQUEST TO TRUE
           ELSE
               IF CA-TARGET-ACCOUNT-ID EQUAL SPACES
                  OR CA-TARGET-ACCOUNT-ID EQUAL CA-ACCOUNT-ID
                   MOVE WS-BAD-TARGET-MSG    TO CA-MESSAGE
                   SET CA-ST-INVALID-REQUEST TO TRUE
               ELSE
                   PERFORM READ-TARGET-ACCOUNT
                   IF WS-ACCT-USABLE
                       PERFORM CHECK-DUPLICATE-PAYMENT
                       IF WS-DUP-CLEAR
                           PERFORM DEBIT-TRANSFER-SOURCE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * READ-TARGET-ACCOUNT - fetch the ACCTF record for the account
      * a transfer credits and reject the transfer when it is
      * missing, closed or frozen, or not linked to the same CUSTF
      * customer as the account debited (an unlinked account has no
      * customer to match), with the target named in the message so
      * the caller can tell which account was refused.
      *****************************************************************
       READ-TARGET-ACCOUNT.
           SET WS-ACCT-REJECTED TO TRUE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-TARGET-ACCOUNT-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                       ' TARGET NOT FOUND acct=' CA-TARGET-ACCOUNT-ID
               MOVE WS-TGT-NOTFND-MSG   TO CA-MESSAGE
               SET CA-ST-ACCT-NOT-FOUND TO TRUE
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' ACCTF READ FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                   MOVE WS-ACCT-READ-ERR-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   IF ACC-CLOSED
                       MOVE WS-TGT-CLOSED-MSG TO CA-MESSAGE
                       SET CA-ST-ACCT-CLOSED  TO TRUE
                   ELSE
                       IF ACC-FROZEN
                           MOVE WS-TGT-FROZEN-MSG TO CA-MESSAGE
                           SET CA-ST-ACCT-FROZEN  TO TRUE
                       ELSE
                           IF ACC-CUSTOMER-ID EQUAL SPACES
                              OR ACC-CUSTOMER-ID NOT EQUAL
                                 WS-SOURCE-CUSTOMER-ID
                               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                                       ' TARGET NOT SAME CUSTOMER acct='
                                       CA-TARGET-ACCOUNT-ID
                               MOVE WS-TGT-OTHER-CUST-MSG
                                    TO CA-MESSAGE
                               SET CA-ST-INVALID-REQUEST TO TRUE
                           ELSE
                               SET WS-ACCT-USABLE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * DEBIT-TRANSFER-SOURCE - hold the debited account for UPDATE,
      * make the same funds check a payment gets (balance plus the
      * agreed overdraft limit) and take the money off.
      *****************************************************************
       DEBIT-TRANSFER-SOURCE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' ACCTF READ UPDATE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-NOT-TRANSFERRED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               COMPUTE WS-AVAILABLE-FUNDS =
                       ACC-BALANCE + ACC-OVERDRAFT-LIMIT
               IF CA-AMOUNT > WS-AVAILABLE-FUNDS
                   DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                           ' INSUFFICIENT FUNDS acct='
                           CA-ACCOUNT-ID ' amount=' CA-AMOUNT
                           ' balance=' ACC-BALANCE
                           ' od-limit=' ACC-OVERDRAFT-LIMIT
                   MOVE WS-NSF-MSG TO CA-MESSAGE
                   SET CA-ST-INSUFFICIENT-FUNDS TO TRUE
               ELSE
                   MOVE ACCT-RECORD TO ACCT-SAVE-RECORD
                   MOVE ACC-BALANCE TO WS-PRE-BALANCE
                   SET WS-OD-FEE-NOT-DUE TO TRUE
                   SUBTRACT CA-AMOUNT FROM ACC-BALANCE
                   IF ACC-BALANCE < ZERO
                      AND WS-PRE-BALANCE NOT < ZERO
                       SET WS-OD-FEE-DUE TO TRUE
                   END-IF
                   PERFORM MAINTAIN-OD-MARKER
                   MOVE WS-POST-DATE TO ACC-LAST-ACT-DATE
                   MOVE CA-AMOUNT    TO ACC-LAST-ACT-AMOUNT
                   EXEC CICS REWRITE FILE('ACCTF')
                             FROM(ACCT-RECORD)
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' ACCTF REWRITE FAILED RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-NOT-TRANSFERRED-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       MOVE ACC-BALANCE TO WS-SOURCE-BALANCE
                       PERFORM CREDIT-TRANSFER-TARGET
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * CREDIT-TRANSFER-TARGET - the debit has been applied: hold the
      * credited account for UPDATE and add the money on. If the
      * credit cannot be applied the debit is put back, so a transfer
      * never leaves money in flight between the two accounts. The
      * target is tested again as it is held - READ-TARGET-ACCOUNT's
      * look was without the lock, and the account may have been
      * closed or frozen since.
      *****************************************************************
       CREDIT-TRANSFER-TARGET.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-TARGET-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TARGET ACCTF READ UPDATE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               PERFORM UNDO-ACCOUNT-UPDATE
               MOVE WS-NOT-TRANSFERRED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               IF ACC-CLOSED OR ACC-FROZEN
                   PERFORM REFUSE-HELD-TARGET
               ELSE
                   PERFORM APPLY-TARGET-CREDIT
               END-IF
           END-IF.
      *
      *****************************************************************
      * REFUSE-HELD-TARGET - the target was closed or frozen between
      * READ-TARGET-ACCOUNT and the hold: release it, put the debit
      * back and refuse the transfer as READ-TARGET-ACCOUNT would.
      *****************************************************************
       REFUSE-HELD-TARGET.
           DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                   ' TARGET CLOSED OR FROZEN AT UPDATE acct='
                   CA-TARGET-ACCOUNT-ID.
           IF ACC-CLOSED
               MOVE WS-TGT-CLOSED-MSG TO CA-MESSAGE
               SET CA-ST-ACCT-CLOSED  TO TRUE
           ELSE
               MOVE WS-TGT-FROZEN-MSG TO CA-MESSAGE
               SET CA-ST-ACCT-FROZEN  TO TRUE
           END-IF.
           EXEC CICS UNLOCK FILE('ACCTF')
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           PERFORM UNDO-ACCOUNT-UPDATE.
      *
      *****************************************************************
      * APPLY-TARGET-CREDIT - add the money on to the held target and
      * go on to write the two history legs.
      *****************************************************************
       APPLY-TARGET-CREDIT.
           MOVE ACCT-RECORD TO TARGET-SAVE-RECORD.
           ADD CA-AMOUNT TO ACC-BALANCE.
           PERFORM MAINTAIN-OD-MARKER.
           MOVE WS-POST-DATE TO ACC-LAST-ACT-DATE.
           MOVE CA-AMOUNT    TO ACC-LAST-ACT-AMOUNT.
           EXEC CICS REWRITE FILE('ACCTF')
                     FROM(ACCT-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TARGET ACCTF REWRITE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               EXEC CICS UNLOCK FILE('ACCTF')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               PERFORM UNDO-ACCOUNT-UPDATE
               MOVE WS-NOT-TRANSFERRED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               PERFORM RECORD-TRANSFER-LEGS
           END-IF.
      *
      *****************************************************************
      * RECORD-TRANSFER-LEGS - both balances have moved: write the
      * 'TRF ' debit leg against the source under the request's
      * corr-id and the 'TRC ' credit leg against the target under
      * the derived 'X' corr-id. A failure on either write backs out
      * whatever landed - the first leg and both balance updates -
      * so history and balances never disagree.
      *****************************************************************
       RECORD-TRANSFER-LEGS.
           MOVE CA-CORR-ID    TO TRN-CORR-ID.
           MOVE CA-ACCOUNT-ID TO TRN-ACCOUNT-ID.
           MOVE 'TRF '        TO TRN-TRAN-TYPE.
           MOVE CA-AMOUNT     TO TRN-AMOUNT.
           MOVE WS-POST-DATE  TO TRN-DATE.
           MOVE WS-POST-TIME  TO TRN-TIME.
           SET TRN-NOT-REVERSED TO TRUE.
           MOVE SPACES        TO TRN-REVERSAL-CORR-ID.
           MOVE SPACES        TO TRN-PAYEE-ID.
           PERFORM SET-TRAN-ACCT-KEY.
           EXEC CICS WRITE FILE('TRANF')
                     FROM(TRAN-RECORD)
                     RIDFLD(TRN-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRF TRANF WRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
               PERFORM UNDO-TRANSFER-ACCOUNTS
               MOVE WS-NOT-TRANSFERRED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE 'X'              TO WS-XFER-PREFIX
               MOVE CA-CORR-ID(2:15) TO WS-XFER-REST
               MOVE WS-XFER-CORR-ID  TO TRN-CORR-ID
               MOVE CA-TARGET-ACCOUNT-ID TO TRN-ACCOUNT-ID
               MOVE 'TRC '           TO TRN-TRAN-TYPE
               PERFORM SET-TRAN-ACCT-KEY
               EXEC CICS WRITE FILE('TRANF')
                         FROM(TRAN-RECORD)
                         RIDFLD(TRN-CORR-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRC TRANF WRITE FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE CA-CORR-ID TO WS-BACKOUT-CORR-ID
                   PERFORM BACK-OUT-HISTORY-RECORD
                   PERFORM UNDO-TRANSFER-ACCOUNTS
                   MOVE WS-NOT-TRANSFERRED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                           ' TRANSFERRED from=' CA-ACCOUNT-ID
                           ' to=' CA-TARGET-ACCOUNT-ID
                           ' amount=' CA-AMOUNT
      * One event per leg: the debit leg's from the source balance
      * kept at its rewrite, the credit leg's (still in TRAN-RECORD)
      * from the target, which is the account record now held.
                   MOVE CA-CORR-ID        TO BEV-CORR-ID
                   MOVE CA-ACCOUNT-ID     TO BEV-ACCOUNT-ID
                   MOVE 'TRF '            TO BEV-TRAN-TYPE
                   MOVE CA-AMOUNT         TO BEV-AMOUNT
                   MOVE WS-SOURCE-BALANCE TO BEV-NEW-BALANCE
                   PERFORM PUBLISH-BALANCE-EVENT
                   MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                   PERFORM PUBLISH-POSTING-EVENT
                   PERFORM RECORD-DUP-MARKER
                   IF WS-SOURCE-BALANCE < ZERO
                       MOVE WS-OD-TRANSFER-MSG TO CA-MESSAGE
                       SET CA-ST-OK-OVERDRAFT TO TRUE
                   ELSE
                       MOVE WS-TRANSFER-MSG TO CA-MESSAGE
                       SET CA-ST-OK         TO TRUE
                   END-IF
                   IF WS-OD-FEE-DUE
                       PERFORM POST-OD-FEE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * REVERSE-PAYMENT - back out a posted payment or transfer. The
      * caller names the original in CA-ORIG-CORR-ID (for a transfer,
      * the corr-id it was requested under - its 'TRF ' debit leg);
      * the accounts and amount come from the history. Reversals of
      * transactions that are missing, already reversed, or neither
      * payments nor transfers are rejected with their own statuses.
      *****************************************************************
       REVERSE-PAYMENT.
           IF CA-ORIG-CORR-ID EQUAL SPACES
               MOVE WS-NO-ORIG-MSG       TO CA-MESSAGE
               SET CA-ST-INVALID-REQUEST TO TRUE
           ELSE
               PERFORM SET-POSTING-STAMP
               EXEC CICS READ FILE('TRANF')
                         INTO(TRAN-RECORD)
                         RIDFLD(CA-ORIG-CORR-ID)
                         UPDATE
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   PERFORM CHECK-ARCHIVED-ORIGINAL
               ELSE
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' TRANF READ UPDATE FAILED RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       IF TRN-TRAN-TYPE NOT EQUAL 'PMT '
                          AND TRN-TRAN-TYPE NOT EQUAL 'TRF '
                           MOVE WS-NOT-A-PMT-MSG     TO CA-MESSAGE
                           SET CA-ST-INVALID-REQUEST TO TRUE
                       ELSE
                           IF TRN-REVERSED
                               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                                       ' ALREADY REVERSED orig='
                                       CA-ORIG-CORR-ID ' by='
                                       TRN-REVERSAL-CORR-ID
      * A payment the clearing returns job has already credited back,
      * or a dispute has charged back, is refused the same way, with
      * its own wording so the caller is not sent looking for a
      * reversal that never ran.
                               IF TRN-RETURNED
                                   MOVE WS-ORIG-RETURNED-MSG
                                        TO CA-MESSAGE
                               ELSE
                                   IF TRN-CHARGED-BACK
                                       MOVE WS-CHARGED-BACK-MSG
                                            TO CA-MESSAGE
                                   ELSE
                                       MOVE WS-ALREADY-REV-MSG
                                            TO CA-MESSAGE
                                   END-IF
                               END-IF
                               SET CA-ST-ALREADY-REVERSED TO TRUE
                           ELSE
      * A payment under an open dispute is the case's to settle.
                               IF TRN-DISPUTED
                                   DISPLAY 'PROGC  corr-id='
                                           CA-CORR-ID
                                           ' ORIGINAL IN DISPUTE orig='
                                           CA-ORIG-CORR-ID
                                   MOVE WS-IN-DISPUTE-MSG
                                        TO CA-MESSAGE
                                   SET CA-ST-UNDER-DISPUTE TO TRUE
                               ELSE
                                   IF TRN-TRAN-TYPE EQUAL 'TRF '
                                       PERFORM APPLY-TRANSFER-REVERSAL
                                   ELSE
                                       PERFORM APPLY-REVERSAL
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-ARCHIVED-ORIGINAL - the named original is not on TRANF.
      * If TRNARCH left a marker for it on TRNARCF the payment was
      * real but has been moved to the archive, and the caller gets a
      * clear "original archived" rejection; otherwise it truly was
      * never posted. A marker-file read error falls back to the
      * not-found rejection - the reversal is refused either way.
      *****************************************************************
       CHECK-ARCHIVED-ORIGINAL.
           EXEC CICS READ FILE('TRNARCF')
                     INTO(TRNAR-RECORD)
                     RIDFLD(CA-ORIG-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                       ' REVERSAL ORIGINAL ARCHIVED orig='
                       CA-ORIG-CORR-ID ' archived=' TAR-ARCHIVED-DATE
               MOVE WS-ORIG-ARCH-MSG TO CA-MESSAGE
               SET CA-ST-ORIGINAL-ARCHIVED TO TRUE
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRNARCF READ FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
               END-IF
               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                       ' REVERSAL ORIGINAL NOT FOUND orig='
                       CA-ORIG-CORR-ID
               MOVE WS-ORIG-NOTFND-MSG   TO CA-MESSAGE
               SET CA-ST-REVERSAL-NOT-FOUND TO TRUE
           END-IF.
      *
      *****************************************************************
      * APPLY-REVERSAL - the original payment is held for UPDATE in
      * TRAN-RECORD: re-credit its amount to the account it debited.
      * The account id and amount are surfaced in the commarea so the
      * audit trail and follow-up step see what was backed out.
      *****************************************************************
       APPLY-REVERSAL.
           MOVE TRN-ACCOUNT-ID TO CA-ACCOUNT-ID.
           MOVE TRN-AMOUNT     TO CA-AMOUNT.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' ACCTF READ UPDATE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE ACCT-RECORD TO ACCT-SAVE-RECORD
               ADD CA-AMOUNT TO ACC-BALANCE
               PERFORM MAINTAIN-OD-MARKER
               MOVE WS-POST-DATE TO ACC-LAST-ACT-DATE
               MOVE CA-AMOUNT    TO ACC-LAST-ACT-AMOUNT
               EXEC CICS REWRITE FILE('ACCTF')
                         FROM(ACCT-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' ACCTF REWRITE FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                   MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   PERFORM RECORD-REVERSAL
               END-IF
           END-IF.
      *
      *****************************************************************
      * RECORD-REVERSAL - the account has been re-credited: mark the
      * original payment reversed and write the reversal's own history
      * record (its TRN-REVERSAL-CORR-ID names the original). Any
      * history failure is compensated - the credit (and, where it
      * got that far, the reversed mark) is undone - so the history
      * and the balances never disagree. As in APPLY-PAYMENT, the
      * task's unit of work is never rolled back from here.
      *****************************************************************
       RECORD-REVERSAL.
           SET TRN-REVERSED TO TRUE.
           MOVE CA-CORR-ID TO TRN-REVERSAL-CORR-ID.
           EXEC CICS REWRITE FILE('TRANF')
                     FROM(TRAN-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF REWRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
               PERFORM UNDO-ACCOUNT-UPDATE
               MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE CA-CORR-ID      TO TRN-CORR-ID
               MOVE CA-ACCOUNT-ID   TO TRN-ACCOUNT-ID
               MOVE CA-TRAN-TYPE    TO TRN-TRAN-TYPE
               MOVE CA-AMOUNT       TO TRN-AMOUNT
               MOVE WS-POST-DATE    TO TRN-DATE
               MOVE WS-POST-TIME    TO TRN-TIME
               SET TRN-NOT-REVERSED TO TRUE
               MOVE CA-ORIG-CORR-ID TO TRN-REVERSAL-CORR-ID
               MOVE SPACES          TO TRN-PAYEE-ID
               PERFORM SET-TRAN-ACCT-KEY
               EXEC CICS WRITE FILE('TRANF')
                         FROM(TRAN-RECORD)
                         RIDFLD(TRN-CORR-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRANF WRITE FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                   PERFORM UNDO-REVERSAL-MARK
                   PERFORM UNDO-ACCOUNT-UPDATE
                   MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                           ' REVERSED orig=' CA-ORIG-CORR-ID
                           ' acct=' CA-ACCOUNT-ID
                           ' amount=' CA-AMOUNT
                   MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                   PERFORM PUBLISH-POSTING-EVENT
                   PERFORM CLEAR-DUP-MARKER
                   MOVE WS-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-OK         TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * APPLY-TRANSFER-REVERSAL - the original is the 'TRF ' debit
      * leg of a transfer. The credited account is found on its
      * 'TRC ' partner leg (corr-id derived with 'X' over the first
      * byte). The debit leg is released while the partner is read
      * and then held again - TRANF allows the task one held record
      * at a time - and re-checked, so a reversal racing this one
      * cannot back the same transfer out twice. The money then
      * comes off the target and goes back on the source.
      *****************************************************************
       APPLY-TRANSFER-REVERSAL.
           MOVE TRN-ACCOUNT-ID TO CA-ACCOUNT-ID.
           MOVE TRN-AMOUNT     TO CA-AMOUNT.
           EXEC CICS UNLOCK FILE('TRANF')
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           MOVE 'X'                   TO WS-XFER-PREFIX.
           MOVE CA-ORIG-CORR-ID(2:15) TO WS-XFER-REST.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-XFER-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRC LEG READ FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' leg=' WS-XFER-CORR-ID
               MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE TRN-ACCOUNT-ID TO CA-TARGET-ACCOUNT-ID
               EXEC CICS READ FILE('TRANF')
                         INTO(TRAN-RECORD)
                         RIDFLD(CA-ORIG-CORR-ID)
                         UPDATE
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRANF READ UPDATE FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   IF TRN-REVERSED
                       DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                               ' ALREADY REVERSED orig='
                               CA-ORIG-CORR-ID ' by='
                               TRN-REVERSAL-CORR-ID
                       MOVE WS-ALREADY-REV-MSG TO CA-MESSAGE
                       SET CA-ST-ALREADY-REVERSED TO TRUE
                   ELSE
                       PERFORM DEBIT-TRANSFER-TARGET
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * DEBIT-TRANSFER-TARGET - take the transferred amount back off
      * the account it was credited to. The target gets the same
      * funds check as any debit: if its holder has already spent
      * the money the reversal is refused rather than forcing the
      * account past its agreed overdraft.
      *****************************************************************
       DEBIT-TRANSFER-TARGET.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-TARGET-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TARGET ACCTF READ UPDATE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               COMPUTE WS-AVAILABLE-FUNDS =
                       ACC-BALANCE + ACC-OVERDRAFT-LIMIT
               IF CA-AMOUNT > WS-AVAILABLE-FUNDS
                   DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                           ' TARGET FUNDS SPENT acct='
                           CA-TARGET-ACCOUNT-ID ' amount=' CA-AMOUNT
                           ' balance=' ACC-BALANCE
                   MOVE WS-TGT-NSF-MSG TO CA-MESSAGE
                   SET CA-ST-INSUFFICIENT-FUNDS TO TRUE
               ELSE
                   MOVE ACCT-RECORD TO TARGET-SAVE-RECORD
                   SUBTRACT CA-AMOUNT FROM ACC-BALANCE
                   PERFORM MAINTAIN-OD-MARKER
                   MOVE WS-POST-DATE TO ACC-LAST-ACT-DATE
                   MOVE CA-AMOUNT    TO ACC-LAST-ACT-AMOUNT
                   EXEC CICS REWRITE FILE('ACCTF')
                             FROM(ACCT-RECORD)
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' TARGET ACCTF REWRITE FAILED RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       MOVE ACC-BALANCE TO WS-TARGET-BALANCE
                       PERFORM RECREDIT-TRANSFER-SOURCE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RECREDIT-TRANSFER-SOURCE - the target has been debited: put
      * the amount back on the account the transfer came from. A
      * failure here puts the target's saved image back.
      *****************************************************************
       RECREDIT-TRANSFER-SOURCE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' ACCTF READ UPDATE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               PERFORM UNDO-TARGET-UPDATE
               MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE ACCT-RECORD TO ACCT-SAVE-RECORD
               ADD CA-AMOUNT TO ACC-BALANCE
               PERFORM MAINTAIN-OD-MARKER
               MOVE WS-POST-DATE TO ACC-LAST-ACT-DATE
               MOVE CA-AMOUNT    TO ACC-LAST-ACT-AMOUNT
               EXEC CICS REWRITE FILE('ACCTF')
                         FROM(ACCT-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' ACCTF REWRITE FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                   EXEC CICS UNLOCK FILE('ACCTF')
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
                   PERFORM UNDO-TARGET-UPDATE
                   MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   PERFORM RECORD-TRANSFER-REVERSAL
               END-IF
           END-IF.
      *
      *****************************************************************
      * RECORD-TRANSFER-REVERSAL - both balances are back where they
      * were: mark the 'TRF ' leg (still held in TRAN-RECORD) and its
      * 'TRC ' partner reversed, then write the reversal's own pair
      * of legs. Every failure undoes what went before it, in
      * reverse order, exactly as RECORD-REVERSAL does for a payment.
      *****************************************************************
       RECORD-TRANSFER-REVERSAL.
           MOVE 'X'              TO WS-XFER-REV-PREFIX.
           MOVE CA-CORR-ID(2:15) TO WS-XFER-REV-REST.
           SET TRN-REVERSED TO TRUE.
           MOVE CA-CORR-ID TO TRN-REVERSAL-CORR-ID.
           EXEC CICS REWRITE FILE('TRANF')
                     FROM(TRAN-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF REWRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
               PERFORM UNDO-TRANSFER-ACCOUNTS
               MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               EXEC CICS READ FILE('TRANF')
                         INTO(TRAN-RECORD)
                         RIDFLD(WS-XFER-CORR-ID)
                         UPDATE
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                   SET TRN-REVERSED TO TRUE
                   MOVE WS-XFER-REV-CORR-ID TO TRN-REVERSAL-CORR-ID
                   EXEC CICS REWRITE FILE('TRANF')
                             FROM(TRAN-RECORD)
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
               END-IF
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRC LEG REWRITE FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   EXEC CICS UNLOCK FILE('TRANF')
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
                   PERFORM UNDO-REVERSAL-MARK
                   PERFORM UNDO-TRANSFER-ACCOUNTS
                   MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   PERFORM WRITE-TRANSFER-REVERSAL-LEGS
               END-IF
           END-IF.
      *
      *****************************************************************
      * WRITE-TRANSFER-REVERSAL-LEGS - both original legs are marked:
      * write 'TRV ' (the credit back to the source, under the
      * reversal's corr-id) and 'TRX ' (the debit back off the
      * target, under the derived 'X' corr-id). Each names the leg
      * it reverses in TRN-REVERSAL-CORR-ID.
      *****************************************************************
       WRITE-TRANSFER-REVERSAL-LEGS.
           MOVE CA-CORR-ID      TO TRN-CORR-ID.
           MOVE CA-ACCOUNT-ID   TO TRN-ACCOUNT-ID.
           MOVE 'TRV '          TO TRN-TRAN-TYPE.
           MOVE CA-AMOUNT       TO TRN-AMOUNT.
           MOVE WS-POST-DATE    TO TRN-DATE.
           MOVE WS-POST-TIME    TO TRN-TIME.
           SET TRN-NOT-REVERSED TO TRUE.
           MOVE CA-ORIG-CORR-ID TO TRN-REVERSAL-CORR-ID.
           MOVE SPACES          TO TRN-PAYEE-ID.
           PERFORM SET-TRAN-ACCT-KEY.
           EXEC CICS WRITE FILE('TRANF')
                     FROM(TRAN-RECORD)
                     RIDFLD(TRN-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRV TRANF WRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
               PERFORM UNDO-CREDIT-LEG-MARK
               PERFORM UNDO-REVERSAL-MARK
               PERFORM UNDO-TRANSFER-ACCOUNTS
               MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE WS-XFER-REV-CORR-ID  TO TRN-CORR-ID
               MOVE CA-TARGET-ACCOUNT-ID TO TRN-ACCOUNT-ID
               MOVE 'TRX '               TO TRN-TRAN-TYPE
               MOVE WS-XFER-CORR-ID      TO TRN-REVERSAL-CORR-ID
               PERFORM SET-TRAN-ACCT-KEY
               EXEC CICS WRITE FILE('TRANF')
                         FROM(TRAN-RECORD)
                         RIDFLD(TRN-CORR-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRX TRANF WRITE FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE CA-CORR-ID TO WS-BACKOUT-CORR-ID
                   PERFORM BACK-OUT-HISTORY-RECORD
                   PERFORM UNDO-CREDIT-LEG-MARK
                   PERFORM UNDO-REVERSAL-MARK
                   PERFORM UNDO-TRANSFER-ACCOUNTS
                   MOVE WS-NOT-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                           ' TRANSFER REVERSED orig=' CA-ORIG-CORR-ID
                           ' from=' CA-TARGET-ACCOUNT-ID
                           ' to=' CA-ACCOUNT-ID
                           ' amount=' CA-AMOUNT
      * One event per leg: the credit back to the source (the
      * account record now held), then the debit back off the target
      * (still in TRAN-RECORD) from the balance kept at its rewrite.
                   MOVE CA-CORR-ID    TO BEV-CORR-ID
                   MOVE CA-ACCOUNT-ID TO BEV-ACCOUNT-ID
                   MOVE 'TRV '        TO BEV-TRAN-TYPE
                   MOVE CA-AMOUNT     TO BEV-AMOUNT
                   MOVE ACC-BALANCE   TO BEV-NEW-BALANCE
                   PERFORM PUBLISH-BALANCE-EVENT
                   MOVE WS-TARGET-BALANCE TO BEV-NEW-BALANCE
                   PERFORM PUBLISH-POSTING-EVENT
                   PERFORM CLEAR-DUP-MARKER
                   MOVE WS-REVERSED-MSG TO CA-MESSAGE
                   SET CA-ST-OK         TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * DISPUTE-PAYMENT - apply one step of a customer dispute case
      * (CA-DSP-STEP) to the payment named in CA-ORIG-CORR-ID. Only
      * the DSPMNT dispute screen sends these; the case file itself
      * is the screen's to keep. The payment must still be on TRANF
      * and must be a 'PMT '; the account is taken from it, as a
      * reversal's is. Any amount named must be more than nothing and
      * no more than the payment. The provisional credit, if one was
      * ever given, is looked up first - before the payment is held -
      * so the held record is never overlaid by the look-up.
      *****************************************************************
       DISPUTE-PAYMENT.
           IF CA-ORIG-CORR-ID EQUAL SPACES
               MOVE WS-NO-ORIG-MSG       TO CA-MESSAGE
               SET CA-ST-INVALID-REQUEST TO TRUE
           ELSE
               IF NOT CA-DSP-OPEN AND NOT CA-DSP-PROVISIONAL
                  AND NOT CA-DSP-WON AND NOT CA-DSP-LOST
                   MOVE WS-BAD-DSP-STEP-MSG  TO CA-MESSAGE
                   SET CA-ST-INVALID-REQUEST TO TRUE
               ELSE
                   PERFORM SET-POSTING-STAMP
                   PERFORM FIND-PROVISIONAL-CREDIT
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                      AND WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                       MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       PERFORM READ-DISPUTED-PAYMENT
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * FIND-PROVISIONAL-CREDIT - look for the case's 'DPC ' posting
      * ('P' over the first byte of the disputed corr-id). Leaves
      * WS-DSP-PROV-OUTSTANDING when one stands, WS-DSP-PROV-TAKEN-
      * BACK when one was given and has since been taken back, and
      * its amount in WS-DSP-PROV-AMOUNT. WS-FILE-RESP is left for
      * the caller: NOTFND simply means no credit was ever given.
      *****************************************************************
       FIND-PROVISIONAL-CREDIT.
           SET WS-DSP-NO-PROV TO TRUE.
           MOVE ZERO TO WS-DSP-PROV-AMOUNT.
           MOVE 'P'                   TO WS-DSP-PROV-PREFIX.
           MOVE CA-ORIG-CORR-ID(2:15) TO WS-DSP-PROV-REST.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-DSP-PROV-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE TRN-AMOUNT TO WS-DSP-PROV-AMOUNT
               IF TRN-REVERSED
                   SET WS-DSP-PROV-TAKEN-BACK TO TRUE
               ELSE
                   SET WS-DSP-PROV-OUTSTANDING TO TRUE
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' DPC READ FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                           ' leg=' WS-DSP-PROV-CORR-ID
               END-IF
           END-IF.
      *
      *****************************************************************
      * READ-DISPUTED-PAYMENT - hold the disputed payment for UPDATE,
      * make the checks every step shares and hand it to the step.
      *****************************************************************
       READ-DISPUTED-PAYMENT.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(CA-ORIG-CORR-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
               PERFORM CHECK-ARCHIVED-ORIGINAL
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' TRANF READ UPDATE FAILED RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   IF TRN-TRAN-TYPE NOT EQUAL 'PMT '
                       MOVE WS-NOT-A-PMT-MSG     TO CA-MESSAGE
                       SET CA-ST-INVALID-REQUEST TO TRUE
                   ELSE
                       MOVE TRN-ACCOUNT-ID       TO CA-ACCOUNT-ID
                       MOVE TRN-REVERSED-FLAG    TO WS-DSP-SAVE-FLAG
                       MOVE TRN-REVERSAL-CORR-ID TO WS-DSP-SAVE-PARTNER
                       MOVE CA-ORIG-CORR-ID(2:15) TO WS-DSP-POST-REST
                       IF NOT CA-DSP-LOST
                          AND (CA-AMOUNT NOT > ZERO
                               OR CA-AMOUNT > TRN-AMOUNT)
                           MOVE WS-BAD-AMOUNT-MSG    TO CA-MESSAGE
                           SET CA-ST-INVALID-REQUEST TO TRUE
                       ELSE
                           PERFORM APPLY-DISPUTE-STEP
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * APPLY-DISPUTE-STEP - the disputed payment is held and has
      * passed the shared checks: hand it to its step. A provisional
      * credit or a resolution in the customer's favour needs the
      * dispute still open on the payment.
      *****************************************************************
       APPLY-DISPUTE-STEP.
           IF CA-DSP-OPEN
               PERFORM OPEN-DISPUTE
           ELSE
               IF CA-DSP-LOST
                   PERFORM RESOLVE-DISPUTE-LOST
               ELSE
                   IF NOT TRN-DISPUTED
                       PERFORM REFUSE-DISPUTE-STEP
                   ELSE
                       IF CA-DSP-PROVISIONAL
                           PERFORM POST-PROVISIONAL-CREDIT
                       ELSE
                           PERFORM RESOLVE-DISPUTE-WON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * REFUSE-DISPUTE-STEP - the payment is not in the state the
      * step needs. One already backed out - reversed, returned by
      * the beneficiary's bank or charged back - is refused as
      * already reversed, with the wording REVERSE-PAYMENT uses; a
      * live payment with no dispute open cannot be credited or
      * resolved.
      *****************************************************************
       REFUSE-DISPUTE-STEP.
           DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                   ' DISPUTE STEP ' CA-DSP-STEP ' REFUSED orig='
                   CA-ORIG-CORR-ID ' flag=' TRN-REVERSED-FLAG.
           IF TRN-REVERSED
               IF TRN-RETURNED
                   MOVE WS-ORIG-RETURNED-MSG TO CA-MESSAGE
               ELSE
                   IF TRN-CHARGED-BACK
                       MOVE WS-CHARGED-BACK-MSG TO CA-MESSAGE
                   ELSE
                       MOVE WS-ALREADY-REV-MSG TO CA-MESSAGE
                   END-IF
               END-IF
               SET CA-ST-ALREADY-REVERSED TO TRUE
           ELSE
               MOVE WS-NO-DISPUTE-MSG    TO CA-MESSAGE
               SET CA-ST-INVALID-REQUEST TO TRUE
           END-IF.
      *
      *****************************************************************
      * OPEN-DISPUTE - mark a live payment disputed, so no reversal
      * can be taken against it while the case is open. No money
      * moves.
      *****************************************************************
       OPEN-DISPUTE.
           IF TRN-DISPUTED
               MOVE WS-IN-DISPUTE-MSG   TO CA-MESSAGE
               SET CA-ST-UNDER-DISPUTE  TO TRUE
           ELSE
               IF TRN-REVERSED
                   PERFORM REFUSE-DISPUTE-STEP
               ELSE
                   SET TRN-DISPUTED TO TRUE
                   EXEC CICS REWRITE FILE('TRANF')
                             FROM(TRAN-RECORD)
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
                   IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                               ' TRANF REWRITE FAILED RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
                       SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                   ELSE
                       DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                               ' DISPUTE OPENED orig=' CA-ORIG-CORR-ID
                               ' acct=' CA-ACCOUNT-ID
                               ' amount=' CA-AMOUNT
                       MOVE WS-DSP-OPENED-MSG TO CA-MESSAGE
                       SET CA-ST-OK           TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * POST-PROVISIONAL-CREDIT - credit CA-AMOUNT to the account
      * while the case is investigated, as a 'DPC ' posting. The
      * disputed payment itself is not changed, so it is released
      * first. A case gets one provisional credit only - one given
      * before, even if since taken back, refuses another.
      *****************************************************************
       POST-PROVISIONAL-CREDIT.
           EXEC CICS UNLOCK FILE('TRANF')
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF NOT WS-DSP-NO-PROV
               MOVE WS-PROV-GIVEN-MSG    TO CA-MESSAGE
               SET CA-ST-INVALID-REQUEST TO TRUE
           ELSE
               PERFORM READ-ACCOUNT-MASTER
               IF WS-ACCT-USABLE
                   MOVE 'P'              TO WS-DSP-POST-PREFIX
                   MOVE 'DPC '           TO WS-DSP-POST-TYPE
                   MOVE CA-ORIG-CORR-ID  TO WS-DSP-POST-PARTNER
                   PERFORM ADJUST-DISPUTE-ACCOUNT
                   IF WS-DSP-STEP-OK
                       PERFORM WRITE-DISPUTE-POSTING
                       IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                           PERFORM UNDO-ACCOUNT-UPDATE
                           MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
                           SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                       ELSE
                           MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                           PERFORM PUBLISH-POSTING-EVENT
                           MOVE WS-DSP-PROV-MSG TO CA-MESSAGE
                           SET CA-ST-OK         TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RESOLVE-DISPUTE-WON - the customer is refunded. With a
      * provisional credit standing, that credit simply becomes final
      * and no money moves. Without one, CA-AMOUNT is credited now as
      * a 'DPF ' posting. Either way the payment is marked charged
      * back, naming the credit that refunded it; a failure after the
      * mark puts the mark back and undoes the credit, in the order
      * RECORD-REVERSAL uses.
      *****************************************************************
       RESOLVE-DISPUTE-WON.
           IF WS-DSP-PROV-OUTSTANDING
               SET TRN-CHARGED-BACK TO TRUE
               MOVE WS-DSP-PROV-CORR-ID TO TRN-REVERSAL-CORR-ID
               MOVE WS-DSP-PROV-AMOUNT  TO CA-AMOUNT
               PERFORM REWRITE-DISPUTED-PAYMENT
               IF WS-DSP-STEP-OK
                   MOVE WS-DSP-WON-MSG TO CA-MESSAGE
                   SET CA-ST-OK        TO TRUE
               END-IF
           ELSE
               PERFORM READ-ACCOUNT-MASTER
               IF WS-ACCT-USABLE
                   MOVE 'W'              TO WS-DSP-POST-PREFIX
                   MOVE 'DPF '           TO WS-DSP-POST-TYPE
                   MOVE CA-ORIG-CORR-ID  TO WS-DSP-POST-PARTNER
                   PERFORM ADJUST-DISPUTE-ACCOUNT
                   IF WS-DSP-STEP-OK
                       SET TRN-CHARGED-BACK TO TRUE
                       MOVE WS-DSP-POST-CORR-ID
                            TO TRN-REVERSAL-CORR-ID
                       PERFORM REWRITE-DISPUTED-PAYMENT
                       IF WS-DSP-STEP-FAILED
                           PERFORM UNDO-ACCOUNT-UPDATE
                       ELSE
                           PERFORM WRITE-DISPUTE-POSTING
                           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                               PERFORM UNDO-DISPUTE-MARK
                               PERFORM UNDO-ACCOUNT-UPDATE
                               MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
                               SET CA-ST-DOWNSTREAM-UNAVAILABLE
                                   TO TRUE
                           ELSE
                               MOVE ACC-BALANCE TO BEV-NEW-BALANCE
                               PERFORM PUBLISH-POSTING-EVENT
                               MOVE WS-DSP-WON-MSG TO CA-MESSAGE
                               SET CA-ST-OK        TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RESOLVE-DISPUTE-LOST - the dispute is declined. A disputed
      * payment goes back to a plain live payment; one the
      * beneficiary's bank returned while the case was open keeps its
      * returned mark. A provisional credit still standing is taken
      * back as a 'DPW ' posting - with no funds check, the customer
      * was told it might be - and marked reversed, naming the
      * take-back. CA-AMOUNT returns what was taken back (zero when
      * there was nothing to take).
      *****************************************************************
       RESOLVE-DISPUTE-LOST.
           IF NOT TRN-DISPUTED AND NOT TRN-RETURNED
               PERFORM REFUSE-DISPUTE-STEP
           ELSE
               IF TRN-DISPUTED
                   SET TRN-NOT-REVERSED TO TRUE
               END-IF
               IF WS-DSP-PROV-OUTSTANDING
                   MOVE WS-DSP-PROV-AMOUNT TO CA-AMOUNT
                   PERFORM TAKE-BACK-PROVISIONAL
               ELSE
                   MOVE ZERO TO CA-AMOUNT
                   PERFORM REWRITE-DISPUTED-PAYMENT
                   IF WS-DSP-STEP-OK
                       MOVE WS-DSP-LOST-MSG TO CA-MESSAGE
                       SET CA-ST-OK         TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * TAKE-BACK-PROVISIONAL - debit the provisional credit back off
      * the account, clear the dispute mark, write the 'DPW '
      * posting and mark the 'DPC ' credit reversed. Each failure
      * undoes what went before it, in reverse order.
      *****************************************************************
       TAKE-BACK-PROVISIONAL.
           PERFORM READ-ACCOUNT-MASTER.
           IF WS-ACCT-USABLE
               MOVE 'K'                 TO WS-DSP-POST-PREFIX
               MOVE 'DPW '              TO WS-DSP-POST-TYPE
               MOVE WS-DSP-PROV-CORR-ID TO WS-DSP-POST-PARTNER
               PERFORM ADJUST-DISPUTE-ACCOUNT
               IF WS-DSP-STEP-OK
                   PERFORM REWRITE-DISPUTED-PAYMENT
                   IF WS-DSP-STEP-FAILED
                       PERFORM UNDO-ACCOUNT-UPDATE
                   ELSE
                       PERFORM WRITE-DISPUTE-POSTING
                       IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                           PERFORM UNDO-DISPUTE-MARK
                           PERFORM UNDO-ACCOUNT-UPDATE
                           MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
                           SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
                       ELSE
                           PERFORM MARK-PROVISIONAL-TAKEN
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * MARK-PROVISIONAL-TAKEN - the take-back is written: mark the
      * 'DPC ' credit reversed by it, so it is never taken twice and
      * a case reopened later knows no credit is standing.
      *****************************************************************
       MARK-PROVISIONAL-TAKEN.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-DSP-PROV-CORR-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               SET TRN-REVERSED TO TRUE
               MOVE WS-DSP-POST-CORR-ID TO TRN-REVERSAL-CORR-ID
               EXEC CICS REWRITE FILE('TRANF')
                         FROM(TRAN-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' DPC REWRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
               EXEC CICS UNLOCK FILE('TRANF')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               MOVE WS-DSP-POST-CORR-ID TO WS-BACKOUT-CORR-ID
               PERFORM BACK-OUT-HISTORY-RECORD
               PERFORM UNDO-DISPUTE-MARK
               PERFORM UNDO-ACCOUNT-UPDATE
               MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                       ' PROVISIONAL CREDIT TAKEN BACK orig='
                       CA-ORIG-CORR-ID ' acct=' CA-ACCOUNT-ID
                       ' amount=' CA-AMOUNT
      * TRAN-RECORD now holds the 'DPC ' credit just marked, so the
      * take-back's event is built from the posting's own fields.
               MOVE WS-DSP-POST-CORR-ID TO BEV-CORR-ID
               MOVE CA-ACCOUNT-ID       TO BEV-ACCOUNT-ID
               MOVE WS-DSP-POST-TYPE    TO BEV-TRAN-TYPE
               MOVE CA-AMOUNT           TO BEV-AMOUNT
               MOVE ACC-BALANCE         TO BEV-NEW-BALANCE
               PERFORM PUBLISH-BALANCE-EVENT
               MOVE WS-DSP-LOST-MSG TO CA-MESSAGE
               SET CA-ST-OK         TO TRUE
           END-IF.
      *
      *****************************************************************
      * ADJUST-DISPUTE-ACCOUNT - hold the account for UPDATE and move
      * CA-AMOUNT on its balance: off it for a 'DPW ' take-back, on
      * to it for either credit. Leaves WS-DSP-STEP-OK when the
      * master was rewritten, with the pre-update image saved for
      * UNDO-ACCOUNT-UPDATE.
      *****************************************************************
       ADJUST-DISPUTE-ACCOUNT.
           SET WS-DSP-STEP-FAILED TO TRUE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-ACCOUNT-ID)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' ACCTF READ UPDATE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               MOVE ACCT-RECORD TO ACCT-SAVE-RECORD
               IF WS-DSP-POST-TYPE EQUAL 'DPW '
                   SUBTRACT CA-AMOUNT FROM ACC-BALANCE
               ELSE
                   ADD CA-AMOUNT TO ACC-BALANCE
               END-IF
               PERFORM MAINTAIN-OD-MARKER
               MOVE WS-POST-DATE TO ACC-LAST-ACT-DATE
               MOVE CA-AMOUNT    TO ACC-LAST-ACT-AMOUNT
                   DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                           ' ACCTF REWRITE FAILED RESP=' WS-FILE-RESP
                           ' RESP2=' WS-FILE-RESP2
                   MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   SET WS-DSP-STEP-OK TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * REWRITE-DISPUTED-PAYMENT - put the disputed payment, still
      * held in TRAN-RECORD, back with its new flag. Leaves
      * WS-DSP-STEP-OK when it was rewritten.
      *****************************************************************
       REWRITE-DISPUTED-PAYMENT.
           SET WS-DSP-STEP-FAILED TO TRUE.
           EXEC CICS REWRITE FILE('TRANF')
                     FROM(TRAN-RECORD)
                     RESP(WS-FILE-RESP)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF REWRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
               MOVE WS-DSP-NOT-DONE-MSG TO CA-MESSAGE
               SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
           ELSE
               SET WS-DSP-STEP-OK TO TRUE
           END-IF.
      *
      *****************************************************************
      * WRITE-DISPUTE-POSTING - write the case's posting keyed
      * WS-DSP-POST-CORR-ID, of type WS-DSP-POST-TYPE, naming
      * WS-DSP-POST-PARTNER. WS-FILE-RESP is left for the caller to
      * compensate on.
      *****************************************************************
       WRITE-DISPUTE-POSTING.
           MOVE WS-DSP-POST-CORR-ID TO TRN-CORR-ID.
           MOVE CA-ACCOUNT-ID       TO TRN-ACCOUNT-ID.
           MOVE WS-DSP-POST-TYPE    TO TRN-TRAN-TYPE.
           MOVE CA-AMOUNT           TO TRN-AMOUNT.
           MOVE WS-POST-DATE        TO TRN-DATE.
           MOVE WS-POST-TIME        TO TRN-TIME.
           SET TRN-NOT-REVERSED     TO TRUE.
           MOVE WS-DSP-POST-PARTNER TO TRN-REVERSAL-CORR-ID.
           MOVE SPACES              TO TRN-PAYEE-ID.
           PERFORM SET-TRAN-ACCT-KEY.
           EXEC CICS WRITE FILE('TRANF')
                     FROM(TRAN-RECORD)
                     RIDFLD(TRN-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF WRITE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' leg=' WS-DSP-POST-CORR-ID
           ELSE
               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                       ' DISPUTE POSTED ' WS-DSP-POST-TYPE
                       ' leg=' WS-DSP-POST-CORR-ID
                       ' acct=' CA-ACCOUNT-ID
                       ' amount=' CA-AMOUNT
           END-IF.
      *
      *****************************************************************
           END-IF.
      *
      *****************************************************************
      * UNDO-DISPUTE-MARK - compensate a dispute step whose posting
      * could not be written after the disputed payment was
      * rewritten: put the payment's flag and partner back as they
      * were read.
      *****************************************************************
       UNDO-DISPUTE-MARK.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(CA-ORIG-CORR-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE WS-DSP-SAVE-FLAG    TO TRN-REVERSED-FLAG
               MOVE WS-DSP-SAVE-PARTNER TO TRN-REVERSAL-CORR-ID
               EXEC CICS REWRITE FILE('TRANF')
                         FROM(TRAN-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF RESTORE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' orig=' CA-ORIG-CORR-ID
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
      *****************************************************************
      * UNDO-TARGET-UPDATE - the UNDO-ACCOUNT-UPDATE of a transfer's
      * second account: put the saved image of CA-TARGET-ACCOUNT-ID
      * back.
      *****************************************************************
       UNDO-TARGET-UPDATE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(CA-TARGET-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE TARGET-SAVE-RECORD TO ACCT-RECORD
               EXEC CICS REWRITE FILE('ACCTF')
                         FROM(ACCT-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' ACCTF RESTORE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' acct=' CA-TARGET-ACCOUNT-ID
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
      *****************************************************************
      * UNDO-TRANSFER-ACCOUNTS - put both accounts of a transfer
      * back: the target first, then the source.
      *****************************************************************
       UNDO-TRANSFER-ACCOUNTS.
           PERFORM UNDO-TARGET-UPDATE.
           PERFORM UNDO-ACCOUNT-UPDATE.
      *
      *****************************************************************
      * UNDO-CREDIT-LEG-MARK - the UNDO-REVERSAL-MARK of a transfer's
      * 'TRC ' leg: clear the reversed mark put on it so the pair
      * stands unreversed again.
      *****************************************************************
       UNDO-CREDIT-LEG-MARK.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-XFER-CORR-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               SET TRN-NOT-REVERSED TO TRUE
               MOVE SPACES TO TRN-REVERSAL-CORR-ID
               EXEC CICS REWRITE FILE('TRANF')
                         FROM(TRAN-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF RESTORE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' leg=' WS-XFER-CORR-ID
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
      *****************************************************************
      * BACK-OUT-HISTORY-RECORD - delete the history record keyed
      * WS-BACKOUT-CORR-ID, written moments ago as the first leg of a
      * pair whose second leg could not be written.
      *****************************************************************
       BACK-OUT-HISTORY-RECORD.
           EXEC CICS DELETE FILE('TRANF')
                     RIDFLD(WS-BACKOUT-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PROGC ERROR corr-id=' CA-CORR-ID
                       ' TRANF DELETE FAILED RESP=' WS-FILE-RESP
                       ' RESP2=' WS-FILE-RESP2
                       ' leg=' WS-BACKOUT-CORR-ID
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
      *****************************************************************
      * RECORD-DUP-MARKER - note the payment just posted on the
      * PAYDUPF marker file so a double entry of the same account and
      * amount inside the window is caught. Best effort: a marker
      *****************************************************************
      * READ-ACCOUNT-MASTER - fetch the ACCTF record for CA-ACCOUNT-ID
      * and reject the request when the account is missing, closed or
      * frozen, or when it is a debit against a dormant account (a
      * deposit or inquiry on a dormant account goes ahead). Leaves
      * WS-ACCT-USABLE set when the caller may go on to act against
      * the account.
      *****************************************************************
       READ-ACCOUNT-MASTER.
           SET WS-ACCT-REJECTED TO TRUE.
                   MOVE WS-ACCT-READ-ERR-MSG TO CA-MESSAGE
                   SET CA-ST-DOWNSTREAM-UNAVAILABLE TO TRUE
               ELSE
                   MOVE ACC-CUSTOMER-ID TO WS-SOURCE-CUSTOMER-ID
                   IF ACC-CLOSED
                       MOVE WS-ACCT-CLOSED-MSG TO CA-MESSAGE
                       SET CA-ST-ACCT-CLOSED   TO TRUE
                           MOVE WS-ACCT-FROZEN-MSG TO CA-MESSAGE
                           SET CA-ST-ACCT-FROZEN   TO TRUE
                       ELSE
                           IF ACC-DORMANT
                              AND (CA-TRAN-PAYMENT OR CA-TRAN-TRANSFER)
                               DISPLAY 'PROGC  corr-id=' CA-CORR-ID
                                       ' DEBIT ON DORMANT ACCOUNT acct='
                                       CA-ACCOUNT-ID
                               MOVE WS-ACCT-DORMANT-MSG TO CA-MESSAGE
                               SET CA-ST-ACCT-DORMANT   TO TRUE
                           ELSE
                               SET WS-ACCT-USABLE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * DATE-TO-DAYS - turn WS-D2D-DATE (YYYYMMDD) into a day serial
      * in WS-D2D-DAYS. Standard civil-calendar arithmetic, same as
      * DLYPURGE.
      *****************************************************************
       DATE-TO-DAYS.
           MOVE WS-D2D-YEAR TO WS-D2D-WORK-YEAR.
           IF WS-D2D-MONTH < 3
               SUBTRACT 1 FROM WS-D2D-WORK-YEAR
           END-IF.
           DIVIDE WS-D2D-WORK-YEAR BY 4
               GIVING WS-D2D-Q4.
           DIVIDE WS-D2D-WORK-YEAR BY 100
               GIVING WS-D2D-Q100.
           DIVIDE WS-D2D-WORK-YEAR BY 400
               GIVING WS-D2D-Q400.
           COMPUTE WS-D2D-DAYS =
                   WS-D2D-WORK-YEAR * 365
                 + WS-D2D-Q4 - WS-D2D-Q100 + WS-D2D-Q400
                 + WS-MONTH-OFFSET(WS-D2D-MONTH)
                 + WS-D2D-DAY.
           IF WS-D2D-MONTH < 3
               ADD 365 TO WS-D2D-DAYS
           END-IF.
