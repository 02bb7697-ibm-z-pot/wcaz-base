      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * CLOSRUN - account closure settlement. Works the day's closure
      * requests (CLSREQ, one card per account) and, for each account
      * it can close, does in one unit what branch staff used to do
      * by hand before ACCTMNT would accept status C:
      *   INT  - the final credit interest, pro rata for the days of
      *          the month so far (FEEINT pays whole months at month
      *          end): balance * annual rate * day of month
      *          / (1200 * days in the month), on a positive balance
      *   FEE  - the closure fee from the RATEIN card, never charged
      *          on a dormant account (same rule as FEEINT's service
      *          fee) and cut down to what the account holds, so a
      *          closure never leaves a debt behind it
      *   TRF  - the remaining balance paid by transfer to another
      *          account of the same CUSTF customer ('TRC ' credit
      *          leg on the target, keyed 'X' over the debit's first
      *          byte as PROGC keys a transfer's legs), or
      *   PMT  - paid to a nominated PAYEEF payee, for the night's
      *          CLRGEN to send through the clearing house
      * and only then sets the account closed (balance zero, status C)
      * with an ACCTHF 'C' entry under the requesting user. Once it is
      * closed, its live STORDF standing orders are cancelled and its
      * HELD PENDF payments refused, so nothing can be driven against
      * it. A CLOS confirmation is queued on NOTIFF for NOTIFFMT, and a
      * closing statement - the month's postings down to the zero
      * balance - is cut on CLSSTMT for the mail house.
      * An account in overdraft is not closed: it is handed to
      * collections on COLLRPT (ODRPT's line, with the CUSTF address
      * and the user who asked) and nothing is touched.
      * The postings go straight to TRANF and ACCTF, as FEEINT's do,
      * not through the online chain - a closure must always empty
      * the account, whatever the payment limits, holds and fraud
      * screens would make of a payment that size. History records
      * are written first and the masters rewritten after; a failed
      * rewrite deletes what was written and puts back a target
      * already credited, so balances and history move together or
      * not at all. Posting corr-ids are 'L' + date + the card
      * number (five digits) + a leg digit (1 interest, 2 fee, 3
      * payout, 9 the notice), so a restart rebuilds them exactly. A
      * card whose corr-ids are already on TRANF or NOTIFF - a forced
      * rerun of the date with a different deck - is refused before
      * anything is changed.
      *
      * RATEIN (one card): cols 1-9 closure fee 9(7)V99, cols 10-16
      * annual rate per cent 9(3)V9999 (FEEINT's rate), unpacked
      * with no decimal point.
      * CLSREQ (FB 80, one card per account): cols 1-10 account to
      * close, col 11 payout method - 'T' transfer or 'P' payee,
      * cols 12-21 the account or payee paid, cols 22-29 the user
      * id of the member of staff who took the request. An account
      * left with nothing to pay out needs no method or payee.
      * A card is refused (listed on REGOUT, RC=4) when the account
      * is not on file, already closed or frozen, the payout cannot
      * go where the card says, or its corr-ids are taken. A closure
      * that could not be posted is listed and ends the run RC=8, as
      * does a restart that finds its boundary account closed but
      * cannot write all of its history again. A card that fails to
      * post leaves the account as it was, orders and held payments
      * included - correct the cause and put the card on a later
      * deck.
      * REGOUT is the settlement register. Progress is checkpointed
      * on CKPTF after every card, and the card whose postings are
      * in doubt is recovered from the balances the checkpoint
      * carries, so a restart never pays an account out twice. The
      * checkpoint record is deleted when the run completes.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      * RUNCTL holds CLRGEN back while CLOSRUN is part-way through
      * the date; should CLRGEN already have run for the date (a
      * late deck), a PMT payout would miss the clearing file, so
      * payee cards are refused and only transfers settle.
      * Every posting is published as a BALEVT balance-change event
      * through BEVPUB once the masters carry it. Events BEVPUB
      * could neither put nor spill set RC=4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIN-FILE ASSIGN TO RATEIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RATEIN-STATUS.
           SELECT CLSREQ-FILE ASSIGN TO CLSREQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLSREQ-STATUS.
           SELECT ACCTF-FILE ASSIGN TO ACCTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACC-ACCOUNT-ID
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRN-CORR-ID
                  ALTERNATE RECORD KEY IS TRN-ACCT-KEY
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT ACCTHF-FILE ASSIGN TO ACCTHF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHS-KEY
                  FILE STATUS IS WS-ACCTHF-STATUS.
           SELECT STORDF-FILE ASSIGN TO STORDF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SO-ORDER-ID
                  FILE STATUS IS WS-STORDF-STATUS.
           SELECT PENDF-FILE ASSIGN TO PENDF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PND-CORR-ID
                  FILE STATUS IS WS-PENDF-STATUS.
           SELECT NOTIFF-FILE ASSIGN TO NOTIFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NTF-CORR-ID
                  FILE STATUS IS WS-NOTIFF-STATUS.
           SELECT PAYEEF-FILE ASSIGN TO PAYEEF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PYE-PAYEE-ID
                  FILE STATUS IS WS-PAYEEF-STATUS.
           SELECT CUSTF-FILE ASSIGN TO CUSTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-ID
                  FILE STATUS IS WS-CUSTF-STATUS.
           SELECT ADJRSNF-FILE ASSIGN TO ADJRSNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADR-REASON-CODE
                  FILE STATUS IS WS-ADJRSNF-STATUS.
           SELECT CKPTF-FILE ASSIGN TO CKPTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CKP-JOB-NAME
                  FILE STATUS IS WS-CKPTF-STATUS.
           SELECT REGOUT-FILE ASSIGN TO REGOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REGOUT-STATUS.
           SELECT CLSSTMT-FILE ASSIGN TO CLSSTMT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLSSTMT-STATUS.
           SELECT COLLRPT-FILE ASSIGN TO COLLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-COLLRPT-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
           SELECT RUNCTLF-FILE ASSIGN TO RUNCTLF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RUN-KEY
                  FILE STATUS IS WS-RUNCTLF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATEIN-FILE
           RECORDING MODE IS F.
       01  RATEIN-RECORD.
           05  RT-FEE-X                PIC X(09).
           05  RT-FEE REDEFINES RT-FEE-X
                                       PIC 9(07)V99.
           05  RT-RATE-X               PIC X(07).
           05  RT-RATE REDEFINES RT-RATE-X
                                       PIC 9(03)V9(04).
           05  FILLER                  PIC X(64).
       FD  CLSREQ-FILE
           RECORDING MODE IS F.
       01  CLSREQ-RECORD.
           05  CLQ-ACCOUNT-ID          PIC X(10).
           05  CLQ-METHOD              PIC X(01).
               88  CLQ-BY-TRANSFER               VALUE 'T'.
               88  CLQ-BY-PAYEE                  VALUE 'P'.
           05  CLQ-PAYOUT-TO           PIC X(10).
           05  CLQ-USER-ID             PIC X(08).
           05  FILLER                  PIC X(51).
       FD  ACCTF-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.
       FD  TRANF-FILE.
       01  TRAN-RECORD.
           COPY TRANREC.
       FD  ACCTHF-FILE.
       01  HIST-RECORD.
           COPY ACCTHREC.
       FD  STORDF-FILE.
       01  STORD-RECORD.
           COPY STORDREC.
       FD  PENDF-FILE.
       01  PEND-RECORD.
           COPY PENDREC.
       FD  NOTIFF-FILE.
       01  NOTIF-RECORD.
           COPY NOTIFREC.
       FD  PAYEEF-FILE.
       01  PAYEE-RECORD.
           COPY PAYEEREC.
       FD  CUSTF-FILE.
       01  CUST-RECORD.
           COPY CUSTREC.
       FD  ADJRSNF-FILE.
       01  ADJR-RECORD.
           COPY ADJRREC.
       FD  CKPTF-FILE.
       01  CKPT-RECORD.
           COPY CKPTREC.
       FD  REGOUT-FILE
           RECORDING MODE IS F.
       01  REG-LINE                    PIC X(132).
       FD  CLSSTMT-FILE
           RECORDING MODE IS F.
       01  STMT-LINE                   PIC X(132).
       FD  COLLRPT-FILE
           RECORDING MODE IS F.
       01  COL-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
       FD  RUNCTLF-FILE.
       01  RUNC-RECORD.
           COPY RUNCREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RATEIN-STATUS        PIC X(02).
           05  WS-CLSREQ-STATUS        PIC X(02).
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-ACCTHF-STATUS        PIC X(02).
           05  WS-STORDF-STATUS        PIC X(02).
           05  WS-PENDF-STATUS         PIC X(02).
           05  WS-NOTIFF-STATUS        PIC X(02).
           05  WS-PAYEEF-STATUS        PIC X(02).
           05  WS-CUSTF-STATUS         PIC X(02).
           05  WS-ADJRSNF-STATUS       PIC X(02).
           05  WS-CKPTF-STATUS         PIC X(02).
           05  WS-REGOUT-STATUS        PIC X(02).
           05  WS-CLSSTMT-STATUS       PIC X(02).
           05  WS-COLLRPT-STATUS       PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
           05  WS-RUNCTLF-STATUS       PIC X(02).
       01  WS-JOB-NAME                 PIC X(08) VALUE 'CLOSRUN '.
      * CLOSRUN's private layout over CKP-DATA (see CKPTREC). The
      * flight fields describe the one card whose postings have been
      * started but not yet checkpointed as done: they are set just
      * before its first history record is written and cleared by
      * the checkpoint that counts the card, so a restart can tell
      * how far the boundary card got instead of paying it out
      * again. The balances before the closure - the closing
      * account's and the target's - are the restart witnesses; the
      * amounts are kept because a closed dormant account no longer
      * shows that it paid no fee.
       01  WS-CKPT-PROGRESS.
           05  WS-DONE-CT              PIC 9(07) COMP-3.
           05  WS-CLOSED-CT            PIC 9(07) COMP-3.
           05  WS-COLLECT-CT           PIC 9(07) COMP-3.
           05  WS-REFUSED-CT           PIC 9(07) COMP-3.
           05  WS-FAILED-CT            PIC 9(07) COMP-3.
           05  WS-SO-CANCEL-CT         PIC 9(07) COMP-3.
           05  WS-PND-REFUSE-CT        PIC 9(07) COMP-3.
           05  WS-POST-CT              PIC 9(07) COMP-3.
           05  WS-FLIGHT-SW            PIC X(01).
               88  WS-FLIGHT-OPEN                VALUE 'Y'.
               88  WS-FLIGHT-CLEAR               VALUE 'N'.
           05  WS-FLIGHT-STATUS        PIC X(01).
           05  WS-FLIGHT-TIME          PIC X(06).
           05  WS-FLIGHT-PRE-BAL       PIC S9(09)V99 COMP-3.
           05  WS-FLIGHT-TGT-BAL       PIC S9(09)V99 COMP-3.
           05  WS-FLIGHT-INT-AMT       PIC S9(09)V99 COMP-3.
           05  WS-FLIGHT-FEE-AMT       PIC S9(09)V99 COMP-3.
           05  WS-FLIGHT-PAYOUT        PIC S9(09)V99 COMP-3.
      * Recovered cards found closed whose history could not all be
      * written again - closed, but needing manual correction.
           05  WS-HIST-MISSING-CT      PIC 9(07) COMP-3.
           05  FILLER                  PIC X(06).
       01  WS-CKPT-FIELDS.
           05  WS-SKIP-CT              PIC 9(07) COMP-3 VALUE ZERO.
       01  WS-RATE-FIELDS.
           05  WS-CLOSE-FEE            PIC S9(07)V99 COMP-3.
           05  WS-ANNUAL-RATE          PIC S9(03)V9(04) COMP-3.
       01  WS-SW-FIELDS.
           05  WS-CLSREQ-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CLSREQ-EOF                 VALUE 'Y'.
           05  WS-SCAN-EOF-SW          PIC X(01).
               88  WS-SCAN-EOF                   VALUE 'Y'.
               88  WS-SCAN-MORE                  VALUE 'N'.
           05  WS-STMT-EOF-SW          PIC X(01).
               88  WS-STMT-EOF                   VALUE 'Y'.
               88  WS-STMT-MORE                  VALUE 'N'.
           05  WS-CARD-SW              PIC X(01).
               88  WS-CARD-OK                    VALUE 'Y'.
               88  WS-CARD-REFUSED               VALUE 'N'.
               88  WS-CARD-COLLECT               VALUE 'L'.
           05  WS-POST-OK-SW           PIC X(01).
               88  WS-POST-OK                    VALUE 'Y'.
               88  WS-POST-FAILED                VALUE 'N'.
           05  WS-RECOVER-SW           PIC X(01) VALUE 'N'.
               88  WS-RECOVERING                 VALUE 'Y'.
               88  WS-NOT-RECOVERING             VALUE 'N'.
           05  WS-TARGET-SW            PIC X(01).
               88  WS-TARGET-CREDITED            VALUE 'Y'.
               88  WS-TARGET-UNTOUCHED           VALUE 'N'.
           05  WS-AHS-SW               PIC X(01).
               88  WS-AHS-WRITTEN                VALUE 'Y'.
               88  WS-AHS-NOT-WRITTEN            VALUE 'N'.
           05  WS-CUST-SW              PIC X(01).
               88  WS-CUST-FOUND                 VALUE 'Y'.
               88  WS-CUST-NOT-FOUND             VALUE 'N'.
           05  WS-CLRGEN-SW            PIC X(01) VALUE 'N'.
               88  WS-CLRGEN-RAN                 VALUE 'Y'.
               88  WS-CLRGEN-NOT-RUN             VALUE 'N'.
       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(04).
               10  WS-RUN-MONTH        PIC 9(02).
               10  WS-RUN-DAY          PIC 9(02).
           05  WS-RUN-TIME             PIC X(06).
           05  WS-MONTH-START          PIC X(08).
      * The time every record of the card is stamped with - the run
      * time, or on recovery the time the abended run used, so the
      * ACCTHF key comes out the same and is found already written.
           05  WS-POST-TIME            PIC X(06).
      * Month length for the pro-rata interest, same table and leap
      * rule as DORMRUN's.
       01  WS-MONTH-FIELDS.
           05  WS-MONTH-LEN            PIC 9(02).
           05  WS-LEAP-Q               PIC 9(04) COMP.
           05  WS-LEAP-R4              PIC 9(04) COMP.
           05  WS-LEAP-R100            PIC 9(04) COMP.
           05  WS-LEAP-R400            PIC 9(04) COMP.
       01  WS-MONTH-LEN-DATA.
           05  FILLER                  PIC X(24) VALUE
                   '312831303130313130313031'.
       01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-DATA.
           05  WS-MONTH-LEN-TBL OCCURS 12 TIMES
                                       PIC 9(02).
      * Day-serial date arithmetic for the days in overdraft, same
      * shape as ODRPT.
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
           05  WS-RUN-DAYS             PIC S9(09) COMP.
           05  WS-OD-DAYS              PIC S9(07) COMP.
       01  WS-MONTH-OFFSET-DATA.
           05  FILLER                  PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DATA.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
      * One card's settlement.
       01  WS-CARD-FIELDS.
           05  WS-CARD-NO              PIC 9(05).
           05  WS-CARD-NOTE            PIC X(25).
           05  WS-INT-AMOUNT           PIC S9(09)V99 COMP-3.
           05  WS-FEE-POSTED           PIC S9(09)V99 COMP-3.
           05  WS-PAYOUT               PIC S9(09)V99 COMP-3.
           05  WS-PRE-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-TGT-PRE-BALANCE      PIC S9(09)V99 COMP-3.
           05  WS-TGT-NEW-BALANCE      PIC S9(09)V99 COMP-3.
           05  WS-CARD-SO-CT           PIC 9(03).
           05  WS-CARD-PND-CT          PIC 9(03).
           05  WS-CLOSE-CUSTOMER       PIC X(10).
           05  WS-PAYOUT-TYPE          PIC X(04).
      * The closing account as it stood before the closure (the
      * ACCTHF before image), and the target before its credit (put
      * back if the closing rewrite fails) - same convention as
      * PROGC's ACCT-SAVE-RECORD.
       01  WS-CLOSE-IMAGE              PIC X(85).
       01  WS-TARGET-IMAGE             PIC X(85).
       01  WS-CLOSED-IMAGE             PIC X(85).
      * The card's corr-ids: 'L' + run date + card number + leg.
       01  WS-CORR-BUILD.
           05  WS-CORR-PREFIX          PIC X(01) VALUE 'L'.
           05  WS-CORR-DATE            PIC X(08).
           05  WS-CORR-CARD            PIC 9(05).
           05  WS-CORR-LEG             PIC 9(02).
       01  WS-CORR-IDS.
           05  WS-INT-CORR-ID          PIC X(16).
           05  WS-FEE-CORR-ID          PIC X(16).
           05  WS-PAY-CORR-ID          PIC X(16).
           05  WS-NTF-CORR-ID          PIC X(16).
           05  WS-TRC-CORR-ID.
               10  WS-TRC-PREFIX       PIC X(01).
               10  WS-TRC-REST         PIC X(15).
      * The TRANF records the card has on file, in the order they
      * were written, for the compensating deletes.
       01  WS-WRITTEN-TABLE.
           05  WS-WRITTEN-ID OCCURS 4 TIMES
                                       PIC X(16).
       01  WS-WRITTEN-CT               PIC 9(04) COMP.
       01  WS-SUB                      PIC 9(04) COMP.
      * Statement working fields, same conventions as STMTGEN.
       01  WS-STMT-FIELDS.
           05  WS-NET-MOVEMENT         PIC S9(11)V99 COMP-3.
           05  WS-OPEN-BALANCE         PIC S9(11)V99 COMP-3.
           05  WS-SIGNED-AMOUNT        PIC S9(09)V99 COMP-3.
       01  WS-START-KEY.
           05  WS-START-ACCOUNT        PIC X(10).
           05  WS-START-DATE           PIC X(08).
           05  WS-START-REST           PIC X(22).
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC 9(08).
           05  WS-STAMP-TIME           PIC 9(08).
      *
       01  REG-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
                   'CLOSRUN - ACCOUNT CLOSURE SETTLEMENT FOR  '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  REG-DETAIL-LINE.
           05  DTL-CARD-NO             PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ACCT                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-RESULT              PIC X(11).
           05  FILLER                  PIC X(05) VALUE ' INT='.
           05  DTL-INT                 PIC Z(06)9.99.
           05  FILLER                  PIC X(05) VALUE ' FEE='.
           05  DTL-FEE                 PIC Z(06)9.99.
           05  FILLER                  PIC X(06) VALUE ' PAID='.
           05  DTL-PAID                PIC Z(08)9.99.
           05  FILLER                  PIC X(04) VALUE ' TO='.
           05  DTL-PAID-TO             PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' SO='.
           05  DTL-SO-CT               PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE ' HELD='.
           05  DTL-PND-CT              PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-NOTE                PIC X(25).
       01  REG-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  COL-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'CLOSRUN - CLOSURES HANDED TO COLLECTIONS'.
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  CH1-DATE                PIC X(08).
           05  FILLER                  PIC X(80) VALUE SPACES.
       01  COL-HEADER-2.
           05  FILLER                  PIC X(40) VALUE
                   'CLOSURE REQUESTED - ACCOUNT OVERDRAWN - '.
           05  FILLER                  PIC X(40) VALUE
                   'NOT CLOSED, NOTHING POSTED OR CANCELLED '.
           05  FILLER                  PIC X(52) VALUE SPACES.
       01  COL-DETAIL-LINE.
           05  CDL-ACCT                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-NAME                PIC X(30).
           05  FILLER                  PIC X(09) VALUE ' BALANCE='.
           05  CDL-BALANCE             PIC Z(08)9.99-.
           05  FILLER                  PIC X(07) VALUE ' LIMIT='.
           05  CDL-LIMIT               PIC Z(08)9.99.
           05  FILLER                  PIC X(07) VALUE ' SINCE='.
           05  CDL-SINCE               PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' DAYS='.
           05  CDL-DAYS                PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-FLAG                PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  COL-ADDRESS-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  CAL-ADDR-1              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CAL-ADDR-2              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CAL-PHONE               PIC X(15).
           05  FILLER                  PIC X(10) VALUE ' ASKED BY='.
           05  CAL-USER                PIC X(08).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  COL-TOTAL-LINE.
           05  CTL-TEXT                PIC X(40).
           05  CTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  STMT-HEADER-1.
           05  FILLER                  PIC X(24) VALUE
                   'CLOSING STATEMENT       '.
           05  FILLER                  PIC X(07) VALUE 'PERIOD '.
           05  HD1-FROM-DATE           PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  HD1-TO-DATE             PIC X(08).
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  STMT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
           05  HD2-ACCOUNT-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HD2-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(11) VALUE ' CLOSED ON '.
           05  HD2-CLOSE-DATE          PIC X(08).
           05  FILLER                  PIC X(63) VALUE SPACES.
       01  STMT-BALANCE-LINE.
           05  BAL-TEXT                PIC X(20).
           05  BAL-AMOUNT              PIC Z(10)9.99-.
           05  FILLER                  PIC X(97) VALUE SPACES.
       01  STMT-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-DATE                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDL-TIME                PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-TYPE                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDL-AMOUNT              PIC Z(08)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SDL-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDL-REVERSED            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDL-DESC                PIC X(30).
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  STMT-PAYOUT-LINE.
           05  SPL-TEXT                PIC X(40).
           05  SPL-PAID-TO             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SPL-NAME                PIC X(22).
           05  FILLER                  PIC X(59) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      * Parameter area and event for the BEVPUB calls.
       01  WS-BEVP-AREA.
           COPY BEVAREA.
       01  BAL-EVENT.
           COPY BALEVT.
      *
       PROCEDURE DIVISION.
           PERFORM RUN-CONTROL-START.
           MOVE WS-JOB-NAME TO BEA-JOB-NAME.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RATE-CARD.
           PERFORM FETCH-BUSINESS-DATE.
           PERFORM CHECK-CLEARING-RUN.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME(1:6) TO WS-RUN-TIME.
           PERFORM SET-RUN-CALENDAR.
           PERFORM LOAD-CHECKPOINT.
           MOVE WS-RUN-DATE TO HDR-DATE.
           WRITE REG-LINE FROM REG-HEADER-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-DATE TO CH1-DATE.
           WRITE COL-LINE FROM COL-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE COL-LINE FROM COL-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO COL-LINE.
           WRITE COL-LINE AFTER ADVANCING 1 LINE.
           IF WS-DONE-CT > ZERO
               DISPLAY 'CLOSRUN RESTART - SKIPPING ' WS-DONE-CT
                       ' PROCESSED CARDS'
               PERFORM SKIP-ONE-CARD
                       UNTIL WS-SKIP-CT NOT < WS-DONE-CT
                          OR WS-CLSREQ-EOF
           END-IF.
           PERFORM READ-CLSREQ.
           IF WS-FLIGHT-OPEN AND NOT WS-CLSREQ-EOF
               PERFORM RECOVER-FLIGHT-CARD
           END-IF.
           PERFORM PROCESS-ONE-CARD
                   UNTIL WS-CLSREQ-EOF.
           PERFORM PRINT-TOTALS.
           PERFORM REMOVE-CHECKPOINT.
           CLOSE RATEIN-FILE CLSREQ-FILE ACCTF-FILE TRANF-FILE
                 ACCTHF-FILE STORDF-FILE PENDF-FILE NOTIFF-FILE
                 PAYEEF-FILE CUSTF-FILE ADJRSNF-FILE CKPTF-FILE
                 REGOUT-FILE CLSSTMT-FILE COLLRPT-FILE.
           DISPLAY 'CLOSRUN COMPLETE CARDS=' WS-DONE-CT
                   ' CLOSED=' WS-CLOSED-CT
                   ' COLLECTIONS=' WS-COLLECT-CT
                   ' REFUSED=' WS-REFUSED-CT
                   ' FAILED=' WS-FAILED-CT.
           IF (WS-COLLECT-CT > ZERO OR WS-REFUSED-CT > ZERO)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-FAILED-CT > ZERO OR WS-HIST-MISSING-CT > ZERO)
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM END-EVENT-PUBLISHING.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT RATEIN-FILE.
           IF WS-RATEIN-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR RATEIN OPEN STATUS='
                       WS-RATEIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLSREQ-FILE.
           IF WS-CLSREQ-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR CLSREQ OPEN STATUS='
                       WS-CLSREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCTF-FILE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR ACCTF OPEN STATUS='
                       WS-ACCTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCTHF-FILE.
           IF WS-ACCTHF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR ACCTHF OPEN STATUS='
                       WS-ACCTHF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STORDF-FILE.
           IF WS-STORDF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR STORDF OPEN STATUS='
                       WS-STORDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDF-FILE.
           IF WS-PENDF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR PENDF OPEN STATUS='
                       WS-PENDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O NOTIFF-FILE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR NOTIFF OPEN STATUS='
                       WS-NOTIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYEEF-FILE.
           IF WS-PAYEEF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR PAYEEF OPEN STATUS='
                       WS-PAYEEF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTF-FILE.
           IF WS-CUSTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR CUSTF OPEN STATUS='
                       WS-CUSTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADJRSNF-FILE.
           IF WS-ADJRSNF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR ADJRSNF OPEN STATUS='
                       WS-ADJRSNF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CKPTF-FILE.
           IF WS-CKPTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR CKPTF OPEN STATUS='
                       WS-CKPTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * EXTEND, not OUTPUT: a restart must continue the abended
      * run's register and statements, not wipe them (both are
      * DISP=MOD, same convention as FEEINT's REGOUT).
           OPEN EXTEND REGOUT-FILE.
           IF WS-REGOUT-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR REGOUT OPEN STATUS='
                       WS-REGOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CLSSTMT-FILE.
           IF WS-CLSSTMT-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR CLSSTMT OPEN STATUS='
                       WS-CLSSTMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COLLRPT-FILE.
           IF WS-COLLRPT-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR COLLRPT OPEN STATUS='
                       WS-COLLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - closures post under the business day on
      * the BUSDATF control record, so the trial balance and GL
      * extract (which select by it) see them on the day they
      * belong to. A missing control record stops the run.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'CLOSRUN ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
           CLOSE BUSDATF-FILE.
      *
      *****************************************************************
      * CHECK-CLEARING-RUN - has CLRGEN already run (or started) for
      * the business date? Its RUNCTLF record says so. If it has, a
      * payee payout posted now would never reach a clearing file.
      *****************************************************************
       CHECK-CLEARING-RUN.
           OPEN INPUT RUNCTLF-FILE.
           IF WS-RUNCTLF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR RUNCTLF OPEN STATUS='
                       WS-RUNCTLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO RUN-BUS-DATE.
           MOVE 'CLRGEN  '  TO RUN-JOB-NAME.
           READ RUNCTLF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RUNCTLF-STATUS EQUAL '00'
               SET WS-CLRGEN-RAN TO TRUE
               DISPLAY 'CLOSRUN CLRGEN HAS RUN FOR ' WS-RUN-DATE
                       ' - PAYEE PAYOUTS WILL BE REFUSED'
           ELSE
               IF WS-RUNCTLF-STATUS EQUAL '23'
                   SET WS-CLRGEN-NOT-RUN TO TRUE
               ELSE
                   DISPLAY 'CLOSRUN ERROR RUNCTLF READ STATUS='
                           WS-RUNCTLF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE RUNCTLF-FILE.
      *
      *****************************************************************
      * LOAD-RATE-CARD - one card carries the closure fee and the
      * annual interest rate. A bad card stops the run before
      * anything posts.
      *****************************************************************
       LOAD-RATE-CARD.
           READ RATEIN-FILE
               AT END
                   DISPLAY 'CLOSRUN ERROR RATEIN EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF RT-FEE-X NOT NUMERIC
              OR RT-RATE-X NOT NUMERIC
               DISPLAY 'CLOSRUN ERROR BAD RATE CARD fee=' RT-FEE-X
                       ' rate=' RT-RATE-X
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RT-FEE  TO WS-CLOSE-FEE.
           MOVE RT-RATE TO WS-ANNUAL-RATE.
           DISPLAY 'CLOSRUN RATES closure-fee=' WS-CLOSE-FEE
                   ' annual-rate=' WS-ANNUAL-RATE.
      *
      *****************************************************************
      * SET-RUN-CALENDAR - the first of the month (where the closing
      * statement starts), the length of the month (for the pro-rata
      * interest) and the day serial (for the days in overdraft on
      * the collections report).
      *****************************************************************
       SET-RUN-CALENDAR.
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'CLOSRUN ERROR BAD BUSINESS DATE='
                       WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START(7:2).
           MOVE WS-MONTH-LEN-TBL(WS-RUN-MONTH) TO WS-MONTH-LEN.
           IF WS-RUN-MONTH EQUAL 2
               DIVIDE WS-RUN-YEAR BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
               DIVIDE WS-RUN-YEAR BY 100
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
               DIVIDE WS-RUN-YEAR BY 400
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 EQUAL ZERO
                  AND (WS-LEAP-R100 NOT EQUAL ZERO
                       OR WS-LEAP-R400 EQUAL ZERO)
                   MOVE 29 TO WS-MONTH-LEN
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO WS-D2D-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-D2D-DAYS TO WS-RUN-DAYS.
      *
       LOAD-CHECKPOINT.
           MOVE WS-JOB-NAME TO CKP-JOB-NAME.
           READ CKPTF-FILE
               INVALID KEY
                   MOVE ZERO TO WS-DONE-CT WS-CLOSED-CT WS-COLLECT-CT
                                WS-REFUSED-CT WS-FAILED-CT
                                WS-SO-CANCEL-CT WS-PND-REFUSE-CT
                                WS-POST-CT WS-HIST-MISSING-CT
                   PERFORM CLEAR-FLIGHT
                   PERFORM WRITE-NEW-CHECKPOINT
               NOT INVALID KEY
                   MOVE CKP-DATA TO WS-CKPT-PROGRESS
                   DISPLAY 'CLOSRUN CHECKPOINT FOUND DONE='
                           WS-DONE-CT
           END-READ.
      *
       CLEAR-FLIGHT.
           SET WS-FLIGHT-CLEAR TO TRUE.
           MOVE SPACES TO WS-FLIGHT-STATUS WS-FLIGHT-TIME.
           MOVE ZERO   TO WS-FLIGHT-PRE-BAL WS-FLIGHT-TGT-BAL
                          WS-FLIGHT-INT-AMT WS-FLIGHT-FEE-AMT
                          WS-FLIGHT-PAYOUT.
      *
       WRITE-NEW-CHECKPOINT.
           MOVE WS-JOB-NAME      TO CKP-JOB-NAME.
           MOVE WS-CKPT-PROGRESS TO CKP-DATA.
           PERFORM STAMP-CHECKPOINT.
           WRITE CKPT-RECORD
               INVALID KEY
                   DISPLAY 'CLOSRUN ERROR CKPTF WRITE STATUS='
                           WS-CKPTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
      *
       UPDATE-CHECKPOINT.
           MOVE WS-JOB-NAME      TO CKP-JOB-NAME.
           MOVE WS-CKPT-PROGRESS TO CKP-DATA.
           PERFORM STAMP-CHECKPOINT.
           REWRITE CKPT-RECORD
               INVALID KEY
                   DISPLAY 'CLOSRUN ERROR CKPTF REWRITE STATUS='
                           WS-CKPTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
      *
       STAMP-CHECKPOINT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO CKP-DATE.
           MOVE WS-STAMP-TIME(1:6) TO CKP-TIME.
      *
       REMOVE-CHECKPOINT.
           MOVE WS-JOB-NAME TO CKP-JOB-NAME.
           DELETE CKPTF-FILE
               INVALID KEY
                   DISPLAY 'CLOSRUN ERROR CKPTF DELETE STATUS='
                           WS-CKPTF-STATUS
           END-DELETE.
      *
       SKIP-ONE-CARD.
           READ CLSREQ-FILE
               AT END
                   SET WS-CLSREQ-EOF TO TRUE
           END-READ.
           IF WS-CLSREQ-STATUS NOT EQUAL '00'
              AND WS-CLSREQ-STATUS NOT EQUAL '10'
               DISPLAY 'CLOSRUN ERROR CLSREQ READ STATUS='
                       WS-CLSREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-CLSREQ-EOF
               ADD 1 TO WS-SKIP-CT
           END-IF.
      *
       READ-CLSREQ.
           READ CLSREQ-FILE
               AT END
                   SET WS-CLSREQ-EOF TO TRUE
           END-READ.
           IF NOT WS-CLSREQ-EOF
               IF WS-CLSREQ-STATUS NOT EQUAL '00'
                   DISPLAY 'CLOSRUN ERROR CLSREQ READ STATUS='
                           WS-CLSREQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      * PROCESS-ONE-CARD - edit the card, settle and close the account
      * or hand it to collections, write the register line, and
      * checkpoint the card as done before reading the next - a
      * restart must never settle a card whose line is written.
      *****************************************************************
       PROCESS-ONE-CARD.
           COMPUTE WS-CARD-NO = WS-DONE-CT + 1.
           PERFORM START-CARD.
           PERFORM EDIT-CLOSURE-CARD.
           IF WS-CARD-OK
               PERFORM SETTLE-ACCOUNT
           ELSE
               IF WS-CARD-COLLECT
                   PERFORM HAND-TO-COLLECTIONS
               ELSE
                   ADD 1 TO WS-REFUSED-CT
                   MOVE 'REFUSED' TO DTL-RESULT
               END-IF
           END-IF.
           PERFORM FINISH-CARD.
      *
       START-CARD.
           SET WS-NOT-RECOVERING TO TRUE.
           SET WS-CARD-OK TO TRUE.
           SET WS-POST-OK TO TRUE.
           MOVE SPACES TO WS-CARD-NOTE.
           MOVE SPACES TO WS-PAYOUT-TYPE.
           MOVE ZERO   TO WS-INT-AMOUNT WS-FEE-POSTED WS-PAYOUT
                          WS-TGT-PRE-BALANCE WS-TGT-NEW-BALANCE
                          WS-CARD-SO-CT WS-CARD-PND-CT.
           MOVE WS-RUN-TIME TO WS-POST-TIME.
           MOVE ZERO TO WS-WRITTEN-CT.
           SET WS-TARGET-UNTOUCHED TO TRUE.
           SET WS-AHS-NOT-WRITTEN TO TRUE.
           PERFORM BUILD-CORR-IDS.
      *
       FINISH-CARD.
           PERFORM WRITE-REGISTER-LINE.
           ADD 1 TO WS-DONE-CT.
           PERFORM CLEAR-FLIGHT.
           PERFORM UPDATE-CHECKPOINT.
           PERFORM READ-CLSREQ.
      *
      *****************************************************************
      * BUILD-CORR-IDS - the card's postings are keyed on the run date
      * and the card's place in the deck, one leg digit apiece; the
      * transfer's credit leg takes 'X' over the debit's first byte,
      * as PROGC derives it, so either leg leads to the other and
      * REVERSE-PAYMENT can back the transfer out like any other.
      *****************************************************************
       BUILD-CORR-IDS.
           MOVE WS-RUN-DATE TO WS-CORR-DATE.
           MOVE WS-CARD-NO  TO WS-CORR-CARD.
           MOVE 1 TO WS-CORR-LEG.
           MOVE WS-CORR-BUILD TO WS-INT-CORR-ID.
           MOVE 2 TO WS-CORR-LEG.
           MOVE WS-CORR-BUILD TO WS-FEE-CORR-ID.
           MOVE 3 TO WS-CORR-LEG.
           MOVE WS-CORR-BUILD TO WS-PAY-CORR-ID.
           MOVE 9 TO WS-CORR-LEG.
           MOVE WS-CORR-BUILD TO WS-NTF-CORR-ID.
           MOVE 'X'                  TO WS-TRC-PREFIX.
           MOVE WS-PAY-CORR-ID(2:15) TO WS-TRC-REST.
      *
      *****************************************************************
      * EDIT-CLOSURE-CARD - read the account and decide what the card
      * gets: refused (with the reason on the register), collections
      * (overdrawn), or a settlement, worked out here so the payout
      * can be checked against where the card sends it. Nothing is
      * changed on any file until the card has passed.
      *****************************************************************
       EDIT-CLOSURE-CARD.
           IF CLQ-ACCOUNT-ID EQUAL SPACES
              OR CLQ-USER-ID EQUAL SPACES
               SET WS-CARD-REFUSED TO TRUE
               MOVE 'CARD INCOMPLETE' TO WS-CARD-NOTE
           ELSE
               MOVE CLQ-ACCOUNT-ID TO ACC-ACCOUNT-ID
               READ ACCTF-FILE
                   INVALID KEY
                       SET WS-CARD-REFUSED TO TRUE
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-CARD-NOTE
               END-READ
           END-IF.
           IF WS-CARD-OK
               IF ACC-CLOSED
                   SET WS-CARD-REFUSED TO TRUE
                   MOVE 'ALREADY CLOSED' TO WS-CARD-NOTE
               ELSE
                   IF ACC-FROZEN
                       SET WS-CARD-REFUSED TO TRUE
                       MOVE 'ACCOUNT FROZEN' TO WS-CARD-NOTE
                   ELSE
                       IF ACC-BALANCE < ZERO
                           SET WS-CARD-COLLECT TO TRUE
                       ELSE
                           PERFORM COMPUTE-SETTLEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CARD-OK AND WS-PAYOUT > ZERO
               IF CLQ-BY-TRANSFER
                   PERFORM EDIT-TARGET-ACCOUNT
               ELSE
                   IF CLQ-BY-PAYEE
                       PERFORM EDIT-PAYEE
                   ELSE
                       SET WS-CARD-REFUSED TO TRUE
                       MOVE 'PAYOUT METHOD NOT T OR P'
                            TO WS-CARD-NOTE
                   END-IF
               END-IF
           END-IF.
           IF WS-CARD-OK
               PERFORM CHECK-CORR-IDS-FREE
           END-IF.
      * Leave the closing account in ACCT-RECORD for what follows -
      * the target check reads over it.
           IF WS-CARD-OK
               MOVE WS-CLOSE-IMAGE TO ACCT-RECORD
           END-IF.
      *
      *****************************************************************
      * CHECK-CORR-IDS-FREE - the corr-ids follow the card's place in
      * the deck, so a forced rerun of the date with a corrected or
      * reordered deck can land a card on keys an earlier run of the
      * date already posted under. Such a card is refused here, while
      * nothing is changed, rather than part-way through its closure.
      *****************************************************************
       CHECK-CORR-IDS-FREE.
           MOVE WS-INT-CORR-ID TO TRN-CORR-ID.
           PERFORM PROBE-TRANF-CORR-ID.
           IF WS-CARD-OK
               MOVE WS-FEE-CORR-ID TO TRN-CORR-ID
               PERFORM PROBE-TRANF-CORR-ID
           END-IF.
           IF WS-CARD-OK
               MOVE WS-PAY-CORR-ID TO TRN-CORR-ID
               PERFORM PROBE-TRANF-CORR-ID
           END-IF.
           IF WS-CARD-OK
               MOVE WS-NTF-CORR-ID TO NTF-CORR-ID
               READ NOTIFF-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-NOTIFF-STATUS EQUAL '00'
                   SET WS-CARD-REFUSED TO TRUE
                   MOVE 'CORR-ID ALREADY USED' TO WS-CARD-NOTE
               ELSE
                   IF WS-NOTIFF-STATUS NOT EQUAL '23'
                       DISPLAY 'CLOSRUN ERROR NOTIFF READ corr-id='
                               NTF-CORR-ID ' STATUS='
                               WS-NOTIFF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
       PROBE-TRANF-CORR-ID.
           READ TRANF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANF-STATUS EQUAL '00'
               SET WS-CARD-REFUSED TO TRUE
               MOVE 'CORR-ID ALREADY USED' TO WS-CARD-NOTE
           ELSE
               IF WS-TRANF-STATUS NOT EQUAL '23'
                   DISPLAY 'CLOSRUN ERROR TRANF READ corr-id='
                           TRN-CORR-ID ' STATUS=' WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      * COMPUTE-SETTLEMENT - the closing account is in credit (or
      * empty). Interest runs pro rata to the day of the month on
      * FEEINT's annual rate; the fee is the card's, none when the
      * account is dormant, and never more than the account holds
      * once the interest is in. What is left is paid out.
      *****************************************************************
       COMPUTE-SETTLEMENT.
           MOVE ACCT-RECORD     TO WS-CLOSE-IMAGE.
           MOVE ACC-BALANCE     TO WS-PRE-BALANCE.
           MOVE ACC-CUSTOMER-ID TO WS-CLOSE-CUSTOMER.
           MOVE ZERO TO WS-INT-AMOUNT.
           IF ACC-BALANCE > ZERO
               COMPUTE WS-INT-AMOUNT ROUNDED =
                       ACC-BALANCE * WS-ANNUAL-RATE * WS-RUN-DAY
                       / (1200 * WS-MONTH-LEN)
           END-IF.
           IF ACC-DORMANT
               MOVE ZERO TO WS-FEE-POSTED
               MOVE 'DORMANT - NO FEE' TO WS-CARD-NOTE
           ELSE
               MOVE WS-CLOSE-FEE TO WS-FEE-POSTED
               IF WS-FEE-POSTED > ACC-BALANCE + WS-INT-AMOUNT
                   COMPUTE WS-FEE-POSTED =
                           ACC-BALANCE + WS-INT-AMOUNT
                   MOVE 'FEE CUT TO BALANCE' TO WS-CARD-NOTE
               END-IF
           END-IF.
           COMPUTE WS-PAYOUT =
                   ACC-BALANCE + WS-INT-AMOUNT - WS-FEE-POSTED.
      *
      *****************************************************************
      * EDIT-TARGET-ACCOUNT - a transfer goes to another open,
      * unfrozen account of the same CUSTF customer, so the closing
      * account must be linked to one.
      *****************************************************************
       EDIT-TARGET-ACCOUNT.
           IF CLQ-PAYOUT-TO EQUAL SPACES
              OR CLQ-PAYOUT-TO EQUAL CLQ-ACCOUNT-ID
               SET WS-CARD-REFUSED TO TRUE
               MOVE 'NO OTHER ACCOUNT NAMED' TO WS-CARD-NOTE
           ELSE
               IF WS-CLOSE-CUSTOMER EQUAL SPACES
                   SET WS-CARD-REFUSED TO TRUE
                   MOVE 'NOT LINKED TO A CUSTOMER' TO WS-CARD-NOTE
               ELSE
                   MOVE CLQ-PAYOUT-TO TO ACC-ACCOUNT-ID
                   READ ACCTF-FILE
                       INVALID KEY
                           SET WS-CARD-REFUSED TO TRUE
                           MOVE 'TARGET NOT ON FILE'
                                TO WS-CARD-NOTE
                   END-READ
                   IF WS-CARD-OK
                       PERFORM CHECK-TARGET-ACCOUNT
                   END-IF
               END-IF
           END-IF.
      *
       CHECK-TARGET-ACCOUNT.
           IF ACC-CLOSED OR ACC-FROZEN
               SET WS-CARD-REFUSED TO TRUE
               MOVE 'TARGET CLOSED OR FROZEN' TO WS-CARD-NOTE
           ELSE
               IF ACC-CUSTOMER-ID NOT EQUAL WS-CLOSE-CUSTOMER
                   SET WS-CARD-REFUSED TO TRUE
                   MOVE 'TARGET OTHER CUSTOMER' TO WS-CARD-NOTE
               ELSE
                   MOVE ACC-BALANCE TO WS-TGT-PRE-BALANCE
                   MOVE 'TRF '      TO WS-PAYOUT-TYPE
               END-IF
           END-IF.
      *
       EDIT-PAYEE.
           IF WS-CLRGEN-RAN
               SET WS-CARD-REFUSED TO TRUE
               MOVE 'CLEARING ALREADY RUN' TO WS-CARD-NOTE
           ELSE
               PERFORM CHECK-PAYEE
           END-IF.
      *
       CHECK-PAYEE.
           IF CLQ-PAYOUT-TO EQUAL SPACES
               SET WS-CARD-REFUSED TO TRUE
               MOVE 'NO PAYEE NAMED' TO WS-CARD-NOTE
           ELSE
               MOVE CLQ-PAYOUT-TO TO PYE-PAYEE-ID
               READ PAYEEF-FILE
                   INVALID KEY
                       SET WS-CARD-REFUSED TO TRUE
                       MOVE 'PAYEE NOT ON FILE' TO WS-CARD-NOTE
               END-READ
               IF WS-CARD-OK
                   IF NOT PYE-ACTIVE
                       SET WS-CARD-REFUSED TO TRUE
                       MOVE 'PAYEE NOT ACTIVE' TO WS-CARD-NOTE
                   ELSE
                       MOVE 'PMT ' TO WS-PAYOUT-TYPE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SETTLE-ACCOUNT - post the settlement and close the account,
      * and only once it is closed stop everything that could still
      * move money on it. A closure that does not post leaves its
      * orders and held payments as they were.
      *****************************************************************
       SETTLE-ACCOUNT.
           PERFORM POST-SETTLEMENT.
           IF WS-POST-OK
               PERFORM CANCEL-STANDING-ORDERS
               PERFORM REFUSE-HELD-PAYMENTS
               PERFORM FINISH-CLOSURE
           ELSE
               ADD 1 TO WS-FAILED-CT
               MOVE 'NOT CLOSED' TO DTL-RESULT
           END-IF.
      *
      *****************************************************************
      * CANCEL-STANDING-ORDERS - STORDF has no account index, so the
      * file is passed from the top for each closure (the deck is a
      * handful of cards a day). Every order still live - active,
      * or flagged after failed attempts and waiting on the branch -
      * is cancelled under the requesting user, as STOMNT would.
      *****************************************************************
       CANCEL-STANDING-ORDERS.
           SET WS-SCAN-MORE TO TRUE.
           MOVE LOW-VALUES TO SO-ORDER-ID.
           START STORDF-FILE KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM CHECK-ONE-ORDER
                   UNTIL WS-SCAN-EOF.
      *
       CHECK-ONE-ORDER.
           READ STORDF-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           IF NOT WS-SCAN-EOF
               IF WS-STORDF-STATUS NOT EQUAL '00'
                   DISPLAY 'CLOSRUN ERROR STORDF READ STATUS='
                           WS-STORDF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SO-ACCOUNT-ID EQUAL CLQ-ACCOUNT-ID
                  AND (SO-ACTIVE OR SO-FLAGGED)
                   SET SO-CANCELLED TO TRUE
                   MOVE CLQ-USER-ID TO SO-UPD-USER
                   MOVE WS-RUN-DATE TO SO-UPD-DATE
                   REWRITE STORD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-STORDF-STATUS NOT EQUAL '00'
                       DISPLAY 'CLOSRUN ERROR STORDF REWRITE order='
                               SO-ORDER-ID ' STATUS='
                               WS-STORDF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CARD-SO-CT
                   ADD 1 TO WS-SO-CANCEL-CT
               END-IF
           END-IF.
      *
      *****************************************************************
      * REFUSE-HELD-PAYMENTS - a payment still held for supervisor
      * approval can never be released against a closed account:
      * refuse it under the requesting user, as PAYAPPR's refusal
      * does. PENDF is passed from the top, as STORDF is.
      *****************************************************************
       REFUSE-HELD-PAYMENTS.
           SET WS-SCAN-MORE TO TRUE.
           MOVE LOW-VALUES TO PND-CORR-ID.
           START PENDF-FILE KEY IS NOT LESS THAN PND-CORR-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM CHECK-ONE-HELD-ITEM
                   UNTIL WS-SCAN-EOF.
      *
       CHECK-ONE-HELD-ITEM.
           READ PENDF-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           IF NOT WS-SCAN-EOF
               IF WS-PENDF-STATUS NOT EQUAL '00'
                   DISPLAY 'CLOSRUN ERROR PENDF READ STATUS='
                           WS-PENDF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PND-ACCOUNT-ID EQUAL CLQ-ACCOUNT-ID
                  AND PND-HELD
                   SET PND-REFUSED TO TRUE
                   MOVE CLQ-USER-ID TO PND-ACTION-USER
                   MOVE WS-RUN-DATE TO PND-ACTION-DATE
                   REWRITE PEND-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-PENDF-STATUS NOT EQUAL '00'
                       DISPLAY 'CLOSRUN ERROR PENDF REWRITE corr-id='
                               PND-CORR-ID ' STATUS='
                               WS-PENDF-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CARD-PND-CT
                   ADD 1 TO WS-PND-REFUSE-CT
               END-IF
           END-IF.
      *
      *****************************************************************
      * POST-SETTLEMENT - checkpoint the card as in flight with its
      * amounts and the balances before, then write the history (the
      * TRANF postings and the ACCTHF closure entry), then move the
      * target's balance and close the account. A failure at any
      * step undoes the steps before it.
      *****************************************************************
       POST-SETTLEMENT.
           SET WS-FLIGHT-OPEN TO TRUE.
           MOVE ACC-STATUS         TO WS-FLIGHT-STATUS.
           MOVE WS-POST-TIME       TO WS-FLIGHT-TIME.
           MOVE WS-PRE-BALANCE     TO WS-FLIGHT-PRE-BAL.
           MOVE WS-TGT-PRE-BALANCE TO WS-FLIGHT-TGT-BAL.
           MOVE WS-INT-AMOUNT      TO WS-FLIGHT-INT-AMT.
           MOVE WS-FEE-POSTED      TO WS-FLIGHT-FEE-AMT.
           MOVE WS-PAYOUT          TO WS-FLIGHT-PAYOUT.
           IF WS-PAYOUT EQUAL ZERO
               MOVE ZERO TO WS-FLIGHT-TGT-BAL
           END-IF.
           PERFORM UPDATE-CHECKPOINT.
           PERFORM SET-CLOSED-IMAGE.
           PERFORM WRITE-SETTLEMENT-HISTORY.
           IF WS-POST-OK
               PERFORM WRITE-CLOSURE-ENTRY
           END-IF.
           IF WS-POST-OK
              AND WS-PAYOUT-TYPE EQUAL 'TRF '
              AND WS-PAYOUT > ZERO
               PERFORM CREDIT-TARGET-ACCOUNT
           END-IF.
           IF WS-POST-OK
               PERFORM CLOSE-ACCOUNT-MASTER
           END-IF.
           IF WS-POST-FAILED
               PERFORM UNDO-SETTLEMENT
           END-IF.
      *
      *****************************************************************
      * SET-CLOSED-IMAGE - the closing account as it will stand: no
      * balance, no overdraft, status C. The closure is not customer
      * activity, so the last-activity fields are left as they were.
      *****************************************************************
       SET-CLOSED-IMAGE.
           MOVE WS-CLOSE-IMAGE TO ACCT-RECORD.
           MOVE ZERO   TO ACC-BALANCE.
           MOVE SPACES TO ACC-OD-START-DATE.
           SET ACC-CLOSED TO TRUE.
           MOVE ACCT-RECORD TO WS-CLOSED-IMAGE.
      *
      *****************************************************************
      * WRITE-SETTLEMENT-HISTORY - one TRANF record per leg that moves
      * money: interest, fee, the payout debit and, for a transfer,
      * its credit leg on the target.
      *****************************************************************
       WRITE-SETTLEMENT-HISTORY.
           IF WS-INT-AMOUNT > ZERO
               MOVE WS-INT-CORR-ID TO TRN-CORR-ID
               MOVE CLQ-ACCOUNT-ID TO TRN-ACCOUNT-ID
               MOVE 'INT '         TO TRN-TRAN-TYPE
               MOVE WS-INT-AMOUNT  TO TRN-AMOUNT
               MOVE SPACES         TO TRN-PAYEE-ID
               PERFORM WRITE-HISTORY-RECORD
           END-IF.
           IF WS-POST-OK AND WS-FEE-POSTED > ZERO
               MOVE WS-FEE-CORR-ID TO TRN-CORR-ID
               MOVE CLQ-ACCOUNT-ID TO TRN-ACCOUNT-ID
               MOVE 'FEE '         TO TRN-TRAN-TYPE
               MOVE WS-FEE-POSTED  TO TRN-AMOUNT
               MOVE SPACES         TO TRN-PAYEE-ID
               PERFORM WRITE-HISTORY-RECORD
           END-IF.
           IF WS-POST-OK AND WS-PAYOUT > ZERO
               MOVE WS-PAY-CORR-ID TO TRN-CORR-ID
               MOVE CLQ-ACCOUNT-ID TO TRN-ACCOUNT-ID
               MOVE WS-PAYOUT-TYPE TO TRN-TRAN-TYPE
               MOVE WS-PAYOUT      TO TRN-AMOUNT
      * A payment names its payee for CLRGEN; a transfer leg has
      * none.
               IF WS-PAYOUT-TYPE EQUAL 'PMT '
                   MOVE CLQ-PAYOUT-TO TO TRN-PAYEE-ID
               ELSE
                   MOVE SPACES        TO TRN-PAYEE-ID
               END-IF
               PERFORM WRITE-HISTORY-RECORD
           END-IF.
           IF WS-POST-OK AND WS-PAYOUT > ZERO
              AND WS-PAYOUT-TYPE EQUAL 'TRF '
               MOVE WS-TRC-CORR-ID TO TRN-CORR-ID
               MOVE CLQ-PAYOUT-TO  TO TRN-ACCOUNT-ID
               MOVE 'TRC '         TO TRN-TRAN-TYPE
               MOVE WS-PAYOUT      TO TRN-AMOUNT
               MOVE SPACES         TO TRN-PAYEE-ID
               PERFORM WRITE-HISTORY-RECORD
           END-IF.
      *
       WRITE-HISTORY-RECORD.
           MOVE WS-RUN-DATE  TO TRN-DATE.
           MOVE WS-POST-TIME TO TRN-TIME.
           SET TRN-NOT-REVERSED TO TRUE.
           MOVE SPACES TO TRN-REVERSAL-CORR-ID.
           MOVE TRN-ACCOUNT-ID TO TRN-AK-ACCOUNT-ID.
           MOVE TRN-DATE TO TRN-AK-DATE.
           MOVE TRN-TIME TO TRN-AK-TIME.
           MOVE TRN-CORR-ID TO TRN-AK-CORR-ID.
           WRITE TRAN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
      * A duplicate is only this card's own record when a restart is
      * recovering it; on a first pass the corr-id belongs to
      * something else and nothing of the card may post.
           IF WS-TRANF-STATUS EQUAL '00'
              OR (WS-TRANF-STATUS EQUAL '22' AND WS-RECOVERING)
               ADD 1 TO WS-WRITTEN-CT
               MOVE TRN-CORR-ID TO WS-WRITTEN-ID(WS-WRITTEN-CT)
           ELSE
               DISPLAY 'CLOSRUN ERROR TRANF WRITE corr-id='
                       TRN-CORR-ID ' STATUS=' WS-TRANF-STATUS
               MOVE 'TRANF WRITE FAILED' TO WS-CARD-NOTE
               SET WS-POST-FAILED TO TRUE
           END-IF.
      *
      *****************************************************************
      * WRITE-CLOSURE-ENTRY - the ACCTHF 'C' entry, under the user who
      * took the request, with the account before the closure and as
      * it will stand after it. Written ahead of the master, as the
      * postings are, and deleted again if the master is not closed.
      *****************************************************************
       WRITE-CLOSURE-ENTRY.
           MOVE CLQ-ACCOUNT-ID  TO AHS-ACCOUNT-ID.
           MOVE WS-RUN-DATE     TO AHS-DATE.
           MOVE WS-POST-TIME    TO AHS-TIME.
           MOVE CLQ-USER-ID     TO AHS-USER-ID.
           SET AHS-ACT-CLOSE    TO TRUE.
           MOVE WS-CLOSE-IMAGE  TO AHS-BEFORE-IMAGE.
           MOVE WS-CLOSED-IMAGE TO AHS-AFTER-IMAGE.
           WRITE HIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ACCTHF-STATUS EQUAL '00'
              OR (WS-ACCTHF-STATUS EQUAL '22' AND WS-RECOVERING)
               SET WS-AHS-WRITTEN TO TRUE
           ELSE
               DISPLAY 'CLOSRUN ERROR ACCTHF WRITE acct='
                       CLQ-ACCOUNT-ID ' STATUS=' WS-ACCTHF-STATUS
               MOVE 'ACCTHF WRITE FAILED' TO WS-CARD-NOTE
               SET WS-POST-FAILED TO TRUE
           END-IF.
      *
      *****************************************************************
      * CREDIT-TARGET-ACCOUNT - add the payout to the target, keeping
      * its overdraft start date in step (PROGC's MAINTAIN-OD-MARKER
      * rule). The image before the credit is kept to put back.
      *****************************************************************
       CREDIT-TARGET-ACCOUNT.
           MOVE CLQ-PAYOUT-TO TO ACC-ACCOUNT-ID.
           READ ACCTF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR TARGET READ acct='
                       CLQ-PAYOUT-TO ' STATUS=' WS-ACCTF-STATUS
               MOVE 'TARGET READ FAILED' TO WS-CARD-NOTE
               SET WS-POST-FAILED TO TRUE
           ELSE
               MOVE ACCT-RECORD TO WS-TARGET-IMAGE
               ADD WS-PAYOUT TO ACC-BALANCE
               IF ACC-BALANCE < ZERO
                   IF ACC-OD-START-DATE EQUAL SPACES
                       MOVE WS-RUN-DATE TO ACC-OD-START-DATE
                   END-IF
               ELSE
                   MOVE SPACES TO ACC-OD-START-DATE
               END-IF
               MOVE ACC-BALANCE TO WS-TGT-NEW-BALANCE
               REWRITE ACCT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-ACCTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CLOSRUN ERROR TARGET REWRITE acct='
                           CLQ-PAYOUT-TO ' STATUS=' WS-ACCTF-STATUS
                   MOVE 'TARGET REWRITE FAILED' TO WS-CARD-NOTE
                   SET WS-POST-FAILED TO TRUE
               ELSE
                   SET WS-TARGET-CREDITED TO TRUE
               END-IF
           END-IF.
      *
       CLOSE-ACCOUNT-MASTER.
           MOVE WS-CLOSED-IMAGE TO ACCT-RECORD.
           REWRITE ACCT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCTF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR ACCTF REWRITE acct='
                       CLQ-ACCOUNT-ID ' STATUS=' WS-ACCTF-STATUS
               MOVE 'ACCTF REWRITE FAILED' TO WS-CARD-NOTE
               SET WS-POST-FAILED TO TRUE
           END-IF.
      *
      *****************************************************************
      * UNDO-SETTLEMENT - compensate whatever of the card landed: put
      * the target's balance back, then delete the ACCTHF entry and
      * the TRANF records, so history never shows a closure the
      * balances do not carry. A compensation that fails is shouted
      * for manual correction.
      *****************************************************************
       UNDO-SETTLEMENT.
           IF WS-TARGET-CREDITED
               MOVE WS-TARGET-IMAGE TO ACCT-RECORD
               REWRITE ACCT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-ACCTF-STATUS NOT EQUAL '00'
                   DISPLAY 'CLOSRUN ERROR ACCTF RESTORE acct='
                           CLQ-PAYOUT-TO ' STATUS=' WS-ACCTF-STATUS
                           ' MANUAL CORRECTION REQUIRED'
               END-IF
           END-IF.
           IF WS-AHS-WRITTEN
               MOVE CLQ-ACCOUNT-ID TO AHS-ACCOUNT-ID
               MOVE WS-RUN-DATE    TO AHS-DATE
               MOVE WS-POST-TIME   TO AHS-TIME
               DELETE ACCTHF-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-ACCTHF-STATUS NOT EQUAL '00'
                   DISPLAY 'CLOSRUN ERROR ACCTHF RESTORE acct='
                           CLQ-ACCOUNT-ID ' STATUS='
                           WS-ACCTHF-STATUS
                           ' MANUAL CORRECTION REQUIRED'
               END-IF
           END-IF.
           PERFORM DELETE-ONE-HISTORY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WRITTEN-CT.
           MOVE ZERO TO WS-WRITTEN-CT.
      *
       DELETE-ONE-HISTORY.
           MOVE WS-WRITTEN-ID(WS-SUB) TO TRN-CORR-ID.
           DELETE TRANF-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR TRANF RESTORE corr-id='
                       TRN-CORR-ID ' STATUS=' WS-TRANF-STATUS
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
      *****************************************************************
      * FINISH-CLOSURE - the account is closed: publish its postings,
      * queue the customer's confirmation and cut the closing
      * statement.
      *****************************************************************
       FINISH-CLOSURE.
           ADD 1 TO WS-CLOSED-CT.
           ADD WS-WRITTEN-CT TO WS-POST-CT.
           MOVE 'CLOSED' TO DTL-RESULT.
           PERFORM PUBLISH-CLOSURE-EVENTS.
           PERFORM QUEUE-CLOSURE-NOTICE.
           PERFORM PRINT-CLOSING-STATEMENT.
      *
      *****************************************************************
      * PUBLISH-CLOSURE-EVENTS - one balance-change event per posting,
      * each with the closing account's balance after it (worked
      * forward from the balance before the closure), and the credit
      * leg's with the target's new balance; then commit them.
      *****************************************************************
       PUBLISH-CLOSURE-EVENTS.
           MOVE WS-RUN-DATE    TO BEV-BUS-DATE.
           MOVE WS-POST-TIME   TO BEV-POST-TIME.
           MOVE WS-JOB-NAME    TO BEV-SOURCE.
           MOVE CLQ-ACCOUNT-ID TO BEV-ACCOUNT-ID.
           MOVE WS-PRE-BALANCE TO BEV-NEW-BALANCE.
           IF WS-INT-AMOUNT > ZERO
               MOVE WS-INT-CORR-ID TO BEV-CORR-ID
               MOVE 'INT '         TO BEV-TRAN-TYPE
               MOVE WS-INT-AMOUNT  TO BEV-AMOUNT
               ADD WS-INT-AMOUNT   TO BEV-NEW-BALANCE
               SET BEA-PUBLISH TO TRUE
               CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT
           END-IF.
           IF WS-FEE-POSTED > ZERO
               MOVE WS-FEE-CORR-ID TO BEV-CORR-ID
               MOVE 'FEE '         TO BEV-TRAN-TYPE
               MOVE WS-FEE-POSTED  TO BEV-AMOUNT
               SUBTRACT WS-FEE-POSTED FROM BEV-NEW-BALANCE
               SET BEA-PUBLISH TO TRUE
               CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT
           END-IF.
           IF WS-PAYOUT > ZERO
               MOVE WS-PAY-CORR-ID TO BEV-CORR-ID
               MOVE WS-PAYOUT-TYPE TO BEV-TRAN-TYPE
               MOVE WS-PAYOUT      TO BEV-AMOUNT
               MOVE ZERO           TO BEV-NEW-BALANCE
               SET BEA-PUBLISH TO TRUE
               CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT
           END-IF.
           IF WS-PAYOUT > ZERO AND WS-PAYOUT-TYPE EQUAL 'TRF '
               MOVE WS-TRC-CORR-ID     TO BEV-CORR-ID
               MOVE CLQ-PAYOUT-TO      TO BEV-ACCOUNT-ID
               MOVE 'TRC '             TO BEV-TRAN-TYPE
               MOVE WS-PAYOUT          TO BEV-AMOUNT
               MOVE WS-TGT-NEW-BALANCE TO BEV-NEW-BALANCE
               SET BEA-PUBLISH TO TRUE
               CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT
           END-IF.
           SET BEA-COMMIT TO TRUE.
           CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT.
      *
      *****************************************************************
      * QUEUE-CLOSURE-NOTICE - the customer's CLOS confirmation, with
      * the amount paid out, for the next NOTIFFMT run. A duplicate
      * is a restart of the card and counts as queued. The account
      * is already closed, so a failure is reported, not undone.
      *****************************************************************
       QUEUE-CLOSURE-NOTICE.
           MOVE WS-NTF-CORR-ID TO NTF-CORR-ID.
           MOVE CLQ-ACCOUNT-ID TO NTF-ACCOUNT-ID.
           MOVE WS-PAYOUT      TO NTF-AMOUNT.
           MOVE WS-RUN-DATE    TO NTF-DATE.
           MOVE WS-POST-TIME   TO NTF-TIME.
           MOVE 'CLOS'         TO NTF-TYPE.
           SET NTF-PENDING     TO TRUE.
           MOVE SPACES         TO NTF-REASON-CODE.
           WRITE NOTIF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
              AND WS-NOTIFF-STATUS NOT EQUAL '22'
               DISPLAY 'CLOSRUN ERROR NOTIFF WRITE corr-id='
                       NTF-CORR-ID ' STATUS=' WS-NOTIFF-STATUS
               ADD 1 TO WS-FAILED-CT
               MOVE 'NOTICE NOT QUEUED' TO WS-CARD-NOTE
           END-IF.
      *
      *****************************************************************
      * PRINT-CLOSING-STATEMENT - the month's postings on the account
      * down to the closure, read through the TRANF account index as
      * STMTGEN reads them, with the opening balance worked back from
      * the closing balance of zero, and where the money went.
      *****************************************************************
       PRINT-CLOSING-STATEMENT.
           MOVE WS-MONTH-START TO HD1-FROM-DATE.
           MOVE WS-RUN-DATE    TO HD1-TO-DATE.
           WRITE STMT-LINE FROM STMT-HEADER-1
               AFTER ADVANCING PAGE.
           MOVE WS-CLOSED-IMAGE TO ACCT-RECORD.
           MOVE CLQ-ACCOUNT-ID TO HD2-ACCOUNT-ID.
           MOVE ACC-CUST-NAME  TO HD2-CUST-NAME.
           MOVE WS-RUN-DATE    TO HD2-CLOSE-DATE.
           WRITE STMT-LINE FROM STMT-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-NET-MOVEMENT.
           SET WS-STMT-MORE TO TRUE.
           MOVE CLQ-ACCOUNT-ID TO WS-START-ACCOUNT.
           MOVE WS-MONTH-START TO WS-START-DATE.
           MOVE LOW-VALUES     TO WS-START-REST.
           MOVE WS-START-KEY   TO TRN-ACCT-KEY.
           START TRANF-FILE KEY IS NOT LESS THAN TRN-ACCT-KEY
               INVALID KEY
                   SET WS-STMT-EOF TO TRUE
           END-START.
           PERFORM READ-STATEMENT-TRAN.
           PERFORM PRINT-ONE-DETAIL
                   UNTIL WS-STMT-EOF.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE AFTER ADVANCING 1 LINE.
           COMPUTE WS-OPEN-BALANCE = ZERO - WS-NET-MOVEMENT.
           MOVE 'OPENING BALANCE     ' TO BAL-TEXT.
           MOVE WS-OPEN-BALANCE TO BAL-AMOUNT.
           WRITE STMT-LINE FROM STMT-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLOSING BALANCE     ' TO BAL-TEXT.
           MOVE ZERO TO BAL-AMOUNT.
           WRITE STMT-LINE FROM STMT-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM PRINT-PAYOUT-LINE.
           IF WS-CLSSTMT-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR CLSSTMT WRITE STATUS='
                       WS-CLSSTMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * The next posting of the closing account in the statement
      * period; the first past the run date or onto another account
      * ends the statement.
       READ-STATEMENT-TRAN.
           IF WS-STMT-MORE
               READ TRANF-FILE NEXT RECORD
                   AT END
                       SET WS-STMT-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-STMT-MORE
               IF WS-TRANF-STATUS NOT EQUAL '00'
                   DISPLAY 'CLOSRUN ERROR TRANF READ STATUS='
                           WS-TRANF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRN-AK-ACCOUNT-ID NOT EQUAL CLQ-ACCOUNT-ID
                  OR TRN-AK-DATE > WS-RUN-DATE
                   SET WS-STMT-EOF TO TRUE
               END-IF
           END-IF.
      *
       PRINT-ONE-DETAIL.
           PERFORM SET-SIGNED-AMOUNT.
           ADD WS-SIGNED-AMOUNT TO WS-NET-MOVEMENT.
           MOVE TRN-DATE         TO SDL-DATE.
           MOVE TRN-TIME         TO SDL-TIME.
           MOVE TRN-TRAN-TYPE    TO SDL-TYPE.
           MOVE WS-SIGNED-AMOUNT TO SDL-AMOUNT.
           MOVE TRN-CORR-ID      TO SDL-CORR-ID.
           IF TRN-REVERSED-FLAG EQUAL 'Y'
               MOVE 'REVERSED' TO SDL-REVERSED
           ELSE
               IF TRN-REVERSED-FLAG EQUAL 'R'
                   MOVE 'RETURNED' TO SDL-REVERSED
               ELSE
                   IF TRN-REVERSED-FLAG EQUAL 'D'
                       MOVE 'DISPUTED' TO SDL-REVERSED
                   ELSE
                       IF TRN-REVERSED-FLAG EQUAL 'C'
                           MOVE 'CHARGEBK' TO SDL-REVERSED
                       ELSE
                           MOVE SPACES     TO SDL-REVERSED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM SET-DESCRIPTION.
           WRITE STMT-LINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM READ-STATEMENT-TRAN.
      *
      *****************************************************************
      * SET-SIGNED-AMOUNT - the direction each transaction type moves
      * the balance, as STMTGEN's: keep the two lists in step
      * whenever a transaction type is added.
      *****************************************************************
       SET-SIGNED-AMOUNT.
           IF TRN-TRAN-TYPE EQUAL 'PMT '
              OR TRN-TRAN-TYPE EQUAL 'FEE '
              OR TRN-TRAN-TYPE EQUAL 'ODF '
              OR TRN-TRAN-TYPE EQUAL 'TRF '
              OR TRN-TRAN-TYPE EQUAL 'TRX '
              OR TRN-TRAN-TYPE EQUAL 'DPW '
              OR TRN-TRAN-TYPE EQUAL 'ADJD'
               COMPUTE WS-SIGNED-AMOUNT = ZERO - TRN-AMOUNT
           ELSE
               MOVE TRN-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
      *
      *****************************************************************
      * SET-DESCRIPTION - STMTGEN's plain words, and the closure's own
      * postings named for what they are.
      *****************************************************************
       SET-DESCRIPTION.
           MOVE SPACES TO SDL-DESC.
           IF TRN-TRAN-TYPE EQUAL 'TRF '
               MOVE 'TRANSFER OUT'      TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'TRC '
               MOVE 'TRANSFER IN'       TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'TRV '
               MOVE 'TRANSFER OUT REVSD' TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'TRX '
               MOVE 'TRANSFER IN REVSD' TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'RTN '
               MOVE 'PAYMENT RETURNED'  TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'DPC '
               MOVE 'DISPUTE CREDIT'    TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'DPF '
               MOVE 'DISPUTE REFUND'    TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'DPW '
               MOVE 'DISPUTE CREDIT REV' TO SDL-DESC
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'ADJD'
              OR TRN-TRAN-TYPE EQUAL 'ADJC'
               PERFORM SET-ADJUSTMENT-DESCRIPTION
           END-IF.
           IF TRN-CORR-ID EQUAL WS-INT-CORR-ID
               MOVE 'INTEREST TO CLOSURE' TO SDL-DESC
           END-IF.
           IF TRN-CORR-ID EQUAL WS-FEE-CORR-ID
               MOVE 'ACCOUNT CLOSURE FEE' TO SDL-DESC
           END-IF.
           IF TRN-CORR-ID EQUAL WS-PAY-CORR-ID
               MOVE 'CLOSING BALANCE PAID OUT' TO SDL-DESC
           END-IF.
      *
       SET-ADJUSTMENT-DESCRIPTION.
           MOVE TRN-ADJ-REASON TO ADR-REASON-CODE.
           READ ADJRSNF-FILE
               INVALID KEY
                   MOVE SPACES TO ADR-STMT-TEXT
           END-READ.
           IF ADR-STMT-TEXT NOT EQUAL SPACES
               MOVE ADR-STMT-TEXT TO SDL-DESC
           ELSE
               IF TRN-TRAN-TYPE EQUAL 'ADJD'
                   MOVE 'ADJUSTMENT DEBIT'  TO SDL-DESC
               ELSE
                   MOVE 'ADJUSTMENT CREDIT' TO SDL-DESC
               END-IF
           END-IF.
      *
       PRINT-PAYOUT-LINE.
           MOVE SPACES TO SPL-PAID-TO SPL-NAME.
           IF WS-PAYOUT EQUAL ZERO
               MOVE 'NOTHING LEFT TO PAY OUT' TO SPL-TEXT
           ELSE
               MOVE CLQ-PAYOUT-TO TO SPL-PAID-TO
               IF WS-PAYOUT-TYPE EQUAL 'TRF '
                   MOVE 'BALANCE PAID BY TRANSFER TO ACCOUNT '
                        TO SPL-TEXT
               ELSE
                   MOVE 'BALANCE PAID TO PAYEE ' TO SPL-TEXT
                   MOVE CLQ-PAYOUT-TO TO PYE-PAYEE-ID
                   READ PAYEEF-FILE
                       INVALID KEY
                           MOVE SPACES TO PYE-BENE-NAME
                   END-READ
                   MOVE PYE-BENE-NAME TO SPL-NAME
               END-IF
           END-IF.
           WRITE STMT-LINE FROM STMT-PAYOUT-LINE
               AFTER ADVANCING 2 LINES.
      *
      *****************************************************************
      * HAND-TO-COLLECTIONS - an overdrawn account is not closed: list
      * it for collections with what ODRPT shows and the address to
      * chase, and leave every file as it was.
      *****************************************************************
       HAND-TO-COLLECTIONS.
           ADD 1 TO WS-COLLECT-CT.
           MOVE 'COLLECTIONS' TO DTL-RESULT.
           MOVE 'OVERDRAWN - NOT CLOSED' TO WS-CARD-NOTE.
           SET WS-CUST-NOT-FOUND TO TRUE.
           IF ACC-CUSTOMER-ID NOT EQUAL SPACES
               MOVE ACC-CUSTOMER-ID TO CUS-CUSTOMER-ID
               READ CUSTF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF.
           MOVE ACC-ACCOUNT-ID      TO CDL-ACCT.
           MOVE ACC-CUSTOMER-ID     TO CDL-CUSTOMER.
           MOVE ACC-BALANCE         TO CDL-BALANCE.
           MOVE ACC-OVERDRAFT-LIMIT TO CDL-LIMIT.
           MOVE ACC-OD-START-DATE   TO CDL-SINCE.
           PERFORM SET-OD-DAYS.
           MOVE WS-OD-DAYS TO CDL-DAYS.
           IF (ZERO - ACC-BALANCE) > ACC-OVERDRAFT-LIMIT
               MOVE 'OVER LIMIT' TO CDL-FLAG
           ELSE
               MOVE SPACES TO CDL-FLAG
           END-IF.
           MOVE CLQ-USER-ID TO CAL-USER.
           IF WS-CUST-FOUND
               MOVE CUS-NAME        TO CDL-NAME
               MOVE CUS-ADDR-LINE-1 TO CAL-ADDR-1
               MOVE CUS-ADDR-LINE-2 TO CAL-ADDR-2
               MOVE CUS-PHONE       TO CAL-PHONE
           ELSE
               MOVE ACC-CUST-NAME   TO CDL-NAME
               MOVE SPACES          TO CAL-ADDR-2 CAL-PHONE
               IF ACC-CUSTOMER-ID EQUAL SPACES
                   MOVE 'NOT LINKED - TRACE ADDRESS' TO CAL-ADDR-1
               ELSE
                   MOVE 'CUSTOMER NOT ON CUSTF - TRACE' TO CAL-ADDR-1
               END-IF
           END-IF.
           WRITE COL-LINE FROM COL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE COL-LINE FROM COL-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
      *
       SET-OD-DAYS.
           IF ACC-OD-START-DATE NUMERIC
               MOVE ACC-OD-START-DATE TO WS-D2D-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-OD-DAYS =
                       WS-RUN-DAYS - WS-D2D-DAYS
               IF WS-OD-DAYS < ZERO
                   MOVE ZERO TO WS-OD-DAYS
               END-IF
           ELSE
               MOVE ZERO TO WS-OD-DAYS
           END-IF.
      *
      *****************************************************************
      * RECOVER-FLIGHT-CARD - the prior run abended part way through
      * this card's postings. The checkpoint carries the amounts and
      * the balances before; nothing else touches ACCTF inside the
      * batch window, so the masters say how far the card got:
      *   - the account already closed: everything landed (the
      *     target is credited before the account is closed), and
      *     only the events, notice and statement are owed;
      *   - otherwise its balance must still be the one before, and
      *     the target's balance shows whether its credit landed.
      * The history records and the ACCTHF entry are written again
      * under the same keys - those already on file are this card's
      * own. A balance that matches neither state stops the run for
      * manual correction. Orders and held payments are stopped only
      * once the account stands closed; those the prior run already
      * stopped are passed over.
      *****************************************************************
       RECOVER-FLIGHT-CARD.
           COMPUTE WS-CARD-NO = WS-DONE-CT + 1.
           DISPLAY 'CLOSRUN RECOVERY - IN-FLIGHT CARD=' WS-CARD-NO
                   ' ACCT=' CLQ-ACCOUNT-ID.
           PERFORM START-CARD.
           SET WS-RECOVERING TO TRUE.
           MOVE WS-FLIGHT-TIME    TO WS-POST-TIME.
           MOVE WS-FLIGHT-INT-AMT TO WS-INT-AMOUNT.
           MOVE WS-FLIGHT-FEE-AMT TO WS-FEE-POSTED.
           MOVE WS-FLIGHT-PAYOUT  TO WS-PAYOUT.
           MOVE WS-FLIGHT-PRE-BAL TO WS-PRE-BALANCE.
           MOVE WS-FLIGHT-TGT-BAL TO WS-TGT-PRE-BALANCE.
           IF WS-PAYOUT > ZERO
               IF CLQ-BY-TRANSFER
                   MOVE 'TRF ' TO WS-PAYOUT-TYPE
               ELSE
                   MOVE 'PMT ' TO WS-PAYOUT-TYPE
               END-IF
           END-IF.
           MOVE CLQ-ACCOUNT-ID TO ACC-ACCOUNT-ID.
           READ ACCTF-FILE
               INVALID KEY
                   DISPLAY 'CLOSRUN ERROR RECOVERY ACCT='
                           CLQ-ACCOUNT-ID ' NOT ON MASTER'
                           ' MANUAL CORRECTION REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF ACC-CLOSED
               DISPLAY 'CLOSRUN RECOVERY - ACCOUNT ALREADY CLOSED'
               MOVE WS-FLIGHT-PRE-BAL TO ACC-BALANCE
               MOVE WS-FLIGHT-STATUS  TO ACC-STATUS
               MOVE ACCT-RECORD       TO WS-CLOSE-IMAGE
               PERFORM SET-CLOSED-IMAGE
               PERFORM WRITE-SETTLEMENT-HISTORY
               PERFORM WRITE-CLOSURE-ENTRY
               IF WS-PAYOUT-TYPE EQUAL 'TRF '
                   PERFORM FETCH-TARGET-BALANCE
               END-IF
               IF WS-POST-FAILED
                   PERFORM NOTE-HISTORY-MISSING
               END-IF
           ELSE
               IF ACC-BALANCE NOT EQUAL WS-FLIGHT-PRE-BAL
                   DISPLAY 'CLOSRUN ERROR RECOVERY ACCT='
                           CLQ-ACCOUNT-ID ' BALANCE=' ACC-BALANCE
                           ' EXPECTED=' WS-FLIGHT-PRE-BAL
                           ' MANUAL CORRECTION REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'CLOSRUN RECOVERY - APPLYING CLOSURE'
               MOVE ACCT-RECORD TO WS-CLOSE-IMAGE
               PERFORM SET-CLOSED-IMAGE
               PERFORM WRITE-SETTLEMENT-HISTORY
               IF WS-POST-OK
                   PERFORM WRITE-CLOSURE-ENTRY
               END-IF
               IF WS-POST-OK AND WS-PAYOUT-TYPE EQUAL 'TRF '
                   PERFORM RECOVER-TARGET-CREDIT
               END-IF
               IF WS-POST-OK
                   PERFORM CLOSE-ACCOUNT-MASTER
               END-IF
               IF WS-POST-FAILED
                   PERFORM UNDO-SETTLEMENT
               END-IF
           END-IF.
           IF WS-POST-OK
               PERFORM CANCEL-STANDING-ORDERS
               PERFORM REFUSE-HELD-PAYMENTS
               PERFORM FINISH-CLOSURE
           ELSE
               ADD 1 TO WS-FAILED-CT
               MOVE 'NOT CLOSED' TO DTL-RESULT
           END-IF.
           PERFORM FINISH-CARD.
      *
      *****************************************************************
      * NOTE-HISTORY-MISSING - the account is closed on the master,
      * so the money has moved and the card is closed, whatever the
      * history says; nothing may be undone. A record that could not
      * be written again is already named on SYSOUT and must be put
      * right by hand, so the run ends RC=8.
      *****************************************************************
       NOTE-HISTORY-MISSING.
           DISPLAY 'CLOSRUN ERROR RECOVERY ACCT=' CLQ-ACCOUNT-ID
                   ' CLOSED - HISTORY MISSING,'
                   ' MANUAL CORRECTION REQUIRED'.
           MOVE 'CLOSED - HISTORY MISSING' TO WS-CARD-NOTE.
           ADD 1 TO WS-HIST-MISSING-CT.
           SET WS-POST-OK TO TRUE.
      *
      *****************************************************************
      * RECOVER-TARGET-CREDIT - the target shows its balance before
      * the closure (credit it now) or after it (already credited -
      * and so put back if the closing rewrite fails now).
      *****************************************************************
       RECOVER-TARGET-CREDIT.
           PERFORM FETCH-TARGET-BALANCE.
           IF WS-TGT-NEW-BALANCE EQUAL
                   WS-FLIGHT-TGT-BAL + WS-PAYOUT
               DISPLAY 'CLOSRUN RECOVERY - TARGET ALREADY CREDITED'
               SUBTRACT WS-PAYOUT FROM ACC-BALANCE
               IF ACC-BALANCE NOT < ZERO
                   MOVE SPACES TO ACC-OD-START-DATE
               END-IF
               MOVE ACCT-RECORD TO WS-TARGET-IMAGE
               SET WS-TARGET-CREDITED TO TRUE
           ELSE
               IF WS-TGT-NEW-BALANCE EQUAL WS-FLIGHT-TGT-BAL
                   PERFORM CREDIT-TARGET-ACCOUNT
               ELSE
                   DISPLAY 'CLOSRUN ERROR RECOVERY TARGET='
                           CLQ-PAYOUT-TO ' BALANCE='
                           WS-TGT-NEW-BALANCE
                           ' EXPECTED=' WS-FLIGHT-TGT-BAL
                           ' MANUAL CORRECTION REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       FETCH-TARGET-BALANCE.
           MOVE CLQ-PAYOUT-TO TO ACC-ACCOUNT-ID.
           READ ACCTF-FILE
               INVALID KEY
                   DISPLAY 'CLOSRUN ERROR RECOVERY TARGET='
                           CLQ-PAYOUT-TO ' NOT ON MASTER'
                           ' MANUAL CORRECTION REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE ACC-BALANCE TO WS-TGT-NEW-BALANCE.
      *
       WRITE-REGISTER-LINE.
           MOVE WS-CARD-NO     TO DTL-CARD-NO.
           MOVE CLQ-ACCOUNT-ID TO DTL-ACCT.
           MOVE WS-INT-AMOUNT  TO DTL-INT.
           MOVE WS-FEE-POSTED  TO DTL-FEE.
           MOVE WS-PAYOUT      TO DTL-PAID.
           IF WS-PAYOUT > ZERO
               MOVE CLQ-PAYOUT-TO TO DTL-PAID-TO
           ELSE
               MOVE SPACES        TO DTL-PAID-TO
           END-IF.
           MOVE WS-CARD-SO-CT  TO DTL-SO-CT.
           MOVE WS-CARD-PND-CT TO DTL-PND-CT.
           MOVE WS-CARD-NOTE   TO DTL-NOTE.
           WRITE REG-LINE FROM REG-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-REGOUT-STATUS NOT EQUAL '00'
               DISPLAY 'CLOSRUN ERROR REGOUT WRITE STATUS='
                       WS-REGOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CLOSURE CARDS READ:' TO TTL-TEXT.
           MOVE WS-DONE-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTS CLOSED:' TO TTL-TEXT.
           MOVE WS-CLOSED-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'HANDED TO COLLECTIONS:' TO TTL-TEXT.
           MOVE WS-COLLECT-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CARDS REFUSED:' TO TTL-TEXT.
           MOVE WS-REFUSED-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CLOSURES FAILED:' TO TTL-TEXT.
           MOVE WS-FAILED-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CLOSED - HISTORY MISSING:' TO TTL-TEXT.
           MOVE WS-HIST-MISSING-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STANDING ORDERS CANCELLED:' TO TTL-TEXT.
           MOVE WS-SO-CANCEL-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'HELD PAYMENTS REFUSED:' TO TTL-TEXT.
           MOVE WS-PND-REFUSE-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTINGS WRITTEN:' TO TTL-TEXT.
           MOVE WS-POST-CT TO TTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO COL-LINE.
           WRITE COL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTS HANDED TO COLLECTIONS:' TO CTL-TEXT.
           MOVE WS-COLLECT-CT TO CTL-COUNT.
           WRITE COL-LINE FROM COL-TOTAL-LINE AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * END-EVENT-PUBLISHING - close out the run's events. An event
      * that could be neither put nor spilled is already named on
      * SYSOUT; it makes the run RC=4 so it is not missed.
      *****************************************************************
       END-EVENT-PUBLISHING.
           SET BEA-END TO TRUE.
           CALL 'BEVPUB' USING WS-BEVP-AREA BAL-EVENT.
           IF BEA-LOST-CT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *****************************************************************
      * DATE-TO-DAYS - turn WS-D2D-DATE (YYYYMMDD) into a day serial
      * in WS-D2D-DAYS. Standard civil-calendar arithmetic, same as
      * TRNARCH.
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
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'CLOSRUN ' TO RCA-JOB-NAME.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'CLOSRUN ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * RUN-CONTROL-END - stamp the run's end, return code and counts
      * on RUNCTLF: cards in, accounts closed out, and the cards
      * refused, handed to collections or failed as exceptions.
      *****************************************************************
       RUN-CONTROL-END.
           SET RCA-END TO TRUE.
           MOVE RETURN-CODE TO RCA-RETURN-CODE.
           MOVE WS-DONE-CT TO RCA-INPUT-CT.
           MOVE WS-CLOSED-CT TO RCA-OUTPUT-CT.
           ADD WS-REFUSED-CT WS-COLLECT-CT WS-FAILED-CT
               WS-HIST-MISSING-CT
               GIVING RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'CLOSRUN ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
