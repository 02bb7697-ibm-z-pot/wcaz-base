      *
       WORKING-STORAGE SECTION.
       01  WS-CASE-TABLE.
           05  WS-CASE OCCURS 9 TIMES INDEXED BY WS-CASE-IX.
               10  WS-CASE-NAME          PIC X(24).
               10  WS-CASE-CALEN         PIC 9(05).
               10  WS-CASE-TRAN-TYPE     PIC X(04).
               10  WS-CASE-ACCOUNT-ID    PIC X(10).
               10  WS-CASE-TARGET-ID     PIC X(10).
               10  WS-CASE-PAYEE-ID      PIC X(10).
               10  WS-CASE-AMOUNT        PIC 9(09)V99.
               10  WS-CASE-EXP-STATUS    PIC 9(02).
               10  WS-CASE-EXP-MSG-SW    PIC X(01).
                   88  WS-CASE-EXP-MSG-SET        VALUE 'Y'.
                   88  WS-CASE-EXP-MSG-BLANK      VALUE 'N'.
       01  WS-CASE-COUNT                 PIC 9(02) VALUE 9.
       01  WS-CASE-IDX                   PIC 9(02).
       01  WS-RUN-TIME                   PIC 9(08).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           COMPUTE WS-CASE-AMOUNT(4) = 1 + WS-RUN-SSCC / 100.
           MOVE 00                        TO WS-CASE-EXP-STATUS(4).
           SET WS-CASE-EXP-MSG-SET(4)     TO TRUE.
      *
      * A transfer naming its own source as the target clears the
      * PROGA entitlement checks and is refused by PROGC before any
      * account is touched, so it is rerun-safe like the inquiry.
           MOVE 'TRANSFER TO SELF REJECTED' TO WS-CASE-NAME(5).
           MOVE LENGTH OF WS-COMMAREA     TO WS-CASE-CALEN(5).
           MOVE 'TRF '                    TO WS-CASE-TRAN-TYPE(5).
           MOVE '1234567890'              TO WS-CASE-ACCOUNT-ID(5).
           MOVE '1234567890'              TO WS-CASE-TARGET-ID(5).
           MOVE 1.00                      TO WS-CASE-AMOUNT(5).
           MOVE 10                        TO WS-CASE-EXP-STATUS(5).
           SET WS-CASE-EXP-MSG-SET(5)     TO TRUE.
      *
      * A payment naming a payee that is not on PAYEEF is refused by
      * PROGC before the account is read for update, so nothing posts
      * and the case is rerun-safe. Keep NOSUCHPAYE off PAYEEF.
           MOVE 'UNKNOWN PAYEE REJECTED'  TO WS-CASE-NAME(6).
           MOVE LENGTH OF WS-COMMAREA     TO WS-CASE-CALEN(6).
           MOVE 'PMT '                    TO WS-CASE-TRAN-TYPE(6).
           MOVE '1234567890'              TO WS-CASE-ACCOUNT-ID(6).
           MOVE 'NOSUCHPAYE'              TO WS-CASE-PAYEE-ID(6).
           MOVE 1.00                      TO WS-CASE-AMOUNT(6).
           MOVE 11                        TO WS-CASE-EXP-STATUS(6).
           SET WS-CASE-EXP-MSG-SET(6)     TO TRUE.
      *
      * Account 5678901234 is seeded dormant by the ACCTDEFN load
      * step. PROGC refuses a debit on a dormant account before
      * anything posts, so the case is rerun-safe - but only while
      * the account stays dormant: do not reactivate it in ACCTMNT.
           MOVE 'DEBIT ON DORMANT REJECTED' TO WS-CASE-NAME(7).
           MOVE LENGTH OF WS-COMMAREA     TO WS-CASE-CALEN(7).
           MOVE 'PMT '                    TO WS-CASE-TRAN-TYPE(7).
           MOVE '5678901234'              TO WS-CASE-ACCOUNT-ID(7).
           MOVE 1.00                      TO WS-CASE-AMOUNT(7).
           MOVE 26                        TO WS-CASE-EXP-STATUS(7).
           SET WS-CASE-EXP-MSG-SET(7)     TO TRUE.
      *
      * A dispute step is taken only on DSPMNT, which links PROGC
      * directly; PROGA refuses one from any caller before anything
      * is read, so the case is rerun-safe.
           MOVE 'DISPUTE STEP REJECTED'   TO WS-CASE-NAME(8).
           MOVE LENGTH OF WS-COMMAREA     TO WS-CASE-CALEN(8).
           MOVE 'DSP '                    TO WS-CASE-TRAN-TYPE(8).
           MOVE '1234567890'              TO WS-CASE-ACCOUNT-ID(8).
           MOVE 1.00                      TO WS-CASE-AMOUNT(8).
           MOVE 21                        TO WS-CASE-EXP-STATUS(8).
           SET WS-CASE-EXP-MSG-SET(8)     TO TRUE.
      *
      * A manual adjustment posts only from ADJMNT once a second user
      * has approved it; PROGA refuses one from any caller before
      * anything is read, so the case is rerun-safe.
           MOVE 'ADJUSTMENT REJECTED'     TO WS-CASE-NAME(9).
           MOVE LENGTH OF WS-COMMAREA     TO WS-CASE-CALEN(9).
           MOVE 'ADJ '                    TO WS-CASE-TRAN-TYPE(9).
           MOVE '1234567890'              TO WS-CASE-ACCOUNT-ID(9).
           MOVE 1.00                      TO WS-CASE-AMOUNT(9).
           MOVE 21                        TO WS-CASE-EXP-STATUS(9).
           SET WS-CASE-EXP-MSG-SET(9)     TO TRUE.
      *
       RUN-ONE-CASE.
           INITIALIZE WS-COMMAREA.
                TO CA-ACCOUNT-ID OF WS-COMMAREA.
           MOVE WS-CASE-AMOUNT(WS-CASE-IX)
                TO CA-AMOUNT OF WS-COMMAREA.
           MOVE WS-CASE-TARGET-ID(WS-CASE-IX)
                TO CA-TARGET-ACCOUNT-ID OF WS-COMMAREA.
           MOVE WS-CASE-PAYEE-ID(WS-CASE-IX)
                TO CA-PAYEE-ID OF WS-COMMAREA.
           MOVE 1                          TO DFHEIBLK-TASKN.
           MOVE 1200000                    TO DFHEIBLK-TIME.
           MOVE 'T001'                     TO DFHEIBLK-TRMID.
