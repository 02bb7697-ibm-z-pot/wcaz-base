      * (status, name, balance, last activity) and the account's most
      * recent TRANF transactions - date, time, type, amount and the
      * reversed flag - newest first, pageable backwards with PF7
      * the way AUDINQ browses the audit trail. The browse runs
      * backwards through the TRANF account alternate index (CICS
      * file TRANFAIX, the path over TRN-ACCT-KEY), starting at the
      * end of the account's key range and stopping as soon as the
      * account changes, so only the lines shown are read. Access
      * requires an active SECF entry with the
      * inquiry flag - the teller's screen honours the same
      * entitlement the chain does. PF3 exits, CLEAR resets.
      * Pseudo-conversational with the account and browse position in
      * the commarea.
      * CSD: DEFINE TRANSACTION(TINQ) PROGRAM(ACTINQ), plus the
      * ACTINQS mapset, the existing ACCTF and SECF file entries and
      * FILE(TRANFAIX) DSNAME(PROD.CICS.TRANF.ACCTPATH) READ BROWSE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTINQ.
       01  WS-AUTH-SW            PIC X(01).
           88  WS-AUTH-OK                   VALUE 'Y'.
           88  WS-AUTH-REJECTED             VALUE 'N'.
       01  WS-BRWS-KEY.
           05  BRWS-ACCOUNT-ID   PIC X(10).
           05  BRWS-REST         PIC X(30).
       01  WS-AMT-EDIT           PIC Z(08)9.99-.
       01  WS-SCAN-SW            PIC X(01).
           88  WS-SCAN-ON                   VALUE 'Y'.
           05  FILLER            PIC X(15) VALUE SPACES.
       01  WS-STATE.
           05  STATE-ACCOUNT     PIC X(10).
           05  STATE-LAST-KEY    PIC X(40).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(50).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN EQUAL ZERO
           END-IF.
      *
      *****************************************************************
      * LIST-TRANSACTIONS - READPREV the account path from the saved
      * position (the end of the account's key range on a fresh
      * inquiry) until eight lines are filled or the account's
      * records run out. The alternate key is unique, so the last
      * key shown is an exact resume point for PF7; running out
      * resets the browse to the top.
      *****************************************************************
       LIST-TRANSACTIONS.
           MOVE ZERO TO WS-LINE-CT.
                   UNTIL WS-LINE-SUB > 8.
           IF STATE-LAST-KEY EQUAL SPACES
              OR STATE-LAST-KEY EQUAL LOW-VALUES
               MOVE WS-REQ-ACCOUNT TO BRWS-ACCOUNT-ID
               MOVE HIGH-VALUES    TO BRWS-REST
           ELSE
               MOVE STATE-LAST-KEY TO WS-BRWS-KEY
           END-IF.
           PERFORM START-ACCOUNT-BROWSE.
      * Nothing at or beyond the account's range: the account's
      * newest records (if any) are the last on the file, so the
      * browse starts from the end of the path instead.
           IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-BRWS-KEY
               PERFORM START-ACCOUNT-BROWSE
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NO-MORE-MSG TO MSGLNO
               SET WS-SCAN-ON TO TRUE
               PERFORM SCAN-ONE-PREV
                       UNTIL WS-SCAN-DONE
               EXEC CICS ENDBR FILE('TRANFAIX')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
                   MOVE WS-SHOWN-MSG TO MSGLNO
               END-IF
           END-IF.
      *
       START-ACCOUNT-BROWSE.
           EXEC CICS STARTBR FILE('TRANFAIX')
                     RIDFLD(WS-BRWS-KEY)
                     GTEQ
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
      *
       CLEAR-LINE-TABLE.
           MOVE SPACES TO WS-LINE-TBL(WS-LINE-SUB).
      *
      *****************************************************************
      * SCAN-ONE-PREV - the first READPREV returns the record STARTBR
      * positioned on: the next account's first record, or the line
      * PF7 last showed. Both are stepped over. A record of an
      * earlier account ends the list.
      *****************************************************************
       SCAN-ONE-PREV.
           EXEC CICS READPREV FILE('TRANFAIX')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-BRWS-KEY)
                     RESP(WS-FILE-RESP)
               END-IF
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF TRN-AK-ACCOUNT-ID > WS-REQ-ACCOUNT
                  OR (STATE-LAST-KEY NOT EQUAL SPACES
                      AND STATE-LAST-KEY NOT EQUAL LOW-VALUES
                      AND TRN-ACCT-KEY NOT LESS THAN STATE-LAST-KEY)
                   CONTINUE
               ELSE
                   IF TRN-AK-ACCOUNT-ID < WS-REQ-ACCOUNT
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LINE-CT
                       MOVE TRN-DATE      TO LST-DATE
                       MOVE TRN-TIME      TO LST-TIME
                       MOVE TRN-TRAN-TYPE TO LST-TYPE
                       MOVE TRN-AMOUNT    TO LST-AMOUNT
                       IF TRN-RETURNED
                           MOVE 'RTN' TO LST-REVERSED
                       ELSE
                           PERFORM SET-LIST-FLAG
                       END-IF
                       MOVE TRN-CORR-ID TO LST-CORR-ID
                       MOVE WS-LIST-LINE
                            TO WS-LINE-TBL(WS-LINE-CT)
                       MOVE TRN-ACCT-KEY TO STATE-LAST-KEY
                       IF WS-LINE-CT NOT < 8
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SET-LIST-FLAG - the payment's state when it is not a plain
      * live posting: reversed, charged back after a dispute resolved
      * for the customer, or under dispute now.
      *****************************************************************
       SET-LIST-FLAG.
           IF TRN-CHARGED-BACK
               MOVE 'CBK' TO LST-REVERSED
           ELSE
               IF TRN-REVERSED
                   MOVE 'REV' TO LST-REVERSED
               ELSE
                   IF TRN-DISPUTED
                       MOVE 'DSP' TO LST-REVERSED
                   ELSE
                       MOVE SPACES TO LST-REVERSED
                   END-IF
               END-IF
           END-IF.
      *
       SHOW-LINE-TABLE.
           MOVE WS-LINE-TBL(1) TO TITM1O.
