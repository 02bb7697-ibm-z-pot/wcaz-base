      *   N - name:    correct the customer name
      *   S - status:  change ACC-STATUS between A/C/F
      *   L - limit:   set the agreed overdraft limit
      *   R - reactivate: return a dormant (D) account to active,
      *                once the customer is identified in the branch
      * Closing an account (status C) is refused while ACC-BALANCE is
      * non-zero - an account with money on it is closed by the
      * CLOSRUN settlement batch, which pays it out first. Status D
      * is set only by the DORMRUN batch, and S will not take a
      * dormant account back to A - that needs R,
      * which is refused unless PHOTO ID SEEN is Y and the phone
      * number the customer gives matches CUS-PHONE on the CUSTF
      * record the account is linked to (an unlinked account cannot
      * be verified and must be linked first). Every action except
      * inquire writes an ACCTHF change-history record carrying the
      * maintainer's user id, the date/time and the full before and
      * after images of the account record - the history write and
      * the master update stand or fall together, the same
      * discipline PROGC applies to balance updates. PF3 exits, CLEAR
      * resets.
      * CSD: DEFINE TRANSACTION(AMNT) PROGRAM(ACCTMNT), plus the
      * ACCTMNS mapset and the ACCTF, ACCTHF and CUSTF file entries.
      * Restrict AMNT to account maintenance staff through the
      * external security manager.
      *****************************************************************
       01  WORK-FIELDS.
           05  WS-TRANSID        PIC X(04) VALUE 'AMNT'.
           05  WS-ENTER-MSG      PIC X(60) VALUE
                   'ENTER ACCOUNT ID AND ACTION (I/A/N/S/L/R)'.
           05  WS-NO-ACCT-MSG    PIC X(60) VALUE
                   'ACCOUNT ID IS REQUIRED'.
           05  WS-BAD-ACTION-MSG PIC X(60) VALUE
                   'ACTION MUST BE I, A, N, S, L OR R'.
           05  WS-NOTFND-MSG     PIC X(60) VALUE
                   'ACCOUNT NOT ON ACCTF'.
           05  WS-EXISTS-MSG     PIC X(60) VALUE
           05  WS-BAD-STATUS-MSG PIC X(60) VALUE
                   'STATUS MUST BE A, C OR F'.
           05  WS-BALANCE-MSG    PIC X(60) VALUE
                   'CLOSE REFUSED - BALANCE NOT ZERO - USE CLOSRUN'.
           05  WS-DORMANT-MSG    PIC X(60) VALUE
                   'ACCOUNT IS DORMANT - USE ACTION R TO REACTIVATE'.
           05  WS-NOT-DORMANT-MSG PIC X(60) VALUE
                   'REACTIVATE REFUSED - ACCOUNT IS NOT DORMANT'.
           05  WS-NO-IDCHK-MSG   PIC X(60) VALUE
                   'REACTIVATE REFUSED - PHOTO ID MUST BE SEEN (Y)'.
           05  WS-NO-LINK-MSG    PIC X(60) VALUE
                   'REACTIVATE REFUSED - ACCOUNT NOT LINKED TO CUSTF'.
           05  WS-PHONE-MSG      PIC X(60) VALUE
                   'REACTIVATE REFUSED - PHONE DOES NOT MATCH CUSTF'.
           05  WS-CUST-ERR-MSG   PIC X(60) VALUE
                   'CUSTF ACCESS FAILED - SEE REGION LOG'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'ACCTF ACCESS FAILED - SEE REGION LOG'.
           05  WS-HIST-ERR-MSG   PIC X(60) VALUE
                   'ACCOUNT STATUS CHANGED'.
           05  WS-ODLIM-MSG      PIC X(60) VALUE
                   'OVERDRAFT LIMIT SET'.
           05  WS-REACT-MSG      PIC X(60) VALUE
                   'ACCOUNT REACTIVATED'.
           05  WS-BAD-ODLIM-MSG  PIC X(60) VALUE
                   'OVERDRAFT LIMIT MUST BE NUMERIC'.
           05  WS-END-MSG        PIC X(21) VALUE
           COPY ACCTREC.
       01  HIST-RECORD.
           COPY ACCTHREC.
       01  CUST-RECORD.
           COPY CUSTREC.
       01  WS-FILE-RESP-FIELDS.
           05  WS-FILE-RESP      PIC S9(8) COMP.
           05  WS-FILE-RESP2     PIC S9(8) COMP.
           05  WS-REQ-ODLIM-X    PIC X(11).
           05  WS-REQ-ODLIM-NUM REDEFINES WS-REQ-ODLIM-X
                                 PIC 9(09)V99.
           05  WS-REQ-IDCHK      PIC X(01).
           05  WS-REQ-PHONE      PIC X(15).
       01  WS-ASSIGN-FIELDS.
           05  WS-MAINT-USER     PIC X(08).
       01  WS-STAMP-FIELDS.
               MOVE WS-REQ-NAME    TO CNAMEO
               MOVE WS-REQ-BAL-X   TO OPNBALO
               MOVE WS-REQ-ODLIM-X TO ODLIMO
               MOVE WS-REQ-IDCHK   TO IDCHKO
               MOVE WS-REQ-PHONE   TO IDPHONO
               IF WS-REQ-ACCOUNT EQUAL SPACES
                   MOVE WS-NO-ACCT-MSG TO MSGLNO
               ELSE
      *
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-ACCOUNT WS-REQ-ACTION WS-REQ-STATUS
                          WS-REQ-NAME WS-REQ-BAL-X WS-REQ-ODLIM-X
                          WS-REQ-IDCHK WS-REQ-PHONE.
           EXEC CICS RECEIVE MAP('ACCTMNM')
                     MAPSET('ACCTMNS')
                     INTO(ACCTMNTI)
               IF ODLIMI NOT EQUAL LOW-VALUES
                   MOVE ODLIMI TO WS-REQ-ODLIM-X
               END-IF
               IF IDCHKI NOT EQUAL LOW-VALUES
                   MOVE IDCHKI TO WS-REQ-IDCHK
               END-IF
               IF IDPHONI NOT EQUAL LOW-VALUES
                   MOVE IDPHONI TO WS-REQ-PHONE
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'ACCTMNT ERROR RECEIVE MAP RESP='
                           IF WS-REQ-ACTION EQUAL 'L'
                               PERFORM SET-OD-LIMIT
                           ELSE
                               IF WS-REQ-ACTION EQUAL 'R'
                                   PERFORM REACTIVATE-ACCOUNT
                               ELSE
                                   MOVE WS-BAD-ACTION-MSG TO MSGLNO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
      * CHANGE-STATUS - move ACC-STATUS between A, C and F. A close
      * (status C) is refused while the account still carries a
      * balance - the money has to be moved off first, or the account
      * would vanish from the books with value on it; the CLOSRUN
      * closure request does that and closes it in one. A dormant
      * account is not taken back to A here: that is a reactivation,
      * and goes through REACTIVATE-ACCOUNT's identity checks.
      *****************************************************************
       CHANGE-STATUS.
           IF NOT (WS-REQ-STATUS EQUAL 'A' OR WS-REQ-STATUS EQUAL 'C'
                                 RESP2(WS-FILE-RESP2)
                       END-EXEC
                   ELSE
                       IF WS-REQ-STATUS EQUAL 'A' AND ACC-DORMANT
                           MOVE WS-DORMANT-MSG TO MSGLNO
                           PERFORM SHOW-RECORD
                           EXEC CICS UNLOCK FILE('ACCTF')
                                     RESP(WS-FILE-RESP)
                                     RESP2(WS-FILE-RESP2)
                           END-EXEC
                       ELSE
                           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                           MOVE WS-REQ-STATUS TO ACC-STATUS
                           PERFORM STAMP-MAINTAINER
                           MOVE 'S' TO AHS-ACTION
                           PERFORM APPLY-CHANGE
                           IF WS-EDIT-OK
                               PERFORM SHOW-RECORD
                               PERFORM SHOW-STAMP
                               MOVE WS-STATUS-MSG TO MSGLNO
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * REACTIVATE-ACCOUNT - return a dormant account to active once
      * branch staff have identified the customer: PHOTO ID SEEN must
      * be Y, and the phone number the customer gives must match the
      * one on the linked CUSTF record. Any refusal leaves the
      * account dormant. The reactivation is historied like every
      * other maintenance action, and DORMRUN counts it as activity
      * so the account is not re-marked on the next monthly run.
      *****************************************************************
       REACTIVATE-ACCOUNT.
           IF WS-REQ-IDCHK NOT EQUAL 'Y'
               MOVE WS-NO-IDCHK-MSG TO MSGLNO
           ELSE
               IF WS-REQ-PHONE EQUAL SPACES
                   MOVE WS-PHONE-MSG TO MSGLNO
               ELSE
                   PERFORM READ-FOR-UPDATE
                   IF WS-EDIT-OK
                       IF NOT ACC-DORMANT
                           MOVE WS-NOT-DORMANT-MSG TO MSGLNO
                           SET WS-EDIT-FAILED TO TRUE
                       ELSE
                           PERFORM VERIFY-CUSTOMER-PHONE
                       END-IF
                       IF WS-EDIT-OK
                           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                           SET ACC-ACTIVE TO TRUE
                           PERFORM STAMP-MAINTAINER
                           MOVE 'R' TO AHS-ACTION
                           PERFORM APPLY-CHANGE
                           IF WS-EDIT-OK
                               PERFORM SHOW-RECORD
                               PERFORM SHOW-STAMP
                               MOVE SPACES TO IDPHONO
                               MOVE WS-REACT-MSG TO MSGLNO
                           END-IF
                       ELSE
                           PERFORM SHOW-RECORD
                           EXEC CICS UNLOCK FILE('ACCTF')
                                     RESP(WS-FILE-RESP)
                                     RESP2(WS-FILE-RESP2)
                           END-EXEC
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * VERIFY-CUSTOMER-PHONE - read the CUSTF customer the account is
      * linked to and compare the phone number the customer gave with
      * CUS-PHONE. Leaves WS-EDIT-FAILED and the reason on the screen
      * when the account is unlinked, the customer cannot be read or
      * the numbers differ.
      *****************************************************************
       VERIFY-CUSTOMER-PHONE.
           IF ACC-CUSTOMER-ID EQUAL SPACES
               MOVE WS-NO-LINK-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           ELSE
               EXEC CICS READ FILE('CUSTF')
                         INTO(CUST-RECORD)
                         RIDFLD(ACC-CUSTOMER-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                   IF CUS-PHONE NOT EQUAL WS-REQ-PHONE
                       DISPLAY 'ACCTMNT REACTIVATE REFUSED acct='
                               WS-REQ-ACCOUNT ' PHONE MISMATCH'
                       MOVE WS-PHONE-MSG TO MSGLNO
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
               ELSE
                   IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                       MOVE WS-NO-LINK-MSG TO MSGLNO
                   ELSE
                       DISPLAY 'ACCTMNT ERROR CUSTF READ RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-CUST-ERR-MSG TO MSGLNO
                   END-IF
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
      *
       READ-FOR-UPDATE.
           SET WS-EDIT-OK TO TRUE.
