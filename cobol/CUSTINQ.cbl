      * copybook CUSTINQM). Keyed by customer id: shows the CUSTF
      * name and contact details and lists every ACCTF account
      * linked to the customer with its status, balance and last
      * activity, so the relationship is on one screen. The list
      * browses the ACCTF customer alternate index (CICS file
      * ACCTFAIX, the path over ACC-CUSTOMER-ID), so only the
      * customer's own accounts are read. Access requires an active
      * SECF entry with the inquiry flag. Eight accounts fit on a
      * page; PF8 pages forward through any number of them. PF3
      * exits, CLEAR resets.
      * Pseudo-conversational with the customer and the count of
      * accounts already shown in the commarea: the alternate key is
      * not unique, so a page resumes by stepping over the accounts
      * earlier pages showed, in the index's own order.
      * CSD: DEFINE TRANSACTION(CINQ) PROGRAM(CUSTINQ), plus the
      * CUSTINS mapset, the CUSTF and SECF file entries and
      * FILE(ACCTFAIX) DSNAME(PROD.CICS.ACCTF.CUSTPATH) READ BROWSE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
           05  WS-SHOWN-MSG      PIC X(60) VALUE
                   'CUSTOMER DISPLAYED'.
           05  WS-MORE-MSG       PIC X(60) VALUE
                   'MORE ACCOUNTS - PF8 FOR THE NEXT PAGE'.
           05  WS-NO-MORE-MSG    PIC X(60) VALUE
                   'NO MORE ACCOUNTS - PF8 RESTARTS THE LIST'.
           05  WS-NOTFND-MSG     PIC X(60) VALUE
                   'CUSTOMER NOT ON CUSTF'.
           05  WS-NOT-AUTH-MSG   PIC X(60) VALUE
           05  WS-LINE-SUB       PIC 9(02) COMP.
           05  WS-LINE-TBL OCCURS 8 TIMES
                                 PIC X(70).
           05  WS-SKIP-CT        PIC 9(05).
           05  WS-OVERFLOW-SW    PIC X(01).
               88  WS-LIST-OVERFLOWED       VALUE 'Y'.
               88  WS-LIST-FITS             VALUE 'N'.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LST-LAST-AMT      PIC Z(08)9.99-.
           05  FILLER            PIC X(21) VALUE SPACES.
       01  WS-STATE.
           05  STATE-CUSTOMER    PIC X(10).
           05  STATE-SHOWN-CT    PIC 9(05).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(15).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN EQUAL ZERO
               PERFORM FRESH-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-STATE
               PERFORM HANDLE-INPUT
           END-IF.
           EXEC CICS RETURN
           END-EXEC.
      *
       FRESH-SCREEN.
           MOVE SPACES TO STATE-CUSTOMER.
           MOVE ZERO TO STATE-SHOWN-CT.
           MOVE LOW-VALUES TO CUSTINQO.
           MOVE WS-ENTER-MSG TO MSGLNO.
           EXEC CICS SEND MAP('CUSTINM')
               MOVE LOW-VALUES TO CUSTINQO
               PERFORM CHECK-INQUIRY-AUTH
               IF WS-AUTH-OK
                   IF EIBAID EQUAL DFHPF8
                      AND STATE-CUSTOMER NOT EQUAL SPACES
                       MOVE STATE-CUSTOMER TO WS-REQ-CUSTOMER
                       PERFORM SHOW-CUSTOMER
                   ELSE
                       IF WS-REQ-CUSTOMER NOT EQUAL SPACES
                           MOVE ZERO TO STATE-SHOWN-CT
                           PERFORM SHOW-CUSTOMER
                       ELSE
                           MOVE WS-ENTER-MSG TO MSGLNO
                       END-IF
                   END-IF
               END-IF
               EXEC CICS SEND MAP('CUSTINM')
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE WS-REQ-CUSTOMER TO STATE-CUSTOMER
               MOVE CUS-CUSTOMER-ID TO CUSTIDO
               MOVE CUS-NAME        TO DNAMEO
               MOVE CUS-PHONE       TO DPHONEO
               MOVE CUS-ADDR-LINE-2 TO DADDR2O
               PERFORM LIST-ACCOUNTS
           ELSE
               MOVE SPACES TO STATE-CUSTOMER
               MOVE ZERO TO STATE-SHOWN-CT
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NOTFND-MSG TO MSGLNO
               ELSE
           END-IF.
      *
      *****************************************************************
      * LIST-ACCOUNTS - browse the customer's key on the account
      * path, stepping over the accounts earlier pages showed, and
      * fill up to eight screen lines. A ninth account means there
      * is another page. A page that finds nothing left resets the
      * count, so the next PF8 starts the list again.
      *****************************************************************
       LIST-ACCOUNTS.
           MOVE ZERO TO WS-LINE-CT.
           MOVE ZERO TO WS-SKIP-CT.
           SET WS-LIST-FITS TO TRUE.
           PERFORM CLEAR-LINE-TABLE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8.
           MOVE WS-REQ-CUSTOMER TO WS-BRWS-KEY.
           EXEC CICS STARTBR FILE('ACCTFAIX')
                     RIDFLD(WS-BRWS-KEY)
                     EQUAL
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'CUSTINQ ERROR STARTBR RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-READ-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               SET WS-SCAN-ON TO TRUE
               PERFORM SCAN-ONE-ACCOUNT
                       UNTIL WS-SCAN-DONE
               EXEC CICS ENDBR FILE('ACCTFAIX')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           PERFORM SHOW-LINE-TABLE.
           IF WS-LIST-OVERFLOWED
               ADD WS-LINE-CT TO STATE-SHOWN-CT
               MOVE WS-MORE-MSG TO MSGLNO
           ELSE
               IF WS-LINE-CT EQUAL ZERO
                  AND STATE-SHOWN-CT > ZERO
                   MOVE ZERO TO STATE-SHOWN-CT
                   MOVE WS-NO-MORE-MSG TO MSGLNO
               ELSE
                   ADD WS-LINE-CT TO STATE-SHOWN-CT
                   IF MSGLNO EQUAL LOW-VALUES OR MSGLNO EQUAL SPACES
                       MOVE WS-SHOWN-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       CLEAR-LINE-TABLE.
           MOVE SPACES TO WS-LINE-TBL(WS-LINE-SUB).
      *
      *****************************************************************
      * SCAN-ONE-ACCOUNT - READNEXT answers DUPKEY on every account
      * but the customer's last: both mean a record was read.
      *****************************************************************
       SCAN-ONE-ACCOUNT.
           EXEC CICS READNEXT FILE('ACCTFAIX')
                     INTO(ACCT-RECORD)
                     RIDFLD(WS-BRWS-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT EQUAL DFHRESP(DUPKEY)
               IF WS-FILE-RESP NOT EQUAL DFHRESP(ENDFILE)
                   DISPLAY 'CUSTINQ ERROR READNEXT RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF ACC-CUSTOMER-ID NOT EQUAL WS-REQ-CUSTOMER
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF WS-SKIP-CT < STATE-SHOWN-CT
                       ADD 1 TO WS-SKIP-CT
                   ELSE
                       IF WS-LINE-CT < 8
                           ADD 1 TO WS-LINE-CT
                           MOVE ACC-ACCOUNT-ID TO LST-ACCOUNT
                           MOVE ACC-STATUS     TO LST-STATUS
                           MOVE ACC-BALANCE    TO LST-BALANCE
                           MOVE ACC-LAST-ACT-DATE TO LST-LAST-DATE
                           MOVE ACC-LAST-ACT-AMOUNT TO LST-LAST-AMT
                           MOVE WS-LIST-LINE
                                TO WS-LINE-TBL(WS-LINE-CT)
                       ELSE
                           SET WS-LIST-OVERFLOWED TO TRUE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
