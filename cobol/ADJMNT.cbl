      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * ADJMNT - back-office manual adjustment screen over the ADJF
      * adjustment file, transaction ADJM, mapset ADJMNS (source
      * bms/ADJMNT.bms, symbolic map copybook ADJMNTM). An adjustment
      * corrects an account by hand - a fee charged in error, a
      * goodwill credit, interest put right - and takes two users:
      *   V - view:    the adjustment as it stands
      *   E - enter:   the maker keys the account, debit or credit,
      *                amount, a reason code from ADJRSNF and, when
      *                it corrects one posting, that posting's
      *                corr-id. The item is written PENDING under a
      *                new adjustment id, shown on the screen; nothing
      *                moves yet
      *   A - approve: a second user (the checker) approves the
      *                pending item and PROGC posts it ('ADJ '
      *                request, linked directly - PROGA refuses them)
      *                under the adjustment id as its corr-id
      *   R - refuse:  the checker turns the item down; nothing posts
      * The maker may never approve or refuse their own item. An
      * approval PROGC refuses leaves the item pending, with PROGC's
      * message on the screen. A pending item whose posting is already
      * on TRANF (the item's rewrite failed after PROGC posted it) is
      * marked posted by the next decision on it, whichever way it is
      * keyed, and is not posted again. The reason must be active on
      * ADJRSNF and allow the direction keyed, both when the item is
      * entered and again when it is approved. Dates are business dates,
      * from BUSDATF.
      * Entering needs the reversal flag on the user's SECF entry,
      * approving or refusing the approve flag; viewing either one.
      * PF3 exits, CLEAR resets.
      * CSD: DEFINE TRANSACTION(ADJM) PROGRAM(ADJMNT), plus the
      * ADJMNS mapset and the ADJF, ADJRSNF, ACCTF, TRANF, SECF and
      * BUSDATF file entries. Restrict ADJM to back-office staff
      * through the external security manager as well - the SECF
      * flags are the application-level check, not the only gate.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-TRANSID        PIC X(04) VALUE 'ADJM'.
           05  WS-ENTER-MSG      PIC X(60) VALUE
                   'ENTER ACTION (V/E/A/R) AND ADJUSTMENT DETAILS'.
           05  WS-NO-ADJID-MSG   PIC X(60) VALUE
                   'ADJUSTMENT ID IS REQUIRED'.
           05  WS-BAD-ACTION-MSG PIC X(60) VALUE
                   'ACTION MUST BE V, E, A OR R'.
           05  WS-NOT-AUTH-MSG   PIC X(60) VALUE
                   'NOT AUTHORIZED TO WORK MANUAL ADJUSTMENTS'.
           05  WS-NOT-MAKER-MSG  PIC X(60) VALUE
                   'NOT AUTHORIZED TO ENTER ADJUSTMENTS'.
           05  WS-NOT-CHECKER-MSG PIC X(60) VALUE
                   'NOT AUTHORIZED TO APPROVE OR REFUSE ADJUSTMENTS'.
           05  WS-OWN-ITEM-MSG   PIC X(60) VALUE
                   'ENTERED BY YOU - A SECOND USER MUST DECIDE IT'.
           05  WS-NOT-FOUND-MSG  PIC X(60) VALUE
                   'ADJUSTMENT NOT ON FILE'.
           05  WS-NOT-PENDING-MSG PIC X(60) VALUE
                   'ADJUSTMENT IS NOT PENDING - ALREADY DECIDED'.
           05  WS-NO-ACCT-MSG    PIC X(60) VALUE
                   'ACCOUNT NOT ON FILE'.
           05  WS-ACCT-SHUT-MSG  PIC X(60) VALUE
                   'ACCOUNT IS CLOSED OR FROZEN - NO ADJUSTMENT'.
           05  WS-BAD-DRCR-MSG   PIC X(60) VALUE
                   'DEBIT/CREDIT MUST BE D OR C'.
           05  WS-BAD-AMOUNT-MSG PIC X(60) VALUE
                   'AMOUNT MUST BE NUMERIC AND GREATER THAN ZERO'.
           05  WS-BAD-REASON-MSG PIC X(60) VALUE
                   'REASON CODE NOT ON FILE OR NOT ACTIVE'.
           05  WS-REASON-DIR-MSG PIC X(60) VALUE
                   'REASON CODE DOES NOT ALLOW THIS DIRECTION'.
           05  WS-BAD-RELCID-MSG PIC X(60) VALUE
                   'CORRECTED CORR-ID NOT ON TRANF FOR THIS ACCOUNT'.
           05  WS-ID-IN-USE-MSG  PIC X(60) VALUE
                   'ADJUSTMENT ID ALREADY IN USE - PRESS ENTER AGAIN'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'FILE ACCESS FAILED - SEE REGION LOG'.
           05  WS-ITEM-ERR-MSG   PIC X(60) VALUE
                   'POSTED BUT ADJUSTMENT NOT UPDATED - SEE REGION LOG'.
           05  WS-SHOWN-MSG      PIC X(60) VALUE
                   'ADJUSTMENT DISPLAYED'.
           05  WS-ENTERED-MSG    PIC X(60) VALUE
                   'ADJUSTMENT ENTERED - PENDING SECOND-USER APPROVAL'.
           05  WS-APPROVED-MSG   PIC X(60) VALUE
                   'ADJUSTMENT APPROVED AND POSTED TO THE ACCOUNT'.
           05  WS-WAS-POSTED-MSG PIC X(60) VALUE
                   'ADJUSTMENT WAS ALREADY POSTED - NOW MARKED POSTED'.
           05  WS-REFUSED-MSG    PIC X(60) VALUE
                   'ADJUSTMENT REFUSED - NOTHING POSTED'.
           05  WS-END-MSG        PIC X(20) VALUE
                   'ADJMNT SESSION ENDED'.
       COPY ADJMNTM.
       COPY DFHAID.
       01  ADJ-RECORD.
           COPY ADJREC.
       01  ADJR-RECORD.
           COPY ADJRREC.
       01  ACCT-RECORD.
           COPY ACCTREC.
       01  TRAN-RECORD.
           COPY TRANREC.
       01  SEC-RECORD.
           COPY SECREC.
       01  BUSD-RECORD.
           COPY BUSDREC.
       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-KEY    PIC X(08) VALUE 'BUSDATE '.
           05  WS-BUS-DATE       PIC X(08).
       01  WS-COMMAREA.
           COPY COMAREA.
       01  WS-FILE-RESP-FIELDS.
           05  WS-FILE-RESP      PIC S9(8) COMP.
           05  WS-FILE-RESP2     PIC S9(8) COMP.
       01  WS-LINK-RESP.
           05  WS-RESP           PIC S9(8) COMP.
           05  WS-RESP2          PIC S9(8) COMP.
       01  WS-REQUEST-FIELDS.
           05  WS-REQ-ADJID      PIC X(16).
           05  WS-REQ-ACTION     PIC X(01).
           05  WS-REQ-ACCT       PIC X(10).
           05  WS-REQ-DRCR       PIC X(01).
           05  WS-REQ-AMT-X      PIC X(11).
           05  WS-REQ-AMT-NUM REDEFINES WS-REQ-AMT-X
                                 PIC 9(09)V99.
           05  WS-REQ-REASON     PIC X(04).
           05  WS-REQ-RELCID     PIC X(16).
           05  WS-REQ-NOTE       PIC X(30).
       01  WS-ASSIGN-FIELDS.
           05  WS-STAFF-USER     PIC X(08).
       01  WS-STAMP-FIELDS.
           05  WS-ABSTIME        PIC S9(15) COMP-3.
           05  WS-TODAY          PIC X(08).
           05  WS-NOW            PIC X(06).
      * A new adjustment id - 'A' + task number + 'S' + time, built
      * the way PROGA builds a front-door corr-id.
       01  WS-ADJID-BUILD.
           05  WS-ADJID-TASKN    PIC 9(07).
           05  WS-ADJID-TIME     PIC 9(07).
       01  WS-AUTH-SW            PIC X(01).
           88  WS-AUTH-OK                   VALUE 'Y'.
           88  WS-AUTH-REJECTED             VALUE 'N'.
       01  WS-MAKER-SW           PIC X(01).
           88  WS-MAKER-OK                  VALUE 'Y'.
           88  WS-MAKER-NOT-OK              VALUE 'N'.
       01  WS-CHECKER-SW         PIC X(01).
           88  WS-CHECKER-OK                VALUE 'Y'.
           88  WS-CHECKER-NOT-OK            VALUE 'N'.
       01  WS-EDIT-SW            PIC X(01).
           88  WS-EDIT-OK                   VALUE 'Y'.
           88  WS-EDIT-FAILED               VALUE 'N'.
       01  WS-ON-TRANF-SW        PIC X(01).
           88  WS-ADJ-ON-TRANF              VALUE 'Y'.
           88  WS-ADJ-NOT-ON-TRANF          VALUE 'N'.
       01  WS-STATE              PIC X(01) VALUE SPACE.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(01).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN EQUAL ZERO
               PERFORM FRESH-SCREEN
           ELSE
               PERFORM HANDLE-INPUT
           END-IF.
           EXEC CICS RETURN
                     TRANSID(WS-TRANSID)
                     COMMAREA(WS-STATE)
           END-EXEC.
      *
       FRESH-SCREEN.
           MOVE LOW-VALUES TO ADJMNTO.
           MOVE WS-ENTER-MSG TO MSGLNO.
           EXEC CICS SEND MAP('ADJMNM')
                     MAPSET('ADJMNS')
                     FROM(ADJMNTO)
                     ERASE
           END-EXEC.
      *
       HANDLE-INPUT.
           IF EIBAID EQUAL DFHPF3
               EXEC CICS SEND TEXT
                         FROM(WS-END-MSG)
                         ERASE
                         FREEKB
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF EIBAID EQUAL DFHCLEAR
               PERFORM FRESH-SCREEN
           ELSE
               PERFORM RECEIVE-REQUEST
               MOVE LOW-VALUES TO ADJMNTO
               MOVE WS-REQ-ADJID   TO ADJIDO
               MOVE WS-REQ-ACTION  TO ACTIONO
               MOVE WS-REQ-ACCT    TO ACCTO
               MOVE WS-REQ-DRCR    TO DRCRO
               MOVE WS-REQ-AMT-X   TO ADJAMTO
               MOVE WS-REQ-REASON  TO REASONO
               MOVE WS-REQ-RELCID  TO RELCIDO
               MOVE WS-REQ-NOTE    TO NOTEO
               IF WS-REQ-ADJID EQUAL SPACES
                  AND WS-REQ-ACTION NOT EQUAL 'E'
                   MOVE WS-NO-ADJID-MSG TO MSGLNO
               ELSE
                   PERFORM CHECK-STAFF
                   IF WS-AUTH-OK
                       PERFORM DISPATCH-ACTION
                   END-IF
               END-IF
               EXEC CICS SEND MAP('ADJMNM')
                         MAPSET('ADJMNS')
                         FROM(ADJMNTO)
                         ERASE
               END-EXEC
           END-IF.
      *
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-ADJID WS-REQ-ACTION WS-REQ-ACCT
                          WS-REQ-DRCR WS-REQ-AMT-X WS-REQ-REASON
                          WS-REQ-RELCID WS-REQ-NOTE.
           EXEC CICS RECEIVE MAP('ADJMNM')
                     MAPSET('ADJMNS')
                     INTO(ADJMNTI)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               IF ADJIDI NOT EQUAL LOW-VALUES
                   MOVE ADJIDI TO WS-REQ-ADJID
               END-IF
               IF ACTIONI NOT EQUAL LOW-VALUES
                   MOVE ACTIONI TO WS-REQ-ACTION
               END-IF
               IF ACCTI NOT EQUAL LOW-VALUES
                   MOVE ACCTI TO WS-REQ-ACCT
               END-IF
               IF DRCRI NOT EQUAL LOW-VALUES
                   MOVE DRCRI TO WS-REQ-DRCR
               END-IF
               IF ADJAMTI NOT EQUAL LOW-VALUES
                   MOVE ADJAMTI TO WS-REQ-AMT-X
               END-IF
               IF REASONI NOT EQUAL LOW-VALUES
                   MOVE REASONI TO WS-REQ-REASON
               END-IF
               IF RELCIDI NOT EQUAL LOW-VALUES
                   MOVE RELCIDI TO WS-REQ-RELCID
               END-IF
               IF NOTEI NOT EQUAL LOW-VALUES
                   MOVE NOTEI TO WS-REQ-NOTE
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'ADJMNT ERROR RECEIVE MAP RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-STAFF - the signed-on user must hold an active SECF
      * entry with the reversal flag (a maker) or the approve flag (a
      * checker); each action then checks the flag it needs. Fails
      * closed, same as DSPMNT's CHECK-STAFF: no entry, a revoked
      * entry or an unreadable SECF all refuse the action.
      *****************************************************************
       CHECK-STAFF.
           SET WS-AUTH-REJECTED  TO TRUE.
           SET WS-MAKER-NOT-OK   TO TRUE.
           SET WS-CHECKER-NOT-OK TO TRUE.
           EXEC CICS ASSIGN
                     USERID(WS-STAFF-USER)
           END-EXEC.
           EXEC CICS READ FILE('SECF')
                     INTO(SEC-RECORD)
                     RIDFLD(WS-STAFF-USER)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
              AND SEC-ACTIVE
               IF SEC-REVERSAL-ALLOWED
                   SET WS-MAKER-OK TO TRUE
               END-IF
               IF SEC-APPROVE-ALLOWED
                   SET WS-CHECKER-OK TO TRUE
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                  AND WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'ADJMNT ERROR SECF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
           IF WS-MAKER-OK OR WS-CHECKER-OK
               SET WS-AUTH-OK TO TRUE
           ELSE
               DISPLAY 'ADJMNT REFUSED user=' WS-STAFF-USER
                       ' NOT ENTITLED TO MANUAL ADJUSTMENTS'
               MOVE WS-NOT-AUTH-MSG TO MSGLNO
           END-IF.
      *
       DISPATCH-ACTION.
           IF WS-REQ-ACTION EQUAL 'V'
               PERFORM VIEW-ADJUSTMENT
           ELSE
               IF WS-REQ-ACTION EQUAL 'E'
                   IF WS-MAKER-OK
                       PERFORM ENTER-ADJUSTMENT
                   ELSE
                       PERFORM REFUSE-ACTION
                       MOVE WS-NOT-MAKER-MSG TO MSGLNO
                   END-IF
               ELSE
                   IF WS-REQ-ACTION EQUAL 'A'
                      OR WS-REQ-ACTION EQUAL 'R'
                       IF WS-CHECKER-OK
                           PERFORM DECIDE-ADJUSTMENT
                       ELSE
                           PERFORM REFUSE-ACTION
                           MOVE WS-NOT-CHECKER-MSG TO MSGLNO
                       END-IF
                   ELSE
                       MOVE WS-BAD-ACTION-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       REFUSE-ACTION.
           DISPLAY 'ADJMNT REFUSED user=' WS-STAFF-USER
                   ' action=' WS-REQ-ACTION
                   ' NOT ENTITLED TO THIS ACTION'.
      *
      *****************************************************************
      * VIEW-ADJUSTMENT - show the adjustment as it stands.
      *****************************************************************
       VIEW-ADJUSTMENT.
           EXEC CICS READ FILE('ADJF')
                     INTO(ADJ-RECORD)
                     RIDFLD(WS-REQ-ADJID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               PERFORM SHOW-ADJUSTMENT
               MOVE WS-SHOWN-MSG TO MSGLNO
           ELSE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NOT-FOUND-MSG TO MSGLNO
               ELSE
                   DISPLAY 'ADJMNT ERROR ADJF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * ENTER-ADJUSTMENT - edit what the maker keyed, then write the
      * item PENDING under a new adjustment id. Nothing is posted
      * until a second user approves it.
      *****************************************************************
       ENTER-ADJUSTMENT.
           PERFORM EDIT-ACCOUNT.
           IF WS-EDIT-OK
               IF WS-REQ-DRCR NOT EQUAL 'D'
                  AND WS-REQ-DRCR NOT EQUAL 'C'
                   MOVE WS-BAD-DRCR-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               ELSE
                   IF WS-REQ-AMT-X NOT NUMERIC
                       MOVE WS-BAD-AMOUNT-MSG TO MSGLNO
                       SET WS-EDIT-FAILED TO TRUE
                   ELSE
                       IF WS-REQ-AMT-NUM NOT > ZERO
                           MOVE WS-BAD-AMOUNT-MSG TO MSGLNO
                           SET WS-EDIT-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM EDIT-REASON
           END-IF.
           IF WS-EDIT-OK
              AND WS-REQ-RELCID NOT EQUAL SPACES
               PERFORM EDIT-RELATED-POSTING
           END-IF.
           IF WS-EDIT-OK
               PERFORM BUILD-NEW-ADJUSTMENT
               PERFORM WRITE-NEW-ADJUSTMENT
               IF WS-EDIT-OK
                   PERFORM SHOW-ADJUSTMENT
                   MOVE WS-ENTERED-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * EDIT-ACCOUNT - the account must be on ACCTF and neither
      * closed nor frozen (PROGC refuses those too, but the maker is
      * told now rather than the checker later).
      *****************************************************************
       EDIT-ACCOUNT.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(WS-REQ-ACCT)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NO-ACCT-MSG TO MSGLNO
               ELSE
                   DISPLAY 'ADJMNT ERROR ACCTF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               IF ACC-CLOSED OR ACC-FROZEN
                   MOVE WS-ACCT-SHUT-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * EDIT-REASON - the reason must be on ADJRSNF, active, and allow
      * the direction (WS-REQ-DRCR). Its statement text is shown next
      * to the code.
      *****************************************************************
       EDIT-REASON.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS READ FILE('ADJRSNF')
                     INTO(ADJR-RECORD)
                     RIDFLD(WS-REQ-REASON)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-BAD-REASON-MSG TO MSGLNO
               ELSE
                   DISPLAY 'ADJMNT ERROR ADJRSNF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               MOVE ADR-STMT-TEXT TO RSNTXTO
               IF NOT ADR-ACTIVE
                   MOVE WS-BAD-REASON-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               ELSE
                   IF (ADR-DEBIT-ONLY AND WS-REQ-DRCR NOT EQUAL 'D')
                      OR (ADR-CREDIT-ONLY
                          AND WS-REQ-DRCR NOT EQUAL 'C')
                       MOVE WS-REASON-DIR-MSG TO MSGLNO
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * EDIT-RELATED-POSTING - a corrected corr-id, when keyed, must
      * be on TRANF and belong to the account being adjusted.
      *****************************************************************
       EDIT-RELATED-POSTING.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-REQ-RELCID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-BAD-RELCID-MSG TO MSGLNO
               ELSE
                   DISPLAY 'ADJMNT ERROR TRANF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               IF TRN-ACCOUNT-ID NOT EQUAL WS-REQ-ACCT
                   MOVE WS-BAD-RELCID-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
      *
       BUILD-NEW-ADJUSTMENT.
           PERFORM FETCH-BUSINESS-DATE.
           MOVE EIBTASKN TO WS-ADJID-TASKN.
           MOVE EIBTIME  TO WS-ADJID-TIME.
           MOVE SPACES   TO ADJ-RECORD.
           STRING 'A' WS-ADJID-TASKN 'S' WS-ADJID-TIME
                  DELIMITED BY SIZE INTO ADJ-ID.
           MOVE WS-REQ-ACCT    TO ADJ-ACCOUNT-ID.
           MOVE WS-REQ-DRCR    TO ADJ-DIRECTION.
           MOVE WS-REQ-AMT-NUM TO ADJ-AMOUNT.
           MOVE WS-REQ-REASON  TO ADJ-REASON-CODE.
           MOVE WS-REQ-RELCID  TO ADJ-RELATED-CORR-ID.
           MOVE WS-REQ-NOTE    TO ADJ-NOTE.
           SET ADJ-PENDING     TO TRUE.
           MOVE WS-STAFF-USER  TO ADJ-MAKER-USER.
           MOVE WS-BUS-DATE    TO ADJ-MAKER-DATE.
           MOVE WS-NOW         TO ADJ-MAKER-TIME.
      *
       WRITE-NEW-ADJUSTMENT.
           EXEC CICS WRITE FILE('ADJF')
                     FROM(ADJ-RECORD)
                     RIDFLD(ADJ-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(DUPREC)
                   MOVE WS-ID-IN-USE-MSG TO MSGLNO
               ELSE
                   DISPLAY 'ADJMNT ERROR ADJF WRITE RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                           ' adj-id=' ADJ-ID
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               DISPLAY 'ADJMNT ENTERED adj-id=' ADJ-ID
                       ' acct=' ADJ-ACCOUNT-ID
                       ' dir=' ADJ-DIRECTION
                       ' reason=' ADJ-REASON-CODE
                       ' maker=' ADJ-MAKER-USER
           END-IF.
      *
      *****************************************************************
      * DECIDE-ADJUSTMENT - approve (A) or refuse (R) a pending item.
      * The item is held for UPDATE while it is decided; the checker
      * must not be the maker. An item already posted under its id is
      * only marked posted. Otherwise an approval rechecks the
      * reason - it may have been retired since the item was
      * entered - and has PROGC post it; a refusal just records the
      * decision.
      *****************************************************************
       DECIDE-ADJUSTMENT.
           PERFORM READ-ADJ-FOR-UPDATE.
           IF WS-EDIT-OK
               IF ADJ-MAKER-USER EQUAL WS-STAFF-USER
                   DISPLAY 'ADJMNT REFUSED user=' WS-STAFF-USER
                           ' adj-id=' ADJ-ID
                           ' MAKER MAY NOT DECIDE OWN ITEM'
                   MOVE WS-OWN-ITEM-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
                   PERFORM RELEASE-ADJUSTMENT
                   PERFORM SHOW-ADJUSTMENT
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM CHECK-ALREADY-POSTED
           END-IF.
           IF WS-EDIT-OK
               IF WS-ADJ-ON-TRANF
                   PERFORM MARK-ALREADY-POSTED
               ELSE
                   IF WS-REQ-ACTION EQUAL 'A'
                       PERFORM APPROVE-ADJUSTMENT
                   ELSE
                       SET ADJ-REFUSED TO TRUE
                       PERFORM RECORD-DECISION
                       PERFORM SHOW-ADJUSTMENT
                       IF WS-EDIT-OK
                           MOVE WS-REFUSED-MSG TO MSGLNO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-ALREADY-POSTED - PROGC posts an approved item on TRANF
      * under the adjustment id, typed ADJD or ADJC. Finding it there
      * means an earlier approval posted it but the item's rewrite
      * failed, leaving it pending.
      *****************************************************************
       CHECK-ALREADY-POSTED.
           SET WS-ADJ-NOT-ON-TRANF TO TRUE.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(ADJ-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               IF TRN-ACCOUNT-ID EQUAL ADJ-ACCOUNT-ID
                  AND (TRN-TRAN-TYPE EQUAL 'ADJD'
                       OR TRN-TRAN-TYPE EQUAL 'ADJC')
                   SET WS-ADJ-ON-TRANF TO TRUE
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'ADJMNT ERROR TRANF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                           ' adj-id=' ADJ-ID
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
                   PERFORM RELEASE-ADJUSTMENT
                   PERFORM SHOW-ADJUSTMENT
               END-IF
           END-IF.
      *
      *****************************************************************
      * MARK-ALREADY-POSTED - the money has moved, so the item can
      * only be posted, whether the checker keyed approve or refuse;
      * PROGC is not asked to post it a second time.
      *****************************************************************
       MARK-ALREADY-POSTED.
           DISPLAY 'ADJMNT adj-id=' ADJ-ID
                   ' ALREADY POSTED ON TRANF - MARKED POSTED'.
           SET ADJ-POSTED TO TRUE.
           PERFORM RECORD-DECISION.
           PERFORM SHOW-ADJUSTMENT.
           IF WS-EDIT-OK
               MOVE WS-WAS-POSTED-MSG TO MSGLNO
           END-IF.
      *
       APPROVE-ADJUSTMENT.
           MOVE ADJ-REASON-CODE TO WS-REQ-REASON.
           MOVE ADJ-DIRECTION   TO WS-REQ-DRCR.
           PERFORM EDIT-REASON.
           IF WS-EDIT-FAILED
               PERFORM RELEASE-ADJUSTMENT
               PERFORM SHOW-ADJUSTMENT
           ELSE
               PERFORM LINK-ADJUSTMENT
               IF WS-EDIT-OK
                   SET ADJ-POSTED TO TRUE
                   PERFORM RECORD-DECISION
                   PERFORM SHOW-ADJUSTMENT
                   IF WS-EDIT-OK
                       MOVE WS-APPROVED-MSG TO MSGLNO
                   END-IF
               ELSE
                   PERFORM RELEASE-ADJUSTMENT
                   PERFORM SHOW-ADJUSTMENT
               END-IF
           END-IF.
      *
      *****************************************************************
      * RECORD-DECISION - stamp who decided the item and when, and
      * rewrite it. A rewrite that fails after PROGC has posted leaves
      * the item pending on file; the next decision on it finds the
      * posting on TRANF (CHECK-ALREADY-POSTED) and marks it posted
      * without posting it again.
      *****************************************************************
       RECORD-DECISION.
           MOVE WS-STAFF-USER TO ADJ-CHECKER-USER.
           MOVE WS-BUS-DATE   TO ADJ-CHECKER-DATE.
           MOVE WS-NOW        TO ADJ-CHECKER-TIME.
           EXEC CICS REWRITE FILE('ADJF')
                     FROM(ADJ-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'ADJMNT ERROR ADJF REWRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' adj-id=' ADJ-ID
                       ' status=' ADJ-STATUS
                       ' MANUAL CORRECTION REQUIRED'
               IF ADJ-POSTED
                   MOVE WS-ITEM-ERR-MSG TO MSGLNO
               ELSE
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
               SET WS-EDIT-FAILED TO TRUE
           ELSE
               DISPLAY 'ADJMNT DECIDED adj-id=' ADJ-ID
                       ' status=' ADJ-STATUS
                       ' maker=' ADJ-MAKER-USER
                       ' checker=' ADJ-CHECKER-USER
           END-IF.
      *
      *****************************************************************
      * READ-ADJ-FOR-UPDATE - hold the item for the decision; an item
      * that is not pending is released and refused.
      *****************************************************************
       READ-ADJ-FOR-UPDATE.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS READ FILE('ADJF')
                     INTO(ADJ-RECORD)
                     RIDFLD(WS-REQ-ADJID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NOT-FOUND-MSG TO MSGLNO
               ELSE
                   DISPLAY 'ADJMNT ERROR ADJF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               PERFORM FETCH-BUSINESS-DATE
               IF NOT ADJ-PENDING
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-NOT-PENDING-MSG TO MSGLNO
                   PERFORM RELEASE-ADJUSTMENT
                   PERFORM SHOW-ADJUSTMENT
               END-IF
           END-IF.
      *
       RELEASE-ADJUSTMENT.
           EXEC CICS UNLOCK FILE('ADJF')
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
      *
      *****************************************************************
      * LINK-ADJUSTMENT - have PROGC post the held item under its
      * adjustment id, for the checker. Leaves WS-EDIT-FAILED with
      * PROGC's message on the screen when the posting was refused.
      *****************************************************************
       LINK-ADJUSTMENT.
           INITIALIZE WS-COMMAREA.
           MOVE ADJ-ID              TO CA-CORR-ID OF WS-COMMAREA.
           SET CA-SCENARIO-PROD OF WS-COMMAREA TO TRUE.
           MOVE 'ADJ '              TO CA-TRAN-TYPE OF WS-COMMAREA.
           MOVE ADJ-ACCOUNT-ID      TO CA-ACCOUNT-ID OF WS-COMMAREA.
           MOVE ADJ-AMOUNT          TO CA-AMOUNT OF WS-COMMAREA.
           MOVE ADJ-DIRECTION       TO CA-ADJ-DIRECTION OF WS-COMMAREA.
           MOVE ADJ-REASON-CODE     TO CA-ADJ-REASON OF WS-COMMAREA.
           MOVE ADJ-RELATED-CORR-ID TO CA-ORIG-CORR-ID OF WS-COMMAREA.
           MOVE WS-STAFF-USER       TO CA-USER-ID OF WS-COMMAREA.
           SET CA-NOT-RELEASE OF WS-COMMAREA TO TRUE.
           SET CA-NOT-FRAUD-RELEASE OF WS-COMMAREA TO TRUE.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS LINK
                     PROGRAM('PROGC')
                     COMMAREA(WS-COMMAREA)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'ADJMNT ERROR LINK PROGC RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               MOVE WS-FILE-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           ELSE
               IF NOT CA-ST-OK OF WS-COMMAREA
                   MOVE CA-MESSAGE OF WS-COMMAREA TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - the business date items are stamped
      * with. An unreadable BUSDATF falls back to the wall date,
      * loudly, as DSPMNT's does.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     TIME(WS-NOW)
           END-EXEC.
           MOVE WS-TODAY TO WS-BUS-DATE.
           EXEC CICS READ FILE('BUSDATF')
                     INTO(BUSD-RECORD)
                     RIDFLD(WS-BUSDATE-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE BDT-BUSINESS-DATE TO WS-BUS-DATE
           ELSE
               DISPLAY 'ADJMNT ERROR BUSDATF READ RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' - STAMPING WALL DATE'
           END-IF.
      *
       SHOW-ADJUSTMENT.
           MOVE ADJ-ID              TO ADJIDO.
           MOVE ADJ-ACCOUNT-ID      TO ACCTO.
           MOVE ADJ-DIRECTION       TO DRCRO.
           MOVE ADJ-AMOUNT          TO WS-REQ-AMT-NUM.
           MOVE WS-REQ-AMT-X        TO ADJAMTO.
           MOVE ADJ-REASON-CODE     TO REASONO.
           MOVE ADJ-RELATED-CORR-ID TO RELCIDO.
           MOVE ADJ-NOTE            TO NOTEO.
           IF ADJ-PENDING
               MOVE 'PENDING'        TO ASTATO
           ELSE
               IF ADJ-POSTED
                   MOVE 'APPROVED'       TO ASTATO
               ELSE
                   MOVE 'REFUSED'        TO ASTATO
               END-IF
           END-IF.
           MOVE ADJ-MAKER-USER      TO MKUSRO.
           MOVE ADJ-MAKER-DATE      TO MKDTO.
           MOVE ADJ-CHECKER-USER    TO CKUSRO.
           MOVE ADJ-CHECKER-DATE    TO CKDTO.
           PERFORM SHOW-REASON-TEXT.
      *
      *****************************************************************
      * SHOW-REASON-TEXT - the reason's statement text next to the
      * code; left blank when the reason cannot be read.
      *****************************************************************
       SHOW-REASON-TEXT.
           EXEC CICS READ FILE('ADJRSNF')
                     INTO(ADJR-RECORD)
                     RIDFLD(ADJ-REASON-CODE)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE ADR-STMT-TEXT TO RSNTXTO
           END-IF.
