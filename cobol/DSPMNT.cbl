      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * DSPMNT - customer dispute case screen over the DSPCASF
      * dispute case file, transaction DISP, mapset DSPMNS (source
      * bms/DSPMNT.bms, symbolic map copybook DSPMNTM). Staff key
      * the corr-id of the payment the customer disputes and an
      * action:
      *   V - view:    the case and the payment as they stand (a
      *                payment with no case is shown on its own)
      *   O - open:    open a case with a reason code (D01-D05) and
      *                the disputed amount - all of the payment when
      *                left blank. PROGC marks the payment disputed,
      *                so no reversal can be taken against it
      *   P - provisional credit: credit the disputed amount to the
      *                account while the case is investigated
      *   W - resolve for the customer: the provisional credit
      *                becomes final, or the disputed amount is
      *                credited now if none was given; the payment is
      *                marked charged back
      *   L - resolve against the customer: a provisional credit is
      *                taken back and the payment stands again
      * The money and the payment's TRANF flag move through PROGC
      * ('DSP ' requests, linked directly - PROGA refuses them); the
      * case on DSPCASF is this screen's. A step PROGC refuses
      * leaves the case as it was, with PROGC's message on the
      * screen. Every step queues a NOTIFF notification carrying the
      * dispute reason, so the customer is told: keyed 'Q' + the
      * disputed corr-id (positions 2-16) for the opening, the 'P'
      * provisional credit's own corr-id for the credit, and 'R' +
      * the disputed corr-id for the resolution. A payment can carry
      * one case only; a resolved case is not reopened. Case dates
      * are business dates, from BUSDATF - the response deadlines
      * DSPAGE reports run from them.
      * Every action, viewing included, needs the reversal flag on
      * the user's SECF entry: a dispute is the controlled way to
      * back a payment out.
      * PF3 exits, CLEAR resets.
      * CSD: DEFINE TRANSACTION(DISP) PROGRAM(DSPMNT), plus the
      * DSPMNS mapset and the DSPCASF, TRANF, SECF, NOTIFF and
      * BUSDATF file entries. Restrict DISP to dispute staff through
      * the external security manager as well - the SECF flag is the
      * application-level check, not the only gate.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-TRANSID        PIC X(04) VALUE 'DISP'.
           05  WS-ENTER-MSG      PIC X(60) VALUE
                   'ENTER PAYMENT CORR-ID AND ACTION (V/O/P/W/L)'.
           05  WS-NO-CORRID-MSG  PIC X(60) VALUE
                   'CORR-ID IS REQUIRED'.
           05  WS-BAD-ACTION-MSG PIC X(60) VALUE
                   'ACTION MUST BE V, O, P, W OR L'.
           05  WS-NOT-AUTH-MSG   PIC X(60) VALUE
                   'NOT AUTHORIZED TO WORK DISPUTE CASES'.
           05  WS-NO-CASE-MSG    PIC X(60) VALUE
                   'NO DISPUTE CASE ON FILE - ACTION O OPENS ONE'.
           05  WS-NO-PMT-MSG     PIC X(60) VALUE
                   'NO DISPUTE CASE AND PAYMENT NOT ON TRANF'.
           05  WS-CASE-EXISTS-MSG PIC X(60) VALUE
                   'A DISPUTE CASE ALREADY EXISTS FOR THIS PAYMENT'.
           05  WS-NOT-OPEN-MSG   PIC X(60) VALUE
                   'CASE IS NOT OPEN - ALREADY RESOLVED'.
           05  WS-PROV-GIVEN-MSG PIC X(60) VALUE
                   'PROVISIONAL CREDIT ALREADY GIVEN ON THIS CASE'.
           05  WS-BAD-REASON-MSG PIC X(60) VALUE
                   'REASON MUST BE D01, D02, D03, D04 OR D05'.
           05  WS-BAD-AMOUNT-MSG PIC X(60) VALUE
                   'DISPUTED AMOUNT MUST BE NUMERIC'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'FILE ACCESS FAILED - SEE REGION LOG'.
           05  WS-CASE-ERR-MSG   PIC X(60) VALUE
                   'STEP POSTED BUT CASE NOT UPDATED - SEE REGION LOG'.
           05  WS-SHOWN-MSG      PIC X(60) VALUE
                   'DISPUTE CASE DISPLAYED'.
           05  WS-OPENED-MSG     PIC X(60) VALUE
                   'DISPUTE CASE OPENED - PAYMENT MARKED DISPUTED'.
           05  WS-PROV-MSG       PIC X(60) VALUE
                   'PROVISIONAL CREDIT POSTED TO THE ACCOUNT'.
           05  WS-WON-MSG        PIC X(60) VALUE
                   'RESOLVED FOR THE CUSTOMER - CREDIT IS FINAL'.
           05  WS-LOST-MSG       PIC X(60) VALUE
                   'RESOLVED AGAINST THE CUSTOMER'.
           05  WS-LOST-TAKEN-MSG PIC X(60) VALUE
                   'RESOLVED AGAINST THE CUSTOMER - CREDIT TAKEN BACK'.
           05  WS-END-MSG        PIC X(20) VALUE
                   'DSPMNT SESSION ENDED'.
       COPY DSPMNTM.
       COPY DFHAID.
       01  DSPC-RECORD.
           COPY DSPCREC.
       01  TRAN-RECORD.
           COPY TRANREC.
       01  SEC-RECORD.
           COPY SECREC.
       01  NOTIF-RECORD.
           COPY NOTIFREC.
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
           05  WS-REQ-CORRID     PIC X(16).
           05  WS-REQ-ACTION     PIC X(01).
           05  WS-REQ-REASON     PIC X(04).
           05  WS-REQ-AMT-X      PIC X(11).
           05  WS-REQ-AMT-NUM REDEFINES WS-REQ-AMT-X
                                 PIC 9(09)V99.
       01  WS-ASSIGN-FIELDS.
           05  WS-STAFF-USER     PIC X(08).
       01  WS-STAMP-FIELDS.
           05  WS-ABSTIME        PIC S9(15) COMP-3.
           05  WS-TODAY          PIC X(08).
           05  WS-NOW            PIC X(06).
      * Keys derived from the disputed corr-id: the notification of
      * each step, and the postings PROGC makes for the case (same
      * letters as PROGC's WS-DSP-FIELDS).
       01  WS-DERIVED-KEY.
           05  WS-DRV-PREFIX     PIC X(01).
           05  WS-DRV-REST       PIC X(15).
       01  WS-NTF-FIELDS.
           05  WS-NTF-TYPE       PIC X(04).
           05  WS-NTF-AMOUNT     PIC S9(09)V99 COMP-3.
       01  WS-AMT-EDIT           PIC Z(08)9.99-.
       01  WS-AUTH-SW            PIC X(01).
           88  WS-AUTH-OK                   VALUE 'Y'.
           88  WS-AUTH-REJECTED             VALUE 'N'.
       01  WS-EDIT-SW            PIC X(01).
           88  WS-EDIT-OK                   VALUE 'Y'.
           88  WS-EDIT-FAILED               VALUE 'N'.
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
           MOVE LOW-VALUES TO DSPMNTO.
           MOVE WS-ENTER-MSG TO MSGLNO.
           EXEC CICS SEND MAP('DSPMNM')
                     MAPSET('DSPMNS')
                     FROM(DSPMNTO)
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
               MOVE LOW-VALUES TO DSPMNTO
               MOVE WS-REQ-CORRID  TO CORRIDO
               MOVE WS-REQ-ACTION  TO ACTIONO
               MOVE WS-REQ-REASON  TO REASONO
               MOVE WS-REQ-AMT-X   TO DSPAMTO
               IF WS-REQ-CORRID EQUAL SPACES
                   MOVE WS-NO-CORRID-MSG TO MSGLNO
               ELSE
                   PERFORM CHECK-STAFF
                   IF WS-AUTH-OK
                       PERFORM DISPATCH-ACTION
                   END-IF
               END-IF
               EXEC CICS SEND MAP('DSPMNM')
                         MAPSET('DSPMNS')
                         FROM(DSPMNTO)
                         ERASE
               END-EXEC
           END-IF.
      *
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-CORRID WS-REQ-ACTION WS-REQ-REASON
                          WS-REQ-AMT-X.
           EXEC CICS RECEIVE MAP('DSPMNM')
                     MAPSET('DSPMNS')
                     INTO(DSPMNTI)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               IF CORRIDI NOT EQUAL LOW-VALUES
                   MOVE CORRIDI TO WS-REQ-CORRID
               END-IF
               IF ACTIONI NOT EQUAL LOW-VALUES
                   MOVE ACTIONI TO WS-REQ-ACTION
               END-IF
               IF REASONI NOT EQUAL LOW-VALUES
                   MOVE REASONI TO WS-REQ-REASON
               END-IF
               IF DSPAMTI NOT EQUAL LOW-VALUES
                   MOVE DSPAMTI TO WS-REQ-AMT-X
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'DSPMNT ERROR RECEIVE MAP RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-STAFF - the signed-on user must hold an active SECF
      * entry with the reversal flag. Fails closed, same as FRDREV's
      * CHECK-ANALYST: no entry, a revoked entry or an unreadable
      * SECF all refuse the action.
      *****************************************************************
       CHECK-STAFF.
           SET WS-AUTH-REJECTED TO TRUE.
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
              AND SEC-REVERSAL-ALLOWED
               SET WS-AUTH-OK TO TRUE
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                  AND WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'DSPMNT ERROR SECF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
               DISPLAY 'DSPMNT REFUSED user=' WS-STAFF-USER
                       ' NOT ENTITLED TO DISPUTE CASES'
               MOVE WS-NOT-AUTH-MSG TO MSGLNO
           END-IF.
      *
       DISPATCH-ACTION.
           IF WS-REQ-ACTION EQUAL 'V'
               PERFORM VIEW-CASE
           ELSE
               IF WS-REQ-ACTION EQUAL 'O'
                   PERFORM OPEN-CASE
               ELSE
                   IF WS-REQ-ACTION EQUAL 'P'
                       PERFORM GIVE-PROVISIONAL-CREDIT
                   ELSE
                       IF WS-REQ-ACTION EQUAL 'W'
                           PERFORM RESOLVE-FOR-CUSTOMER
                       ELSE
                           IF WS-REQ-ACTION EQUAL 'L'
                               PERFORM RESOLVE-AGAINST-CUSTOMER
                           ELSE
                               MOVE WS-BAD-ACTION-MSG TO MSGLNO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * VIEW-CASE - show the case and the payment as they stand. With
      * no case on file the payment is shown on its own, so staff can
      * check it before opening one.
      *****************************************************************
       VIEW-CASE.
           EXEC CICS READ FILE('DSPCASF')
                     INTO(DSPC-RECORD)
                     RIDFLD(WS-REQ-CORRID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               PERFORM SHOW-CASE
               PERFORM SHOW-PAYMENT
               MOVE WS-SHOWN-MSG TO MSGLNO
           ELSE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   PERFORM SHOW-PAYMENT
                   IF WS-EDIT-OK
                       MOVE 'NO CASE' TO DCSTATO
                       MOVE WS-NO-CASE-MSG TO MSGLNO
                   ELSE
                       MOVE WS-NO-PMT-MSG TO MSGLNO
                   END-IF
               ELSE
                   DISPLAY 'DSPMNT ERROR DSPCASF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * OPEN-CASE - edit the reason and amount, write the case, then
      * have PROGC mark the payment disputed. PROGC checks the
      * payment itself (on file, a payment, live, amount within it);
      * if it refuses, the case just written is deleted again, so a
      * case never exists without its payment marked.
      *****************************************************************
       OPEN-CASE.
           SET WS-EDIT-OK TO TRUE.
           MOVE WS-REQ-REASON TO DSP-REASON-CODE.
           IF NOT DSP-REASON-VALID
               MOVE WS-BAD-REASON-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           ELSE
               IF WS-REQ-AMT-X NOT EQUAL SPACES
                  AND WS-REQ-AMT-X NOT NUMERIC
                   MOVE WS-BAD-AMOUNT-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM SHOW-PAYMENT
               IF WS-EDIT-FAILED
                   MOVE WS-NO-PMT-MSG TO MSGLNO
               ELSE
                   PERFORM BUILD-NEW-CASE
                   PERFORM WRITE-NEW-CASE
                   IF WS-EDIT-OK
                       MOVE 'O' TO CA-DSP-STEP OF WS-COMMAREA
                       MOVE DSP-DISPUTED-AMOUNT TO WS-NTF-AMOUNT
                       PERFORM LINK-DISPUTE-STEP
                       IF WS-EDIT-OK
                           MOVE 'Q'      TO WS-DRV-PREFIX
                           MOVE 'DSPO'   TO WS-NTF-TYPE
                           PERFORM QUEUE-NOTIFICATION
                           PERFORM SHOW-CASE
                           PERFORM SHOW-PAYMENT
                           MOVE WS-OPENED-MSG TO MSGLNO
                       ELSE
                           PERFORM UNDO-NEW-CASE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       BUILD-NEW-CASE.
           PERFORM FETCH-BUSINESS-DATE.
           MOVE WS-REQ-CORRID  TO DSP-CORR-ID.
           MOVE TRN-ACCOUNT-ID TO DSP-ACCOUNT-ID.
           MOVE TRN-AMOUNT     TO DSP-TRAN-AMOUNT.
           MOVE TRN-DATE       TO DSP-TRAN-DATE.
           MOVE WS-REQ-REASON  TO DSP-REASON-CODE.
           IF WS-REQ-AMT-X EQUAL SPACES
               MOVE TRN-AMOUNT     TO DSP-DISPUTED-AMOUNT
           ELSE
               MOVE WS-REQ-AMT-NUM TO DSP-DISPUTED-AMOUNT
           END-IF.
           SET DSP-OPEN           TO TRUE.
           SET DSP-PROV-NOT-GIVEN TO TRUE.
           MOVE SPACES         TO DSP-PROV-CORR-ID DSP-PROV-DATE
                                  DSP-FINAL-CORR-ID.
           MOVE WS-BUS-DATE    TO DSP-OPEN-DATE.
           MOVE WS-NOW         TO DSP-OPEN-TIME.
           MOVE WS-STAFF-USER  TO DSP-OPEN-USER.
           MOVE SPACES         TO DSP-RESOLVED-DATE DSP-RESOLVED-USER.
      *
       WRITE-NEW-CASE.
           EXEC CICS WRITE FILE('DSPCASF')
                     FROM(DSPC-RECORD)
                     RIDFLD(DSP-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(DUPREC)
                   MOVE WS-CASE-EXISTS-MSG TO MSGLNO
               ELSE
                   DISPLAY 'DSPMNT ERROR DSPCASF WRITE RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                           ' corr-id=' DSP-CORR-ID
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * UNDO-NEW-CASE - PROGC refused to mark the payment: delete the
      * case written moments ago (same convention as ACCTMNT's
      * UNDO-ADDED-ACCOUNT).
      *****************************************************************
       UNDO-NEW-CASE.
           EXEC CICS DELETE FILE('DSPCASF')
                     RIDFLD(DSP-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'DSPMNT ERROR DSPCASF DELETE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' corr-id=' DSP-CORR-ID
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
      *****************************************************************
      * GIVE-PROVISIONAL-CREDIT - credit the disputed amount while
      * the case is investigated. One provisional credit per case.
      *****************************************************************
       GIVE-PROVISIONAL-CREDIT.
           PERFORM READ-CASE-FOR-UPDATE.
           IF WS-EDIT-OK
               IF DSP-PROV-GIVEN
                   MOVE WS-PROV-GIVEN-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
                   PERFORM RELEASE-CASE
               ELSE
                   MOVE 'P' TO CA-DSP-STEP OF WS-COMMAREA
                   PERFORM LINK-DISPUTE-STEP
                   IF WS-EDIT-OK
                       MOVE 'P'          TO WS-DRV-PREFIX
                       MOVE WS-DERIVED-KEY TO DSP-PROV-CORR-ID
                       MOVE WS-BUS-DATE  TO DSP-PROV-DATE
                       SET DSP-PROV-GIVEN TO TRUE
                       PERFORM REWRITE-CASE
                       MOVE CA-AMOUNT OF WS-COMMAREA TO WS-NTF-AMOUNT
                       MOVE 'DPC '       TO WS-NTF-TYPE
                       PERFORM QUEUE-NOTIFICATION
                       PERFORM SHOW-CASE
                       PERFORM SHOW-PAYMENT
                       IF WS-EDIT-OK
                           MOVE WS-PROV-MSG TO MSGLNO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RESOLVE-FOR-CUSTOMER - the customer is refunded. The final
      * posting is the 'W' credit PROGC makes when no provisional
      * credit was given; with one, that credit simply stands.
      *****************************************************************
       RESOLVE-FOR-CUSTOMER.
           PERFORM READ-CASE-FOR-UPDATE.
           IF WS-EDIT-OK
               MOVE 'W' TO CA-DSP-STEP OF WS-COMMAREA
               PERFORM LINK-DISPUTE-STEP
               IF WS-EDIT-OK
                   SET DSP-RESOLVED-WON TO TRUE
                   IF DSP-PROV-GIVEN
                       MOVE SPACES TO DSP-FINAL-CORR-ID
                   ELSE
                       MOVE 'W' TO WS-DRV-PREFIX
                       MOVE WS-DERIVED-KEY TO DSP-FINAL-CORR-ID
                   END-IF
                   PERFORM RECORD-RESOLUTION
                   MOVE 'DSPW' TO WS-NTF-TYPE
                   PERFORM QUEUE-NOTIFICATION
                   PERFORM SHOW-CASE
                   PERFORM SHOW-PAYMENT
                   IF WS-EDIT-OK
                       MOVE WS-WON-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RESOLVE-AGAINST-CUSTOMER - the dispute is declined. PROGC
      * answers the amount it took back (zero when no provisional
      * credit was standing); the take-back is the case's final
      * posting.
      *****************************************************************
       RESOLVE-AGAINST-CUSTOMER.
           PERFORM READ-CASE-FOR-UPDATE.
           IF WS-EDIT-OK
               MOVE 'L' TO CA-DSP-STEP OF WS-COMMAREA
               PERFORM LINK-DISPUTE-STEP
               IF WS-EDIT-OK
                   SET DSP-RESOLVED-LOST TO TRUE
                   IF CA-AMOUNT OF WS-COMMAREA > ZERO
                       MOVE 'K' TO WS-DRV-PREFIX
                       MOVE WS-DERIVED-KEY TO DSP-FINAL-CORR-ID
                   ELSE
                       MOVE SPACES TO DSP-FINAL-CORR-ID
                   END-IF
                   PERFORM RECORD-RESOLUTION
                   MOVE 'DSPL' TO WS-NTF-TYPE
                   PERFORM QUEUE-NOTIFICATION
                   PERFORM SHOW-CASE
                   PERFORM SHOW-PAYMENT
                   IF WS-EDIT-OK
                       IF CA-AMOUNT OF WS-COMMAREA > ZERO
                           MOVE WS-LOST-TAKEN-MSG TO MSGLNO
                       ELSE
                           MOVE WS-LOST-MSG TO MSGLNO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RECORD-RESOLUTION - stamp who resolved the case and when,
      * rewrite it, and key the resolution notice 'R' + the disputed
      * corr-id for the amount PROGC moved.
      *****************************************************************
       RECORD-RESOLUTION.
           MOVE WS-BUS-DATE   TO DSP-RESOLVED-DATE.
           MOVE WS-STAFF-USER TO DSP-RESOLVED-USER.
           PERFORM REWRITE-CASE.
           MOVE 'R' TO WS-DRV-PREFIX.
           MOVE CA-AMOUNT OF WS-COMMAREA TO WS-NTF-AMOUNT.
      *
      *****************************************************************
      * READ-CASE-FOR-UPDATE - hold the case for the step; a case
      * that is not open is released and refused.
      *****************************************************************
       READ-CASE-FOR-UPDATE.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS READ FILE('DSPCASF')
                     INTO(DSPC-RECORD)
                     RIDFLD(WS-REQ-CORRID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NO-CASE-MSG TO MSGLNO
               ELSE
                   DISPLAY 'DSPMNT ERROR DSPCASF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               PERFORM FETCH-BUSINESS-DATE
               IF NOT DSP-OPEN
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-NOT-OPEN-MSG TO MSGLNO
                   PERFORM RELEASE-CASE
                   PERFORM SHOW-CASE
               END-IF
           END-IF.
      *
       RELEASE-CASE.
           EXEC CICS UNLOCK FILE('DSPCASF')
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
      *
       REWRITE-CASE.
           EXEC CICS REWRITE FILE('DSPCASF')
                     FROM(DSPC-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'DSPMNT ERROR DSPCASF REWRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' corr-id=' DSP-CORR-ID
                       ' step=' CA-DSP-STEP OF WS-COMMAREA
                       ' MANUAL CORRECTION REQUIRED'
               MOVE WS-CASE-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
      *****************************************************************
      * LINK-DISPUTE-STEP - drive the step (CA-DSP-STEP, already set)
      * through PROGC for the case's payment and disputed amount.
      * Leaves WS-EDIT-FAILED with PROGC's message on the screen when
      * the step was refused. WS-DRV-REST is set from the disputed
      * corr-id for the caller's derived keys.
      *****************************************************************
       LINK-DISPUTE-STEP.
           MOVE CA-DSP-STEP OF WS-COMMAREA TO WS-DRV-PREFIX.
           INITIALIZE WS-COMMAREA.
           MOVE WS-DRV-PREFIX       TO CA-DSP-STEP OF WS-COMMAREA.
           MOVE DSP-CORR-ID         TO CA-CORR-ID OF WS-COMMAREA.
           SET CA-SCENARIO-PROD OF WS-COMMAREA TO TRUE.
           MOVE 'DSP '              TO CA-TRAN-TYPE OF WS-COMMAREA.
           MOVE DSP-ACCOUNT-ID      TO CA-ACCOUNT-ID OF WS-COMMAREA.
           MOVE DSP-DISPUTED-AMOUNT TO CA-AMOUNT OF WS-COMMAREA.
           MOVE DSP-REASON-CODE     TO CA-DETAIL OF WS-COMMAREA.
           MOVE DSP-CORR-ID         TO CA-ORIG-CORR-ID OF WS-COMMAREA.
           MOVE WS-STAFF-USER       TO CA-USER-ID OF WS-COMMAREA.
           SET CA-NOT-RELEASE OF WS-COMMAREA TO TRUE.
           SET CA-NOT-FRAUD-RELEASE OF WS-COMMAREA TO TRUE.
           MOVE DSP-CORR-ID(2:15)   TO WS-DRV-REST.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS LINK
                     PROGRAM('PROGC')
                     COMMAREA(WS-COMMAREA)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'DSPMNT ERROR LINK PROGC RESP=' WS-RESP
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
      * FETCH-BUSINESS-DATE - the business date the case steps and
      * notifications are stamped with. An unreadable BUSDATF falls
      * back to the wall date, loudly, as FRDREV's notification does.
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
               DISPLAY 'DSPMNT ERROR BUSDATF READ RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' - STAMPING WALL DATE'
           END-IF.
      *
      *****************************************************************
      * QUEUE-NOTIFICATION - tell the customer about the step: keyed
      * WS-DERIVED-KEY, type WS-NTF-TYPE, for WS-NTF-AMOUNT, with the
      * dispute reason. A notification already queued under the key
      * (DUPREC) is the one this step would have written.
      *****************************************************************
       QUEUE-NOTIFICATION.
           MOVE WS-DERIVED-KEY  TO NTF-CORR-ID.
           MOVE DSP-ACCOUNT-ID  TO NTF-ACCOUNT-ID.
           MOVE WS-NTF-AMOUNT   TO NTF-AMOUNT.
           MOVE WS-BUS-DATE     TO NTF-DATE.
           MOVE WS-NOW          TO NTF-TIME.
           MOVE WS-NTF-TYPE     TO NTF-TYPE.
           SET NTF-PENDING      TO TRUE.
           MOVE DSP-REASON-CODE TO NTF-REASON-CODE.
           EXEC CICS WRITE FILE('NOTIFF')
                     FROM(NOTIF-RECORD)
                     RIDFLD(NTF-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT EQUAL DFHRESP(DUPREC)
               DISPLAY 'DSPMNT ERROR NOTIFF WRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' corr-id=' NTF-CORR-ID
           END-IF.
      *
       SHOW-CASE.
           MOVE DSP-ACCOUNT-ID      TO DACCTO.
           MOVE DSP-TRAN-AMOUNT     TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT         TO DTAMTO.
           MOVE DSP-TRAN-DATE       TO DTDATEO.
           IF DSP-OPEN
               MOVE 'OPEN'           TO DCSTATO
           ELSE
               IF DSP-RESOLVED-WON
                   MOVE 'RESOLVED FOR'   TO DCSTATO
               ELSE
                   MOVE 'RESOLVED AGNST' TO DCSTATO
               END-IF
           END-IF.
           PERFORM SET-REASON-TEXT.
           MOVE DSP-DISPUTED-AMOUNT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT         TO DDAMTO.
           MOVE DSP-PROV-CORR-ID    TO DPROVO.
           MOVE DSP-PROV-DATE       TO DPRDTO.
           MOVE DSP-FINAL-CORR-ID   TO DFINALO.
           MOVE DSP-OPEN-USER       TO DOPUSRO.
           MOVE DSP-OPEN-DATE       TO DOPDTO.
           MOVE DSP-RESOLVED-USER   TO DRSUSRO.
           MOVE DSP-RESOLVED-DATE   TO DRSDTO.
           MOVE DSP-REASON-CODE     TO REASONO.
      *
       SET-REASON-TEXT.
           IF DSP-REASON-UNAUTHORISED
               MOVE 'NOT AUTHORISED BY CUSTOMER' TO DRSNTXO
           ELSE
               IF DSP-REASON-NOT-RECEIVED
                   MOVE 'GOODS/SERVICE NOT RECEIVED' TO DRSNTXO
               ELSE
                   IF DSP-REASON-DUPLICATE
                       MOVE 'DUPLICATE PAYMENT' TO DRSNTXO
                   ELSE
                       IF DSP-REASON-WRONG-AMOUNT
                           MOVE 'WRONG AMOUNT' TO DRSNTXO
                       ELSE
                           MOVE 'REFUND NOT RECEIVED' TO DRSNTXO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * SHOW-PAYMENT - read the disputed payment from TRANF and show
      * its state. Leaves WS-EDIT-FAILED when it is not on file (an
      * archived payment cannot be disputed here either); the record
      * stays in TRAN-RECORD for BUILD-NEW-CASE.
      *****************************************************************
       SHOW-PAYMENT.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS READ FILE('TRANF')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-REQ-CORRID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-EDIT-FAILED TO TRUE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'DSPMNT ERROR TRANF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           ELSE
               MOVE TRN-ACCOUNT-ID TO DACCTO
               MOVE TRN-AMOUNT     TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT    TO DTAMTO
               MOVE TRN-DATE       TO DTDATEO
               IF TRN-DISPUTED
                   MOVE 'IN DISPUTE'   TO DTFLAGO
               ELSE
                   IF TRN-CHARGED-BACK
                       MOVE 'CHARGED BACK' TO DTFLAGO
                   ELSE
                       IF TRN-RETURNED
                           MOVE 'RETURNED'     TO DTFLAGO
                       ELSE
                           IF TRN-REVERSED
                               MOVE 'REVERSED'     TO DTFLAGO
                           ELSE
                               MOVE 'LIVE'         TO DTFLAGO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
