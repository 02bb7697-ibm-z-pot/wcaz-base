      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * PYEMNT - online maintenance of the PAYEEF payee master,
      * transaction PAYE, mapset PYEMNS (source bms/PYEMNT.bms,
      * symbolic map copybook PYEMNTM). Payments staff key a payee
      * id and an action:
      *   I - inquire: show the payee
      *   A - add:     write a new payee from the screen fields
      *   U - update:  rewrite routing number, beneficiary account,
      *                name and status
      * A payee is retired by updating its status to S (suspended)
      * or C (closed) - PROGC then refuses new payments to it - and
      * never deleted, since posted history and the clearing file
      * still name it. The routing number must be nine digits with a
      * valid check digit (weights 3-7-1 over the nine digits, total
      * a multiple of ten) so a mis-keyed bank is caught here rather
      * than returned by the clearing network. Every add/update
      * stamps the signed-on maintainer and date on the record. PF3
      * exits, CLEAR resets.
      * CSD: DEFINE TRANSACTION(PAYE) PROGRAM(PYEMNT), plus the
      * PYEMNS mapset and the PAYEEF file entry.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PYEMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-TRANSID        PIC X(04) VALUE 'PAYE'.
           05  WS-ENTER-MSG      PIC X(60) VALUE
                   'ENTER PAYEE ID AND ACTION (I/A/U)'.
           05  WS-NO-PAYEE-MSG   PIC X(60) VALUE
                   'PAYEE ID IS REQUIRED'.
           05  WS-BAD-ACTION-MSG PIC X(60) VALUE
                   'ACTION MUST BE I, A OR U'.
           05  WS-NOTFND-MSG     PIC X(60) VALUE
                   'PAYEE NOT ON PAYEEF'.
           05  WS-EXISTS-MSG     PIC X(60) VALUE
                   'PAYEE ALREADY ON PAYEEF - USE U TO UPDATE'.
           05  WS-BAD-FIELDS-MSG PIC X(60) VALUE
                   'STATUS A/S/C, BENE ACCOUNT AND NAME REQUIRED'.
           05  WS-BAD-ROUTE-MSG  PIC X(60) VALUE
                   'ROUTING NUMBER NOT 9 DIGITS OR CHECK DIGIT WRONG'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'PAYEEF ACCESS FAILED - SEE REGION LOG'.
           05  WS-SHOWN-MSG      PIC X(60) VALUE
                   'PAYEE DISPLAYED'.
           05  WS-ADDED-MSG      PIC X(60) VALUE
                   'PAYEE ADDED'.
           05  WS-UPDATED-MSG    PIC X(60) VALUE
                   'PAYEE UPDATED'.
           05  WS-END-MSG        PIC X(20) VALUE
                   'PYEMNT SESSION ENDED'.
       COPY PYEMNTM.
       COPY DFHAID.
       01  PAYEE-RECORD.
           COPY PAYEEREC.
       01  WS-FILE-RESP-FIELDS.
           05  WS-FILE-RESP      PIC S9(8) COMP.
           05  WS-FILE-RESP2     PIC S9(8) COMP.
       01  WS-REQUEST-FIELDS.
           05  WS-REQ-PAYEE      PIC X(10).
           05  WS-REQ-ACTION     PIC X(01).
           05  WS-REQ-STATUS     PIC X(01).
           05  WS-REQ-ROUTE      PIC X(09).
           05  WS-REQ-BENE-ACCT  PIC X(17).
           05  WS-REQ-BENE-NAME  PIC X(22).
      * Routing check digit: each of the nine digits times its weight
      * from WS-ROUTE-WEIGHT-DATA, summed, must divide by ten.
       01  WS-ROUTE-FIELDS.
           05  WS-ROUTE-DIGITS   PIC X(09).
           05  WS-ROUTE-DIGIT-TABLE REDEFINES WS-ROUTE-DIGITS.
               10  WS-ROUTE-DIGIT OCCURS 9 TIMES
                                 PIC 9(01).
           05  WS-ROUTE-SUB      PIC 9(04) COMP.
           05  WS-ROUTE-SUM      PIC 9(04) COMP.
           05  WS-ROUTE-QUOT     PIC 9(04) COMP.
           05  WS-ROUTE-REM      PIC 9(04) COMP.
       01  WS-ROUTE-WEIGHT-DATA.
           05  FILLER            PIC X(09) VALUE '371371371'.
       01  WS-ROUTE-WEIGHT-TABLE REDEFINES WS-ROUTE-WEIGHT-DATA.
           05  WS-ROUTE-WEIGHT OCCURS 9 TIMES
                                 PIC 9(01).
       01  WS-ASSIGN-FIELDS.
           05  WS-MAINT-USER     PIC X(08).
       01  WS-STAMP-FIELDS.
           05  WS-ABSTIME        PIC S9(15) COMP-3.
           05  WS-TODAY          PIC X(08).
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
           MOVE LOW-VALUES TO PYEMNTO.
           MOVE WS-ENTER-MSG TO MSGLNO.
           EXEC CICS SEND MAP('PYEMNM')
                     MAPSET('PYEMNS')
                     FROM(PYEMNTO)
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
               MOVE LOW-VALUES TO PYEMNTO
               MOVE WS-REQ-PAYEE     TO PAYEIDO
               MOVE WS-REQ-ACTION    TO ACTIONO
               MOVE WS-REQ-STATUS    TO STATO
               MOVE WS-REQ-ROUTE     TO ROUTEO
               MOVE WS-REQ-BENE-ACCT TO BENACCO
               MOVE WS-REQ-BENE-NAME TO BNAMEO
               IF WS-REQ-PAYEE EQUAL SPACES
                   MOVE WS-NO-PAYEE-MSG TO MSGLNO
               ELSE
                   PERFORM DISPATCH-ACTION
               END-IF
               EXEC CICS SEND MAP('PYEMNM')
                         MAPSET('PYEMNS')
                         FROM(PYEMNTO)
                         ERASE
               END-EXEC
           END-IF.
      *
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-PAYEE WS-REQ-ACTION WS-REQ-STATUS
                          WS-REQ-ROUTE WS-REQ-BENE-ACCT
                          WS-REQ-BENE-NAME.
           EXEC CICS RECEIVE MAP('PYEMNM')
                     MAPSET('PYEMNS')
                     INTO(PYEMNTI)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               IF PAYEIDI NOT EQUAL LOW-VALUES
                   MOVE PAYEIDI TO WS-REQ-PAYEE
               END-IF
               IF ACTIONI NOT EQUAL LOW-VALUES
                   MOVE ACTIONI TO WS-REQ-ACTION
               END-IF
               IF STATI NOT EQUAL LOW-VALUES
                   MOVE STATI TO WS-REQ-STATUS
               END-IF
               IF ROUTEI NOT EQUAL LOW-VALUES
                   MOVE ROUTEI TO WS-REQ-ROUTE
               END-IF
               IF BENACCI NOT EQUAL LOW-VALUES
                   MOVE BENACCI TO WS-REQ-BENE-ACCT
               END-IF
               IF BNAMEI NOT EQUAL LOW-VALUES
                   MOVE BNAMEI TO WS-REQ-BENE-NAME
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'PYEMNT ERROR RECEIVE MAP RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
      *
       DISPATCH-ACTION.
           IF WS-REQ-ACTION EQUAL 'I'
               PERFORM INQUIRE-PAYEE
           ELSE
               IF WS-REQ-ACTION EQUAL 'A'
                   PERFORM ADD-PAYEE
               ELSE
                   IF WS-REQ-ACTION EQUAL 'U'
                       PERFORM UPDATE-PAYEE
                   ELSE
                       MOVE WS-BAD-ACTION-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       INQUIRE-PAYEE.
           MOVE WS-REQ-PAYEE TO PYE-PAYEE-ID.
           EXEC CICS READ FILE('PAYEEF')
                     INTO(PAYEE-RECORD)
                     RIDFLD(PYE-PAYEE-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               PERFORM SHOW-RECORD
               MOVE WS-SHOWN-MSG TO MSGLNO
           ELSE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NOTFND-MSG TO MSGLNO
               ELSE
                   DISPLAY 'PYEMNT ERROR PAYEEF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * VALIDATE-FIELDS - common edits for add and update: a known
      * status, a non-blank beneficiary account and name, and a
      * routing number that passes CHECK-ROUTING-NUMBER.
      *****************************************************************
       VALIDATE-FIELDS.
           IF (WS-REQ-STATUS EQUAL 'A' OR WS-REQ-STATUS EQUAL 'S'
               OR WS-REQ-STATUS EQUAL 'C')
              AND WS-REQ-BENE-ACCT NOT EQUAL SPACES
              AND WS-REQ-BENE-NAME NOT EQUAL SPACES
               PERFORM CHECK-ROUTING-NUMBER
           ELSE
               MOVE WS-BAD-FIELDS-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
      *****************************************************************
      * CHECK-ROUTING-NUMBER - nine digits whose 3-7-1 weighted sum
      * is a multiple of ten.
      *****************************************************************
       CHECK-ROUTING-NUMBER.
           IF WS-REQ-ROUTE NUMERIC
               MOVE WS-REQ-ROUTE TO WS-ROUTE-DIGITS
               MOVE ZERO TO WS-ROUTE-SUM
               PERFORM ADD-ROUTING-DIGIT
                       VARYING WS-ROUTE-SUB FROM 1 BY 1
                       UNTIL WS-ROUTE-SUB > 9
               DIVIDE WS-ROUTE-SUM BY 10
                   GIVING WS-ROUTE-QUOT REMAINDER WS-ROUTE-REM
               IF WS-ROUTE-REM NOT EQUAL ZERO
                   MOVE WS-BAD-ROUTE-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           ELSE
               MOVE WS-BAD-ROUTE-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       ADD-ROUTING-DIGIT.
           COMPUTE WS-ROUTE-SUM = WS-ROUTE-SUM
                   + WS-ROUTE-DIGIT(WS-ROUTE-SUB)
                   * WS-ROUTE-WEIGHT(WS-ROUTE-SUB).
      *
       BUILD-RECORD-FIELDS.
           MOVE WS-REQ-STATUS    TO PYE-STATUS.
           MOVE WS-REQ-ROUTE     TO PYE-ROUTING-NO.
           MOVE WS-REQ-BENE-ACCT TO PYE-BENE-ACCOUNT.
           MOVE WS-REQ-BENE-NAME TO PYE-BENE-NAME.
           PERFORM STAMP-MAINTAINER.
      *
       STAMP-MAINTAINER.
           EXEC CICS ASSIGN
                     USERID(WS-MAINT-USER)
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-MAINT-USER TO PYE-UPD-USER.
           MOVE WS-TODAY      TO PYE-UPD-DATE.
      *
       ADD-PAYEE.
           SET WS-EDIT-OK TO TRUE.
           PERFORM VALIDATE-FIELDS.
           IF WS-EDIT-OK
               MOVE WS-REQ-PAYEE TO PYE-PAYEE-ID
               PERFORM BUILD-RECORD-FIELDS
               EXEC CICS WRITE FILE('PAYEEF')
                         FROM(PAYEE-RECORD)
                         RIDFLD(PYE-PAYEE-ID)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                   PERFORM SHOW-RECORD
                   MOVE WS-ADDED-MSG TO MSGLNO
               ELSE
                   IF WS-FILE-RESP EQUAL DFHRESP(DUPREC)
                       MOVE WS-EXISTS-MSG TO MSGLNO
                   ELSE
                       DISPLAY 'PYEMNT ERROR PAYEEF WRITE RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-FILE-ERR-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       UPDATE-PAYEE.
           SET WS-EDIT-OK TO TRUE.
           PERFORM VALIDATE-FIELDS.
           IF WS-EDIT-OK
               MOVE WS-REQ-PAYEE TO PYE-PAYEE-ID
               EXEC CICS READ FILE('PAYEEF')
                         INTO(PAYEE-RECORD)
                         RIDFLD(PYE-PAYEE-ID)
                         UPDATE
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
               IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                   PERFORM BUILD-RECORD-FIELDS
                   PERFORM REWRITE-RECORD
                   IF WS-EDIT-OK
                       PERFORM SHOW-RECORD
                       MOVE WS-UPDATED-MSG TO MSGLNO
                   END-IF
               ELSE
                   IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                       MOVE WS-NOTFND-MSG TO MSGLNO
                   ELSE
                       DISPLAY 'PYEMNT ERROR PAYEEF READ RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-FILE-ERR-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       REWRITE-RECORD.
           EXEC CICS REWRITE FILE('PAYEEF')
                     FROM(PAYEE-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'PYEMNT ERROR PAYEEF REWRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-FILE-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       SHOW-RECORD.
           MOVE PYE-PAYEE-ID     TO PAYEIDO.
           MOVE PYE-STATUS       TO STATO.
           MOVE PYE-ROUTING-NO   TO ROUTEO.
           MOVE PYE-BENE-ACCOUNT TO BENACCO.
           MOVE PYE-BENE-NAME    TO BNAMEO.
           MOVE PYE-UPD-USER     TO UPDUSRO.
           MOVE PYE-UPD-DATE     TO UPDDTEO.
