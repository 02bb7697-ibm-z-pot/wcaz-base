      *   C - cancel:  set the order cancelled - STORUN skips it
      * Every add/amend/cancel stamps the signed-on maintainer and
      * date on the record. The account must exist on ACCTF before
      * an order is taken against it, and a payee id, when keyed,
      * must be active on PAYEEF. PF3 exits, CLEAR resets.
      * CSD: DEFINE TRANSACTION(SORD) PROGRAM(STOMNT), plus the
      * STOMNTS mapset and the STORDF, ACCTF and PAYEEF file entries.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMNT.
                   'FREQ D/W/M, AMOUNT AND DUE DATE NUMERIC'.
           05  WS-NO-ACCT-MSG    PIC X(60) VALUE
                   'ACCOUNT NOT ON ACCTF'.
           05  WS-NO-PAYEE-MSG   PIC X(60) VALUE
                   'PAYEE NOT ON PAYEEF OR NOT ACTIVE'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'STORDF ACCESS FAILED - SEE REGION LOG'.
           05  WS-SHOWN-MSG      PIC X(60) VALUE
           COPY STORDREC.
       01  ACCT-RECORD.
           COPY ACCTREC.
       01  PAYEE-RECORD.
           COPY PAYEEREC.
       01  WS-FILE-RESP-FIELDS.
           05  WS-FILE-RESP      PIC S9(8) COMP.
           05  WS-FILE-RESP2     PIC S9(8) COMP.
           05  WS-REQ-FREQ       PIC X(01).
           05  WS-REQ-DUE        PIC X(08).
           05  WS-REQ-DETAIL     PIC X(20).
           05  WS-REQ-PAYEE      PIC X(10).
           05  WS-REQ-AMT-X      PIC X(11).
           05  WS-REQ-AMT-NUM REDEFINES WS-REQ-AMT-X
                                 PIC 9(09)V99.
               MOVE WS-REQ-FREQ    TO FREQO
               MOVE WS-REQ-DUE     TO NXTDUEO
               MOVE WS-REQ-DETAIL  TO DETLO
               MOVE WS-REQ-PAYEE   TO PAYEEO
               IF WS-REQ-ORDER EQUAL SPACES
                   MOVE WS-NO-ORDER-MSG TO MSGLNO
               ELSE
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-ORDER WS-REQ-ACTION WS-REQ-ACCOUNT
                          WS-REQ-FREQ WS-REQ-DUE WS-REQ-DETAIL
                          WS-REQ-AMT-X WS-REQ-PAYEE.
           EXEC CICS RECEIVE MAP('STOMNTM')
                     MAPSET('STOMNTS')
                     INTO(STOMNTI)
               IF DETLI NOT EQUAL LOW-VALUES
                   MOVE DETLI TO WS-REQ-DETAIL
               END-IF
               IF PAYEEI NOT EQUAL LOW-VALUES
                   MOVE PAYEEI TO WS-REQ-PAYEE
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'STOMNT ERROR RECEIVE MAP RESP='
      *
      *****************************************************************
      * VALIDATE-FIELDS - common edits for add and amend: frequency,
      * a positive numeric amount, a numeric due date, an account
      * that exists on the master and, when one is keyed, a payee
      * that is active on the payee master.
      *****************************************************************
       VALIDATE-FIELDS.
           IF (WS-REQ-FREQ EQUAL 'D' OR WS-REQ-FREQ EQUAL 'W'
              AND WS-REQ-AMT-NUM > ZERO
              AND WS-REQ-DUE NUMERIC
               PERFORM CHECK-ACCOUNT-EXISTS
               IF WS-EDIT-OK
                  AND WS-REQ-PAYEE NOT EQUAL SPACES
                   PERFORM CHECK-PAYEE-ACTIVE
               END-IF
           ELSE
               MOVE WS-BAD-FIELDS-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
               MOVE WS-NO-ACCT-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       CHECK-PAYEE-ACTIVE.
           EXEC CICS READ FILE('PAYEEF')
                     INTO(PAYEE-RECORD)
                     RIDFLD(WS-REQ-PAYEE)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE WS-NO-PAYEE-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           ELSE
               IF NOT PYE-ACTIVE
                   MOVE WS-NO-PAYEE-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
      *
       BUILD-RECORD-FIELDS.
           MOVE WS-REQ-ACCOUNT TO SO-ACCOUNT-ID.
           MOVE WS-REQ-FREQ    TO SO-FREQUENCY.
           MOVE WS-REQ-DUE     TO SO-NEXT-DUE.
           MOVE WS-REQ-DETAIL  TO SO-DETAIL.
           MOVE WS-REQ-PAYEE   TO SO-PAYEE-ID.
           PERFORM STAMP-MAINTAINER.
      *
       STAMP-MAINTAINER.
           MOVE SO-FREQUENCY     TO FREQO.
           MOVE SO-NEXT-DUE      TO NXTDUEO.
           MOVE SO-DETAIL        TO DETLO.
           MOVE SO-PAYEE-ID      TO PAYEEO.
           MOVE SO-STATUS        TO DSTATO.
           MOVE SO-RETRY-CT      TO DRETRYO.
           MOVE SO-LAST-RUN-DATE TO DLRUNO.
