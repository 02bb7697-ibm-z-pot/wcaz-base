      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * ADJRMNT - online maintenance of the ADJRSNF manual adjustment
      * reasons, transaction ADJR, mapset ADJRMS (source
      * bms/ADJRMNT.bms, symbolic map copybook ADJRMNTM). Back-office
      * supervisors key a reason code and an action:
      *   I - inquire: show the reason
      *   A - add:     write a new reason from the screen fields
      *   U - update:  rewrite an existing reason from the screen
      * A reason is retired by updating its status to I (inactive) -
      * ADJMNT accepts only active reasons, for new items and for
      * approvals - and never deleted, since ADJF items and TRANF
      * postings still name it. Every reason needs a direction (see
      * ADJRREC), statement text for the customer's statement and
      * the GL line GLEXTR posts the contra side to; the tax class
      * is optional. Add and update need the approve flag on the
      * maintainer's SECF entry; inquiry does not. Every add/update
      * stamps the signed-on maintainer and date on the reason.
      * Changes take effect on the next item entered or approved,
      * and on the next night's GLEXTR, STMTGEN and TAXSTMT runs.
      * PF3 exits, CLEAR resets.
      * CSD: DEFINE TRANSACTION(ADJR) PROGRAM(ADJRMNT), plus the
      * ADJRMS mapset and the ADJRSNF and SECF file entries.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-TRANSID        PIC X(04) VALUE 'ADJR'.
           05  WS-ENTER-MSG      PIC X(60) VALUE
                   'ENTER REASON CODE AND ACTION (I/A/U)'.
           05  WS-NO-REASON-MSG  PIC X(60) VALUE
                   'REASON CODE IS REQUIRED'.
           05  WS-BAD-ACTION-MSG PIC X(60) VALUE
                   'ACTION MUST BE I, A OR U'.
           05  WS-NOTFND-MSG     PIC X(60) VALUE
                   'REASON NOT ON ADJRSNF'.
           05  WS-EXISTS-MSG     PIC X(60) VALUE
                   'REASON ALREADY ON ADJRSNF - USE U TO UPDATE'.
           05  WS-BAD-FIELDS-MSG PIC X(60) VALUE
                   'STATUS A/I, DIRECTION D/C/B, TEXT AND GL REQUIRED'.
           05  WS-BAD-TAX-MSG    PIC X(60) VALUE
                   'TAX CLASS MUST BE I, F OR BLANK'.
           05  WS-NOT-AUTH-MSG   PIC X(60) VALUE
                   'NOT AUTHORIZED TO MAINTAIN ADJUSTMENT REASONS'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'ADJRSNF ACCESS FAILED - SEE REGION LOG'.
           05  WS-SHOWN-MSG      PIC X(60) VALUE
                   'REASON DISPLAYED'.
           05  WS-ADDED-MSG      PIC X(60) VALUE
                   'REASON ADDED'.
           05  WS-UPDATED-MSG    PIC X(60) VALUE
                   'REASON UPDATED'.
           05  WS-END-MSG        PIC X(21) VALUE
                   'ADJRMNT SESSION ENDED'.
       COPY ADJRMNTM.
       COPY DFHAID.
       01  ADJR-RECORD.
           COPY ADJRREC.
       01  SEC-RECORD.
           COPY SECREC.
       01  WS-FILE-RESP-FIELDS.
           05  WS-FILE-RESP      PIC S9(8) COMP.
           05  WS-FILE-RESP2     PIC S9(8) COMP.
       01  WS-REQUEST-FIELDS.
           05  WS-REQ-REASON     PIC X(04).
           05  WS-REQ-ACTION     PIC X(01).
           05  WS-REQ-STATUS     PIC X(01).
           05  WS-REQ-DIRECTION  PIC X(01).
           05  WS-REQ-STMT-TEXT  PIC X(30).
           05  WS-REQ-GL-ACCOUNT PIC X(10).
           05  WS-REQ-TAX-CLASS  PIC X(01).
       01  WS-ASSIGN-FIELDS.
           05  WS-MAINT-USER     PIC X(08).
       01  WS-STAMP-FIELDS.
           05  WS-ABSTIME        PIC S9(15) COMP-3.
           05  WS-TODAY          PIC X(08).
       01  WS-EDIT-SW            PIC X(01).
           88  WS-EDIT-OK                   VALUE 'Y'.
           88  WS-EDIT-FAILED               VALUE 'N'.
       01  WS-AUTH-SW            PIC X(01).
           88  WS-AUTH-OK                   VALUE 'Y'.
           88  WS-AUTH-REJECTED             VALUE 'N'.
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
           MOVE LOW-VALUES TO ADJRMNTO.
           MOVE WS-ENTER-MSG TO MSGLNO.
           EXEC CICS SEND MAP('ADJRMM')
                     MAPSET('ADJRMS')
                     FROM(ADJRMNTO)
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
               MOVE LOW-VALUES TO ADJRMNTO
               MOVE WS-REQ-REASON     TO RSNCDO
               MOVE WS-REQ-ACTION     TO ACTIONO
               MOVE WS-REQ-STATUS     TO STATO
               MOVE WS-REQ-DIRECTION  TO RDIRO
               MOVE WS-REQ-STMT-TEXT  TO STMTXTO
               MOVE WS-REQ-GL-ACCOUNT TO GLACCTO
               MOVE WS-REQ-TAX-CLASS  TO TAXCLSO
               IF WS-REQ-REASON EQUAL SPACES
                   MOVE WS-NO-REASON-MSG TO MSGLNO
               ELSE
                   PERFORM DISPATCH-ACTION
               END-IF
               EXEC CICS SEND MAP('ADJRMM')
                         MAPSET('ADJRMS')
                         FROM(ADJRMNTO)
                         ERASE
               END-EXEC
           END-IF.
      *
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-REASON WS-REQ-ACTION WS-REQ-STATUS
                          WS-REQ-DIRECTION WS-REQ-STMT-TEXT
                          WS-REQ-GL-ACCOUNT WS-REQ-TAX-CLASS.
           EXEC CICS RECEIVE MAP('ADJRMM')
                     MAPSET('ADJRMS')
                     INTO(ADJRMNTI)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               IF RSNCDI NOT EQUAL LOW-VALUES
                   MOVE RSNCDI TO WS-REQ-REASON
               END-IF
               IF ACTIONI NOT EQUAL LOW-VALUES
                   MOVE ACTIONI TO WS-REQ-ACTION
               END-IF
               IF STATI NOT EQUAL LOW-VALUES
                   MOVE STATI TO WS-REQ-STATUS
               END-IF
               IF RDIRI NOT EQUAL LOW-VALUES
                   MOVE RDIRI TO WS-REQ-DIRECTION
               END-IF
               IF STMTXTI NOT EQUAL LOW-VALUES
                   MOVE STMTXTI TO WS-REQ-STMT-TEXT
               END-IF
               IF GLACCTI NOT EQUAL LOW-VALUES
                   MOVE GLACCTI TO WS-REQ-GL-ACCOUNT
               END-IF
               IF TAXCLSI NOT EQUAL LOW-VALUES
                   MOVE TAXCLSI TO WS-REQ-TAX-CLASS
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'ADJRMNT ERROR RECEIVE MAP RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
      *
       DISPATCH-ACTION.
           IF WS-REQ-ACTION EQUAL 'I'
               PERFORM INQUIRE-REASON
           ELSE
               IF WS-REQ-ACTION EQUAL 'A'
                   PERFORM CHECK-SUPERVISOR
                   IF WS-AUTH-OK
                       PERFORM ADD-REASON
                   END-IF
               ELSE
                   IF WS-REQ-ACTION EQUAL 'U'
                       PERFORM CHECK-SUPERVISOR
                       IF WS-AUTH-OK
                           PERFORM UPDATE-REASON
                       END-IF
                   ELSE
                       MOVE WS-BAD-ACTION-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-SUPERVISOR - the signed-on user must hold an active
      * SECF entry with the approve flag: the people who check
      * adjustments decide what an adjustment may be for. Fails
      * closed, same as FRLMNT's CHECK-ANALYST: no entry, a revoked
      * entry or an unreadable SECF all refuse the change.
      *****************************************************************
       CHECK-SUPERVISOR.
           SET WS-AUTH-REJECTED TO TRUE.
           EXEC CICS ASSIGN
                     USERID(WS-MAINT-USER)
           END-EXEC.
           EXEC CICS READ FILE('SECF')
                     INTO(SEC-RECORD)
                     RIDFLD(WS-MAINT-USER)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
              AND SEC-ACTIVE
              AND SEC-APPROVE-ALLOWED
               SET WS-AUTH-OK TO TRUE
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                  AND WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'ADJRMNT ERROR SECF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
               DISPLAY 'ADJRMNT REFUSED user=' WS-MAINT-USER
                       ' NOT ENTITLED TO ADJUSTMENT REASONS'
               MOVE WS-NOT-AUTH-MSG TO MSGLNO
           END-IF.
      *
       INQUIRE-REASON.
           MOVE WS-REQ-REASON TO ADR-REASON-CODE.
           EXEC CICS READ FILE('ADJRSNF')
                     INTO(ADJR-RECORD)
                     RIDFLD(ADR-REASON-CODE)
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
                   DISPLAY 'ADJRMNT ERROR ADJRSNF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * VALIDATE-FIELDS - common edits for add and update: known
      * status and direction, statement text and a GL line, and a
      * known tax class (blank for neither).
      *****************************************************************
       VALIDATE-FIELDS.
           MOVE WS-REQ-DIRECTION TO ADR-DIRECTION.
           MOVE WS-REQ-TAX-CLASS TO ADR-TAX-CLASS.
           IF (WS-REQ-STATUS EQUAL 'A' OR WS-REQ-STATUS EQUAL 'I')
              AND ADR-DIRECTION-VALID
              AND WS-REQ-STMT-TEXT NOT EQUAL SPACES
              AND WS-REQ-GL-ACCOUNT NOT EQUAL SPACES
               IF NOT ADR-TAX-CLASS-VALID
                   MOVE WS-BAD-TAX-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           ELSE
               MOVE WS-BAD-FIELDS-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       BUILD-RECORD-FIELDS.
           MOVE WS-REQ-STATUS     TO ADR-STATUS.
           MOVE WS-REQ-DIRECTION  TO ADR-DIRECTION.
           MOVE WS-REQ-STMT-TEXT  TO ADR-STMT-TEXT.
           MOVE WS-REQ-GL-ACCOUNT TO ADR-GL-ACCOUNT.
           MOVE WS-REQ-TAX-CLASS  TO ADR-TAX-CLASS.
           PERFORM STAMP-MAINTAINER.
      *
       STAMP-MAINTAINER.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-MAINT-USER TO ADR-UPD-USER.
           MOVE WS-TODAY      TO ADR-UPD-DATE.
      *
       ADD-REASON.
           SET WS-EDIT-OK TO TRUE.
           PERFORM VALIDATE-FIELDS.
           IF WS-EDIT-OK
               MOVE SPACES        TO ADJR-RECORD
               MOVE WS-REQ-REASON TO ADR-REASON-CODE
               PERFORM BUILD-RECORD-FIELDS
               EXEC CICS WRITE FILE('ADJRSNF')
                         FROM(ADJR-RECORD)
                         RIDFLD(ADR-REASON-CODE)
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
                       DISPLAY 'ADJRMNT ERROR ADJRSNF WRITE RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-FILE-ERR-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       UPDATE-REASON.
           SET WS-EDIT-OK TO TRUE.
           PERFORM VALIDATE-FIELDS.
           IF WS-EDIT-OK
               MOVE WS-REQ-REASON TO ADR-REASON-CODE
               EXEC CICS READ FILE('ADJRSNF')
                         INTO(ADJR-RECORD)
                         RIDFLD(ADR-REASON-CODE)
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
                       DISPLAY 'ADJRMNT ERROR ADJRSNF READ RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-FILE-ERR-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       REWRITE-RECORD.
           EXEC CICS REWRITE FILE('ADJRSNF')
                     FROM(ADJR-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'ADJRMNT ERROR ADJRSNF REWRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-FILE-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       SHOW-RECORD.
           MOVE ADR-REASON-CODE   TO RSNCDO.
           MOVE ADR-STATUS        TO STATO.
           MOVE ADR-DIRECTION     TO RDIRO.
           MOVE ADR-STMT-TEXT     TO STMTXTO.
           MOVE ADR-GL-ACCOUNT    TO GLACCTO.
           MOVE ADR-TAX-CLASS     TO TAXCLSO.
           MOVE ADR-UPD-USER      TO UPDUSRO.
           MOVE ADR-UPD-DATE      TO UPDDTEO.
