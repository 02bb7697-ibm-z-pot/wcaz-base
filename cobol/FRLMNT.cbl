      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * FRLMNT - online maintenance of the FRDRULF fraud screening
      * rules, transaction FRUL, mapset FRLMNS (source
      * bms/FRLMNT.bms, symbolic map copybook FRLMNTM). Fraud staff
      * key a rule id and an action:
      *   I - inquire: show the rule
      *   A - add:     write a new rule from the screen fields
      *   U - update:  rewrite an existing rule from the screen
      * A rule is retired by updating its status to I (inactive) -
      * PROGC screens only against active rules - and never deleted,
      * since FRDCASF cases still name the rule they tripped. The
      * thresholds a rule needs depend on its type (see FRULREC):
      * count and user rules a window and a maximum count, value
      * rules a window and a maximum value, multiple rules a
      * multiple of two or more. The count ceilings are the most
      * PROGC can observe - 50 account debits, 20 user stamps. Add
      * and update need the fraud flag on the maintainer's SECF
      * entry; inquiry does not. Every add/update stamps the
      * signed-on maintainer and date on the rule. Changes take
      * effect on the next payment PROGC screens. PF3 exits, CLEAR
      * resets.
      * CSD: DEFINE TRANSACTION(FRUL) PROGRAM(FRLMNT), plus the
      * FRLMNS mapset and the FRDRULF and SECF file entries.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRLMNT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-TRANSID        PIC X(04) VALUE 'FRUL'.
           05  WS-ENTER-MSG      PIC X(60) VALUE
                   'ENTER RULE ID AND ACTION (I/A/U)'.
           05  WS-NO-RULE-MSG    PIC X(60) VALUE
                   'RULE ID IS REQUIRED'.
           05  WS-BAD-ACTION-MSG PIC X(60) VALUE
                   'ACTION MUST BE I, A OR U'.
           05  WS-NOTFND-MSG     PIC X(60) VALUE
                   'RULE NOT ON FRDRULF'.
           05  WS-EXISTS-MSG     PIC X(60) VALUE
                   'RULE ALREADY ON FRDRULF - USE U TO UPDATE'.
           05  WS-BAD-FIELDS-MSG PIC X(60) VALUE
                   'STATUS A/I, TYPE C/V/M/U, DESCRIPTION, FREEZE Y/N'.
           05  WS-BAD-NUMS-MSG   PIC X(60) VALUE
                   'WINDOW, COUNT, VALUE, MULTIPLE, MINIMUM NUMERIC'.
           05  WS-BAD-COUNT-MSG  PIC X(60) VALUE
                   'COUNT RULE NEEDS A WINDOW AND MAX COUNT 1-50'.
           05  WS-BAD-USER-MSG   PIC X(60) VALUE
                   'USER RULE NEEDS A WINDOW AND MAX COUNT 1-20'.
           05  WS-BAD-VALUE-MSG  PIC X(60) VALUE
                   'VALUE RULE NEEDS A WINDOW AND A MAX VALUE'.
           05  WS-BAD-MULT-MSG   PIC X(60) VALUE
                   'MULTIPLE RULE NEEDS A MULTIPLE OF 2 OR MORE'.
           05  WS-NOT-AUTH-MSG   PIC X(60) VALUE
                   'NOT AUTHORIZED TO MAINTAIN FRAUD RULES'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'FRDRULF ACCESS FAILED - SEE REGION LOG'.
           05  WS-SHOWN-MSG      PIC X(60) VALUE
                   'RULE DISPLAYED'.
           05  WS-ADDED-MSG      PIC X(60) VALUE
                   'RULE ADDED'.
           05  WS-UPDATED-MSG    PIC X(60) VALUE
                   'RULE UPDATED'.
           05  WS-END-MSG        PIC X(20) VALUE
                   'FRLMNT SESSION ENDED'.
      * Highest maximum count each rule type can use: PROGC gathers
      * at most 50 account debits and keeps 20 stamps per user, so a
      * higher ceiling could never trip.
       01  WS-COUNT-CEILINGS.
           05  WS-MAX-ACCT-COUNT PIC 9(04) VALUE 50.
           05  WS-MAX-USER-COUNT PIC 9(04) VALUE 20.
       COPY FRLMNTM.
       COPY DFHAID.
       01  FRUL-RECORD.
           COPY FRULREC.
       01  SEC-RECORD.
           COPY SECREC.
       01  WS-FILE-RESP-FIELDS.
           05  WS-FILE-RESP      PIC S9(8) COMP.
           05  WS-FILE-RESP2     PIC S9(8) COMP.
       01  WS-REQUEST-FIELDS.
           05  WS-REQ-RULE       PIC X(08).
           05  WS-REQ-ACTION     PIC X(01).
           05  WS-REQ-STATUS     PIC X(01).
           05  WS-REQ-TYPE       PIC X(01).
           05  WS-REQ-DESC       PIC X(30).
           05  WS-REQ-WINDOW-X   PIC X(04).
           05  WS-REQ-WINDOW-NUM REDEFINES WS-REQ-WINDOW-X
                                 PIC 9(04).
           05  WS-REQ-MAXCNT-X   PIC X(04).
           05  WS-REQ-MAXCNT-NUM REDEFINES WS-REQ-MAXCNT-X
                                 PIC 9(04).
           05  WS-REQ-MAXVAL-X   PIC X(11).
           05  WS-REQ-MAXVAL-NUM REDEFINES WS-REQ-MAXVAL-X
                                 PIC 9(09)V99.
           05  WS-REQ-MULT-X     PIC X(03).
           05  WS-REQ-MULT-NUM REDEFINES WS-REQ-MULT-X
                                 PIC 9(03).
           05  WS-REQ-MINAMT-X   PIC X(11).
           05  WS-REQ-MINAMT-NUM REDEFINES WS-REQ-MINAMT-X
                                 PIC 9(09)V99.
           05  WS-REQ-FREEZE     PIC X(01).
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
           MOVE LOW-VALUES TO FRLMNTO.
           MOVE WS-ENTER-MSG TO MSGLNO.
           EXEC CICS SEND MAP('FRLMNM')
                     MAPSET('FRLMNS')
                     FROM(FRLMNTO)
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
               MOVE LOW-VALUES TO FRLMNTO
               MOVE WS-REQ-RULE     TO RULEIDO
               MOVE WS-REQ-ACTION   TO ACTIONO
               MOVE WS-REQ-STATUS   TO STATO
               MOVE WS-REQ-TYPE     TO RTYPEO
               MOVE WS-REQ-DESC     TO DESCO
               MOVE WS-REQ-WINDOW-X TO WINDOWO
               MOVE WS-REQ-MAXCNT-X TO MAXCNTO
               MOVE WS-REQ-MAXVAL-X TO MAXVALO
               MOVE WS-REQ-MULT-X   TO MULTO
               MOVE WS-REQ-MINAMT-X TO MINAMTO
               MOVE WS-REQ-FREEZE   TO FREEZEO
               IF WS-REQ-RULE EQUAL SPACES
                   MOVE WS-NO-RULE-MSG TO MSGLNO
               ELSE
                   PERFORM DISPATCH-ACTION
               END-IF
               EXEC CICS SEND MAP('FRLMNM')
                         MAPSET('FRLMNS')
                         FROM(FRLMNTO)
                         ERASE
               END-EXEC
           END-IF.
      *
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-RULE WS-REQ-ACTION WS-REQ-STATUS
                          WS-REQ-TYPE WS-REQ-DESC
                          WS-REQ-WINDOW-X WS-REQ-MAXCNT-X
                          WS-REQ-MAXVAL-X WS-REQ-MULT-X
                          WS-REQ-MINAMT-X WS-REQ-FREEZE.
           EXEC CICS RECEIVE MAP('FRLMNM')
                     MAPSET('FRLMNS')
                     INTO(FRLMNTI)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               IF RULEIDI NOT EQUAL LOW-VALUES
                   MOVE RULEIDI TO WS-REQ-RULE
               END-IF
               IF ACTIONI NOT EQUAL LOW-VALUES
                   MOVE ACTIONI TO WS-REQ-ACTION
               END-IF
               IF STATI NOT EQUAL LOW-VALUES
                   MOVE STATI TO WS-REQ-STATUS
               END-IF
               IF RTYPEI NOT EQUAL LOW-VALUES
                   MOVE RTYPEI TO WS-REQ-TYPE
               END-IF
               IF DESCI NOT EQUAL LOW-VALUES
                   MOVE DESCI TO WS-REQ-DESC
               END-IF
               IF WINDOWI NOT EQUAL LOW-VALUES
                   MOVE WINDOWI TO WS-REQ-WINDOW-X
               END-IF
               IF MAXCNTI NOT EQUAL LOW-VALUES
                   MOVE MAXCNTI TO WS-REQ-MAXCNT-X
               END-IF
               IF MAXVALI NOT EQUAL LOW-VALUES
                   MOVE MAXVALI TO WS-REQ-MAXVAL-X
               END-IF
               IF MULTI NOT EQUAL LOW-VALUES
                   MOVE MULTI TO WS-REQ-MULT-X
               END-IF
               IF MINAMTI NOT EQUAL LOW-VALUES
                   MOVE MINAMTI TO WS-REQ-MINAMT-X
               END-IF
               IF FREEZEI NOT EQUAL LOW-VALUES
                   MOVE FREEZEI TO WS-REQ-FREEZE
               END-IF
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'FRLMNT ERROR RECEIVE MAP RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
      *
       DISPATCH-ACTION.
           IF WS-REQ-ACTION EQUAL 'I'
               PERFORM INQUIRE-RULE
           ELSE
               IF WS-REQ-ACTION EQUAL 'A'
                   PERFORM CHECK-ANALYST
                   IF WS-AUTH-OK
                       PERFORM ADD-RULE
                   END-IF
               ELSE
                   IF WS-REQ-ACTION EQUAL 'U'
                       PERFORM CHECK-ANALYST
                       IF WS-AUTH-OK
                           PERFORM UPDATE-RULE
                       END-IF
                   ELSE
                       MOVE WS-BAD-ACTION-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-ANALYST - the signed-on user must hold an active SECF
      * entry with the fraud flag. Fails closed, same as PAYAPPR's
      * CHECK-APPROVER: no entry, a revoked entry or an unreadable
      * SECF all refuse the change.
      *****************************************************************
       CHECK-ANALYST.
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
              AND SEC-FRAUD-ALLOWED
               SET WS-AUTH-OK TO TRUE
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                  AND WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'FRLMNT ERROR SECF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
               DISPLAY 'FRLMNT REFUSED user=' WS-MAINT-USER
                       ' NOT ENTITLED TO FRAUD RULES'
               MOVE WS-NOT-AUTH-MSG TO MSGLNO
           END-IF.
      *
       INQUIRE-RULE.
           MOVE WS-REQ-RULE TO FRL-RULE-ID.
           EXEC CICS READ FILE('FRDRULF')
                     INTO(FRUL-RECORD)
                     RIDFLD(FRL-RULE-ID)
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
                   DISPLAY 'FRLMNT ERROR FRDRULF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * VALIDATE-FIELDS - common edits for add and update: known
      * status, type and freeze flag, a description, every number
      * numeric (through the -NUM redefinitions), then the
      * thresholds the rule's type depends on (CHECK-TYPE-FIELDS).
      *****************************************************************
       VALIDATE-FIELDS.
           IF (WS-REQ-STATUS EQUAL 'A' OR WS-REQ-STATUS EQUAL 'I')
              AND (WS-REQ-TYPE EQUAL 'C' OR WS-REQ-TYPE EQUAL 'V'
                   OR WS-REQ-TYPE EQUAL 'M' OR WS-REQ-TYPE EQUAL 'U')
              AND WS-REQ-DESC NOT EQUAL SPACES
              AND (WS-REQ-FREEZE EQUAL 'Y'
                   OR WS-REQ-FREEZE EQUAL 'N')
               IF WS-REQ-WINDOW-X NUMERIC
                  AND WS-REQ-MAXCNT-X NUMERIC
                  AND WS-REQ-MAXVAL-X NUMERIC
                  AND WS-REQ-MULT-X NUMERIC
                  AND WS-REQ-MINAMT-X NUMERIC
                   PERFORM CHECK-TYPE-FIELDS
               ELSE
                   MOVE WS-BAD-NUMS-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           ELSE
               MOVE WS-BAD-FIELDS-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       CHECK-TYPE-FIELDS.
           IF WS-REQ-TYPE EQUAL 'C'
               IF WS-REQ-WINDOW-NUM EQUAL ZERO
                  OR WS-REQ-MAXCNT-NUM EQUAL ZERO
                  OR WS-REQ-MAXCNT-NUM > WS-MAX-ACCT-COUNT
                   MOVE WS-BAD-COUNT-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-REQ-TYPE EQUAL 'U'
               IF WS-REQ-WINDOW-NUM EQUAL ZERO
                  OR WS-REQ-MAXCNT-NUM EQUAL ZERO
                  OR WS-REQ-MAXCNT-NUM > WS-MAX-USER-COUNT
                   MOVE WS-BAD-USER-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-REQ-TYPE EQUAL 'V'
               IF WS-REQ-WINDOW-NUM EQUAL ZERO
                  OR WS-REQ-MAXVAL-NUM EQUAL ZERO
                   MOVE WS-BAD-VALUE-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
           IF WS-REQ-TYPE EQUAL 'M'
               IF WS-REQ-MULT-NUM < 2
                   MOVE WS-BAD-MULT-MSG TO MSGLNO
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
      *
       BUILD-RECORD-FIELDS.
           MOVE WS-REQ-STATUS     TO FRL-STATUS.
           MOVE WS-REQ-TYPE       TO FRL-RULE-TYPE.
           MOVE WS-REQ-DESC       TO FRL-DESC.
           MOVE WS-REQ-WINDOW-NUM TO FRL-WINDOW-MINS.
           MOVE WS-REQ-MAXCNT-NUM TO FRL-MAX-COUNT.
           MOVE WS-REQ-MAXVAL-NUM TO FRL-MAX-VALUE.
           MOVE WS-REQ-MULT-NUM   TO FRL-MULTIPLE.
           MOVE WS-REQ-MINAMT-NUM TO FRL-MIN-AMOUNT.
           MOVE WS-REQ-FREEZE     TO FRL-AUTO-FREEZE.
           PERFORM STAMP-MAINTAINER.
      *
       STAMP-MAINTAINER.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-MAINT-USER TO FRL-UPD-USER.
           MOVE WS-TODAY      TO FRL-UPD-DATE.
      *
       ADD-RULE.
           SET WS-EDIT-OK TO TRUE.
           PERFORM VALIDATE-FIELDS.
           IF WS-EDIT-OK
               MOVE WS-REQ-RULE TO FRL-RULE-ID
               PERFORM BUILD-RECORD-FIELDS
               EXEC CICS WRITE FILE('FRDRULF')
                         FROM(FRUL-RECORD)
                         RIDFLD(FRL-RULE-ID)
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
                       DISPLAY 'FRLMNT ERROR FRDRULF WRITE RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-FILE-ERR-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       UPDATE-RULE.
           SET WS-EDIT-OK TO TRUE.
           PERFORM VALIDATE-FIELDS.
           IF WS-EDIT-OK
               MOVE WS-REQ-RULE TO FRL-RULE-ID
               EXEC CICS READ FILE('FRDRULF')
                         INTO(FRUL-RECORD)
                         RIDFLD(FRL-RULE-ID)
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
                       DISPLAY 'FRLMNT ERROR FRDRULF READ RESP='
                               WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       MOVE WS-FILE-ERR-MSG TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
       REWRITE-RECORD.
           EXEC CICS REWRITE FILE('FRDRULF')
                     FROM(FRUL-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'FRLMNT ERROR FRDRULF REWRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               MOVE WS-FILE-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       SHOW-RECORD.
           MOVE FRL-RULE-ID       TO RULEIDO.
           MOVE FRL-STATUS        TO STATO.
           MOVE FRL-RULE-TYPE     TO RTYPEO.
           MOVE FRL-DESC          TO DESCO.
           MOVE FRL-WINDOW-MINS   TO WS-REQ-WINDOW-NUM.
           MOVE WS-REQ-WINDOW-X   TO WINDOWO.
           MOVE FRL-MAX-COUNT     TO WS-REQ-MAXCNT-NUM.
           MOVE WS-REQ-MAXCNT-X   TO MAXCNTO.
           MOVE FRL-MAX-VALUE     TO WS-REQ-MAXVAL-NUM.
           MOVE WS-REQ-MAXVAL-X   TO MAXVALO.
           MOVE FRL-MULTIPLE      TO WS-REQ-MULT-NUM.
           MOVE WS-REQ-MULT-X     TO MULTO.
           MOVE FRL-MIN-AMOUNT    TO WS-REQ-MINAMT-NUM.
           MOVE WS-REQ-MINAMT-X   TO MINAMTO.
           MOVE FRL-AUTO-FREEZE   TO FREEZEO.
           MOVE FRL-UPD-USER      TO UPDUSRO.
           MOVE FRL-UPD-DATE      TO UPDDTEO.
