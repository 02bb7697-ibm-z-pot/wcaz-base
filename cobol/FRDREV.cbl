      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * FRDREV - fraud analyst review screen over the FRDCASF fraud
      * case file, transaction FREV, mapset FRDRVS (source
      * bms/FRDREV.bms, symbolic map copybook FRDREVM). Lists the
      * payments PROGC's fraud screen referred (status 25) that are
      * still open; an entitled analyst (SEC-ALLOW-FRAUD on their
      * SECF entry) keys a corr-id and an action:
      *   V - view:    the case, the FRDRULF rule it tripped and what
      *                the rule measured, the AUDITF record of the
      *                submission, and the account's most recent
      *                TRANF postings (through path TRANFAIX) each
      *                with the user and terminal from its own AUDITF
      *                record
      *   R - release: re-drive PROGC under the ORIGINAL corr-id with
      *                the fraud release switch set, so the payment
      *                posts through the normal DEBIT-ACCOUNT path
      *                (the supervisor hold still applies - a release
      *                over the hold threshold parks on PENDF for
      *                PAYAPPR), then mark the case released and queue
      *                the customer notification
      *   D - decline: mark the case declined - no money moves
      *   F - decline and freeze the account
      * An account the referral froze (FCS-AUTO-FROZEN) is put back
      * to active before a release or a plain decline, so the
      * payment can post and the customer is not left frozen over a
      * payment the analyst cleared. Every status change the screen
      * makes to ACCTF is written to ACCTHF under the analyst's user
      * id, same as ACCTMNT. A release PROGC rejects (NSF, closed
      * since, and so on) leaves the case open with PROGC's message
      * on the screen.
      * ENTER with no action lists from the top, PF8 pages on, PF3
      * exits, CLEAR resets. Pseudo-conversational with the last
      * listed key in the commarea, same shape as PAYAPPR.
      * CSD: DEFINE TRANSACTION(FREV) PROGRAM(FRDREV), plus the
      * FRDRVS mapset and the FRDCASF, FRDRULF, ACCTF, ACCTHF,
      * TRANFAIX, AUDITF, SECF, NOTIFF and BUSDATF file entries.
      * Restrict FREV to fraud staff through the external security
      * manager as well - the SECF flag is the application-level
      * check, not the only gate.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDREV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       01  WORK-FIELDS.
           05  WS-TRANSID        PIC X(04) VALUE 'FREV'.
           05  WS-LIST-MSG       PIC X(60) VALUE
                   'OPEN FRAUD CASES LISTED - PF8 FOR MORE'.
           05  WS-EMPTY-MSG      PIC X(60) VALUE
                   'NO OPEN FRAUD CASES'.
           05  WS-NO-MORE-MSG    PIC X(60) VALUE
                   'NO MORE OPEN FRAUD CASES - ENTER RESTARTS THE LIST'.
           05  WS-BAD-ACTION-MSG PIC X(60) VALUE
                   'ACTION MUST BE V, R, D OR F'.
           05  WS-NOTFND-MSG     PIC X(60) VALUE
                   'CORR-ID NOT ON FRDCASF'.
           05  WS-NOT-OPEN-MSG   PIC X(60) VALUE
                   'CASE IS NOT OPEN - ALREADY WORKED'.
           05  WS-NOT-AUTH-MSG   PIC X(60) VALUE
                   'NOT AUTHORIZED TO REVIEW FRAUD CASES'.
           05  WS-VIEW-MSG       PIC X(60) VALUE
                   'CASE DISPLAYED - ENTER RETURNS TO THE QUEUE'.
           05  WS-RELEASED-MSG   PIC X(60) VALUE
                   'PAYMENT RELEASED AND POSTED'.
           05  WS-REL-HELD-MSG   PIC X(60) VALUE
                   'RELEASED - NOW HELD FOR SUPERVISOR APPROVAL'.
           05  WS-DECLINED-MSG   PIC X(60) VALUE
                   'PAYMENT DECLINED - NO MONEY MOVED'.
           05  WS-FROZEN-MSG     PIC X(60) VALUE
                   'PAYMENT DECLINED AND ACCOUNT FROZEN'.
           05  WS-FILE-ERR-MSG   PIC X(60) VALUE
                   'FILE ACCESS FAILED - SEE REGION LOG'.
           05  WS-HIST-ERR-MSG   PIC X(60) VALUE
                   'ACCOUNT HISTORY WRITE FAILED - ACCOUNT NOT CHANGED'.
           05  WS-END-MSG        PIC X(20) VALUE
                   'FRDREV SESSION ENDED'.
      * Most recent postings shown under a viewed case - the lines
      * left below the case, rule, audit and heading lines.
       01  WS-VIEW-LIMITS.
           05  WS-ACT-FIRST-LINE PIC 9(02) VALUE 7.
           05  WS-MAX-LINES      PIC 9(02) VALUE 12.
       COPY FRDREVM.
       COPY DFHAID.
       01  FCAS-RECORD.
           COPY FCASREC.
       01  FRUL-RECORD.
           COPY FRULREC.
       01  ACCT-RECORD.
           COPY ACCTREC.
       01  HIST-RECORD.
           COPY ACCTHREC.
       01  TRAN-RECORD.
           COPY TRANREC.
       01  AUDIT-RECORD.
           COPY AUDITREC.
       01  SEC-RECORD.
           COPY SECREC.
       01  NOTIF-RECORD.
           COPY NOTIFREC.
       01  BUSD-RECORD.
           COPY BUSDREC.
       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-KEY    PIC X(08) VALUE 'BUSDATE '.
           05  WS-NTF-DATE       PIC X(08).
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
       01  WS-ASSIGN-FIELDS.
           05  WS-ANALYST-USER   PIC X(08).
       01  WS-STAMP-FIELDS.
           05  WS-ABSTIME        PIC S9(15) COMP-3.
           05  WS-TODAY          PIC X(08).
           05  WS-NOW            PIC X(06).
      * Account image before a freeze/unfreeze, for the ACCTHF
      * history and the compensation if the history write fails
      * (same convention as ACCTMNT's WS-BEFORE-IMAGE).
       01  WS-BEFORE-IMAGE       PIC X(85).
       01  WS-AUTH-SW            PIC X(01).
           88  WS-AUTH-OK                   VALUE 'Y'.
           88  WS-AUTH-REJECTED             VALUE 'N'.
       01  WS-EDIT-SW            PIC X(01).
           88  WS-EDIT-OK                   VALUE 'Y'.
           88  WS-EDIT-FAILED               VALUE 'N'.
       01  WS-LIST-SW            PIC X(01).
           88  WS-LIST-WANTED               VALUE 'Y'.
           88  WS-LIST-NOT-WANTED           VALUE 'N'.
       01  WS-BRWS-KEY           PIC X(16).
       01  WS-ACT-BRWS-KEY.
           05  BRWS-ACCOUNT-ID   PIC X(10).
           05  BRWS-REST         PIC X(30).
       01  WS-SCAN-SW            PIC X(01).
           88  WS-SCAN-ON                   VALUE 'Y'.
           88  WS-SCAN-DONE                 VALUE 'N'.
       01  WS-LIST-FIELDS.
           05  WS-LINE-CT        PIC 9(02).
           05  WS-LINE-SUB       PIC 9(02) COMP.
           05  WS-LINE-TBL OCCURS 12 TIMES
                                 PIC X(70).
       01  WS-LIST-HDR.
           05  FILLER            PIC X(17) VALUE 'CORR-ID'.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(14) VALUE 'AMOUNT'.
           05  FILLER            PIC X(09) VALUE 'DATE'.
           05  FILLER            PIC X(07) VALUE 'TIME'.
           05  FILLER            PIC X(09) VALUE 'RULE'.
           05  FILLER            PIC X(03) VALUE 'FRZ'.
       01  WS-LIST-LINE.
           05  LST-CORR-ID       PIC X(16).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LST-ACCOUNT       PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LST-AMOUNT        PIC Z(08)9.99-.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LST-DATE          PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LST-TIME          PIC X(06).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LST-RULE          PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  LST-FROZEN        PIC X(03).
       01  WS-VIEW-HDR.
           05  FILLER            PIC X(11) VALUE 'FRAUD CASE '.
           05  VWH-CORR-ID       PIC X(16).
       01  WS-VIEW-CASE-LINE.
           05  FILLER            PIC X(05) VALUE 'ACCT '.
           05  VWC-ACCOUNT       PIC X(10).
           05  FILLER            PIC X(05) VALUE ' AMT '.
           05  VWC-AMOUNT        PIC Z(08)9.99-.
           05  FILLER            PIC X(07) VALUE ' PAYEE '.
           05  VWC-PAYEE         PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  VWC-STATUS        PIC X(10).
       01  WS-VIEW-SUBMIT-LINE.
           05  FILLER            PIC X(07) VALUE 'DETAIL '.
           05  VWS-DETAIL        PIC X(20).
           05  FILLER            PIC X(11) VALUE ' SUBMITTED '.
           05  VWS-DATE          PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  VWS-TIME          PIC X(06).
           05  FILLER            PIC X(04) VALUE ' BY '.
           05  VWS-USER          PIC X(08).
       01  WS-VIEW-RULE-LINE.
           05  FILLER            PIC X(05) VALUE 'RULE '.
           05  VWR-RULE          PIC X(08).
           05  FILLER            PIC X(06) VALUE ' TYPE '.
           05  VWR-TYPE          PIC X(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  VWR-DESC          PIC X(30).
       01  WS-VIEW-OBS-LINE.
           05  FILLER            PIC X(15) VALUE 'OBSERVED COUNT '.
           05  VWO-COUNT         PIC ZZZ9.
           05  FILLER            PIC X(07) VALUE ' VALUE '.
           05  VWO-VALUE         PIC Z(08)9.99-.
           05  FILLER            PIC X(07) VALUE ' USUAL '.
           05  VWO-USUAL         PIC Z(08)9.99-.
       01  WS-VIEW-AUDIT-LINE.
           05  FILLER            PIC X(18) VALUE 'SUBMITTED AT TERM '.
           05  VWA-TERM          PIC X(04).
           05  FILLER            PIC X(06) VALUE ' USER '.
           05  VWA-USER          PIC X(08).
           05  FILLER            PIC X(14) VALUE ' AUDIT STATUS '.
           05  VWA-STATUS        PIC X(02).
       01  WS-NO-AUDIT-LINE      PIC X(70) VALUE
                   'NO AUDIT RECORD FOR THIS CORR-ID'.
       01  WS-NO-RULE-DESC       PIC X(30) VALUE
                   '(RULE NO LONGER ON FRDRULF)'.
       01  WS-ACT-HDR.
           05  FILLER            PIC X(09) VALUE 'DATE'.
           05  FILLER            PIC X(07) VALUE 'TIME'.
           05  FILLER            PIC X(05) VALUE 'TYPE'.
           05  FILLER            PIC X(14) VALUE 'AMOUNT'.
           05  FILLER            PIC X(17) VALUE 'CORR-ID'.
           05  FILLER            PIC X(09) VALUE 'USER'.
           05  FILLER            PIC X(04) VALUE 'TERM'.
       01  WS-ACT-LINE.
           05  ACT-DATE          PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACT-TIME          PIC X(06).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACT-TYPE          PIC X(04).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACT-AMOUNT        PIC Z(08)9.99-.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACT-CORR-ID       PIC X(16).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACT-USER          PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACT-TERM          PIC X(04).
       01  WS-STATE.
           05  STATE-LAST-KEY    PIC X(16).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA           PIC X(16).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN EQUAL ZERO
               MOVE SPACES TO STATE-LAST-KEY
               MOVE SPACES TO WS-REQ-CORRID WS-REQ-ACTION
               MOVE LOW-VALUES TO FRDREVO
               PERFORM LIST-FROM-START
               PERFORM SEND-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-STATE
               PERFORM HANDLE-INPUT
           END-IF.
           EXEC CICS RETURN
                     TRANSID(WS-TRANSID)
                     COMMAREA(WS-STATE)
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
           PERFORM RECEIVE-REQUEST.
           MOVE LOW-VALUES TO FRDREVO.
           IF EIBAID EQUAL DFHCLEAR
               MOVE SPACES TO STATE-LAST-KEY
               PERFORM LIST-FROM-START
           ELSE
               IF EIBAID EQUAL DFHPF8
                   PERFORM LIST-CONTINUE
               ELSE
                   IF WS-REQ-CORRID NOT EQUAL SPACES
                      AND WS-REQ-ACTION NOT EQUAL SPACES
                       PERFORM DISPATCH-ACTION
                   ELSE
                       MOVE SPACES TO STATE-LAST-KEY
                       PERFORM LIST-FROM-START
                   END-IF
               END-IF
           END-IF.
           PERFORM SEND-SCREEN.
      *
       SEND-SCREEN.
           EXEC CICS SEND MAP('FRDRVM')
                     MAPSET('FRDRVS')
                     FROM(FRDREVO)
                     ERASE
           END-EXEC.
      *
       RECEIVE-REQUEST.
           MOVE SPACES TO WS-REQ-CORRID WS-REQ-ACTION.
           EXEC CICS RECEIVE MAP('FRDRVM')
                     MAPSET('FRDRVS')
                     INTO(FRDREVI)
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
           ELSE
               IF WS-FILE-RESP NOT EQUAL DFHRESP(MAPFAIL)
                   DISPLAY 'FRDREV ERROR RECEIVE MAP RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
           END-IF.
      *
      *****************************************************************
      * DISPATCH-ACTION - every action needs the fraud entitlement,
      * viewing included: the view shows another customer's payment
      * activity. A case shown by V stays on the screen; every other
      * outcome goes back to the refreshed queue.
      *****************************************************************
       DISPATCH-ACTION.
           SET WS-LIST-WANTED TO TRUE.
           PERFORM CHECK-ANALYST.
           IF WS-AUTH-OK
               IF WS-REQ-ACTION EQUAL 'V'
                   PERFORM VIEW-CASE
               ELSE
                   IF WS-REQ-ACTION EQUAL 'R'
                       PERFORM RELEASE-CASE
                   ELSE
                       IF WS-REQ-ACTION EQUAL 'D'
                           PERFORM DECLINE-CASE
                       ELSE
                           IF WS-REQ-ACTION EQUAL 'F'
                               PERFORM DECLINE-AND-FREEZE
                           ELSE
                               MOVE WS-BAD-ACTION-MSG TO MSGLNO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-LIST-WANTED
               MOVE SPACES TO STATE-LAST-KEY
               PERFORM REFRESH-LIST
           END-IF.
      *
      *****************************************************************
      * CHECK-ANALYST - the signed-on user must hold an active SECF
      * entry with the fraud flag. Fails closed, same as PAYAPPR's
      * CHECK-APPROVER: no entry, a revoked entry or an unreadable
      * SECF all refuse the action.
      *****************************************************************
       CHECK-ANALYST.
           SET WS-AUTH-REJECTED TO TRUE.
           EXEC CICS ASSIGN
                     USERID(WS-ANALYST-USER)
           END-EXEC.
           EXEC CICS READ FILE('SECF')
                     INTO(SEC-RECORD)
                     RIDFLD(WS-ANALYST-USER)
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
                   DISPLAY 'FRDREV ERROR SECF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
               END-IF
               DISPLAY 'FRDREV REFUSED user=' WS-ANALYST-USER
                       ' NOT ENTITLED TO FRAUD REVIEW'
               MOVE WS-NOT-AUTH-MSG TO MSGLNO
           END-IF.
      *
      *****************************************************************
      * VIEW-CASE - fill the twelve screen lines with the case: the
      * payment, its submission, the rule and what it measured, the
      * submission's AUDITF record, then the account's most recent
      * postings. Any case can be viewed, worked or not.
      *****************************************************************
       VIEW-CASE.
           EXEC CICS READ FILE('FRDCASF')
                     INTO(FCAS-RECORD)
                     RIDFLD(WS-REQ-CORRID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NOTFND-MSG TO MSGLNO
               ELSE
                   DISPLAY 'FRDREV ERROR FRDCASF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               SET WS-LIST-NOT-WANTED TO TRUE
               PERFORM CLEAR-LINE-TABLE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-MAX-LINES
               MOVE FCS-CORR-ID TO VWH-CORR-ID
               MOVE WS-VIEW-HDR TO HDRO
               PERFORM BUILD-CASE-LINES
               PERFORM BUILD-AUDIT-LINE
               MOVE WS-ACT-HDR TO WS-LINE-TBL(WS-ACT-FIRST-LINE - 1)
               PERFORM LIST-RECENT-ACTIVITY
               PERFORM SHOW-LINE-TABLE
               IF MSGLNO EQUAL LOW-VALUES OR MSGLNO EQUAL SPACES
                   MOVE WS-VIEW-MSG TO MSGLNO
               END-IF
           END-IF.
      *
       BUILD-CASE-LINES.
           MOVE FCS-ACCOUNT-ID TO VWC-ACCOUNT.
           MOVE FCS-AMOUNT     TO VWC-AMOUNT.
           MOVE FCS-PAYEE-ID   TO VWC-PAYEE.
           IF FCS-REFERRED
               MOVE 'REFERRED'   TO VWC-STATUS
           ELSE
               IF FCS-RELEASED
                   MOVE 'RELEASED'   TO VWC-STATUS
               ELSE
                   IF FCS-DECLINED
                       MOVE 'DECLINED'   TO VWC-STATUS
                   ELSE
                       MOVE 'DECL+FROZE' TO VWC-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-VIEW-CASE-LINE TO WS-LINE-TBL(1).
           MOVE FCS-DETAIL  TO VWS-DETAIL.
           MOVE FCS-DATE    TO VWS-DATE.
           MOVE FCS-TIME    TO VWS-TIME.
           MOVE FCS-USER-ID TO VWS-USER.
           MOVE WS-VIEW-SUBMIT-LINE TO WS-LINE-TBL(2).
           MOVE FCS-RULE-ID   TO VWR-RULE FRL-RULE-ID.
           MOVE FCS-RULE-TYPE TO VWR-TYPE.
           EXEC CICS READ FILE('FRDRULF')
                     INTO(FRUL-RECORD)
                     RIDFLD(FRL-RULE-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE FRL-DESC TO VWR-DESC
           ELSE
               MOVE WS-NO-RULE-DESC TO VWR-DESC
           END-IF.
           MOVE WS-VIEW-RULE-LINE TO WS-LINE-TBL(3).
           MOVE FCS-OBS-COUNT    TO VWO-COUNT.
           MOVE FCS-OBS-VALUE    TO VWO-VALUE.
           MOVE FCS-USUAL-AMOUNT TO VWO-USUAL.
           MOVE WS-VIEW-OBS-LINE TO WS-LINE-TBL(4).
      *
       BUILD-AUDIT-LINE.
           EXEC CICS READ FILE('AUDITF')
                     INTO(AUDIT-RECORD)
                     RIDFLD(FCS-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE AUD-TERM-ID     TO VWA-TERM
               MOVE AUD-USER-ID     TO VWA-USER
               MOVE AUD-STATUS-CODE TO VWA-STATUS
               MOVE WS-VIEW-AUDIT-LINE TO WS-LINE-TBL(5)
           ELSE
               MOVE WS-NO-AUDIT-LINE TO WS-LINE-TBL(5)
           END-IF.
      *
      *****************************************************************
      * LIST-RECENT-ACTIVITY - READPREV the account path from the end
      * of the case account's key range, newest first, until the
      * activity lines are filled or the account's records run out -
      * the same backward browse as ACTINQ.
      *****************************************************************
       LIST-RECENT-ACTIVITY.
           MOVE WS-ACT-FIRST-LINE TO WS-LINE-CT.
           MOVE FCS-ACCOUNT-ID TO BRWS-ACCOUNT-ID.
           MOVE HIGH-VALUES    TO BRWS-REST.
           PERFORM START-ACTIVITY-BROWSE.
      * Nothing at or beyond the account's range: the account's
      * newest records (if any) are the last on the file, so the
      * browse starts from the end of the path instead.
           IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-ACT-BRWS-KEY
               PERFORM START-ACTIVITY-BROWSE
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'FRDREV ERROR STARTBR RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               SET WS-SCAN-ON TO TRUE
               PERFORM SCAN-ONE-POSTING
                       UNTIL WS-SCAN-DONE
               EXEC CICS ENDBR FILE('TRANFAIX')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
      *
       START-ACTIVITY-BROWSE.
           EXEC CICS STARTBR FILE('TRANFAIX')
                     RIDFLD(WS-ACT-BRWS-KEY)
                     GTEQ
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
      *
      *****************************************************************
      * SCAN-ONE-POSTING - the first READPREV returns the record
      * STARTBR positioned on, the next account's first record; it is
      * stepped over. A record of an earlier account ends the list.
      * Each posting shown is joined to its own AUDITF record for the
      * user and terminal that submitted it; legs written under a
      * derived corr-id (transfer credits, reversals) have none and
      * show blank.
      *****************************************************************
       SCAN-ONE-POSTING.
           EXEC CICS READPREV FILE('TRANFAIX')
                     INTO(TRAN-RECORD)
                     RIDFLD(WS-ACT-BRWS-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP NOT EQUAL DFHRESP(ENDFILE)
                   DISPLAY 'FRDREV ERROR READPREV RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF TRN-AK-ACCOUNT-ID > FCS-ACCOUNT-ID
                   CONTINUE
               ELSE
                   IF TRN-AK-ACCOUNT-ID < FCS-ACCOUNT-ID
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       MOVE TRN-DATE      TO ACT-DATE
                       MOVE TRN-TIME      TO ACT-TIME
                       MOVE TRN-TRAN-TYPE TO ACT-TYPE
                       MOVE TRN-AMOUNT    TO ACT-AMOUNT
                       MOVE TRN-CORR-ID   TO ACT-CORR-ID
                       PERFORM JOIN-POSTING-AUDIT
                       MOVE WS-ACT-LINE TO WS-LINE-TBL(WS-LINE-CT)
                       ADD 1 TO WS-LINE-CT
                       IF WS-LINE-CT > WS-MAX-LINES
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       JOIN-POSTING-AUDIT.
           MOVE SPACES TO ACT-USER ACT-TERM.
           EXEC CICS READ FILE('AUDITF')
                     INTO(AUDIT-RECORD)
                     RIDFLD(TRN-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE AUD-USER-ID TO ACT-USER
               MOVE AUD-TERM-ID TO ACT-TERM
           END-IF.
      *
       READ-CASE-FOR-UPDATE.
           SET WS-AUTH-OK TO TRUE.
           EXEC CICS READ FILE('FRDCASF')
                     INTO(FCAS-RECORD)
                     RIDFLD(WS-REQ-CORRID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               SET WS-AUTH-REJECTED TO TRUE
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   MOVE WS-NOTFND-MSG TO MSGLNO
               ELSE
                   DISPLAY 'FRDREV ERROR FRDCASF READ RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               IF NOT FCS-REFERRED
                   SET WS-AUTH-REJECTED TO TRUE
                   MOVE WS-NOT-OPEN-MSG TO MSGLNO
                   EXEC CICS UNLOCK FILE('FRDCASF')
                             RESP(WS-FILE-RESP)
                             RESP2(WS-FILE-RESP2)
                   END-EXEC
               END-IF
           END-IF.
      *
      *****************************************************************
      * RELEASE-CASE - put an account the referral froze back to
      * active, then drive the payment through PROGC under its
      * original corr-id with the fraud release switch set, so it is
      * not screened again and the history carries the corr-id the
      * caller was first given. CA-USER-ID is the submitter, not the
      * analyst. A posted payment closes the case and queues the
      * notification; a payment PROGC parks for supervisor approval
      * also closes the case - PAYAPPR owns it from there and
      * notifies when it posts. A rejection leaves the case open with
      * PROGC's message on the screen.
      *****************************************************************
       RELEASE-CASE.
           PERFORM READ-CASE-FOR-UPDATE.
           IF WS-AUTH-OK
               SET WS-EDIT-OK TO TRUE
               IF FCS-AUTO-FROZEN
                   PERFORM UNFREEZE-ACCOUNT
               END-IF
               IF WS-EDIT-OK
                   PERFORM LINK-RELEASE
               END-IF
           END-IF.
      *
       LINK-RELEASE.
           INITIALIZE WS-COMMAREA.
           MOVE FCS-CORR-ID    TO CA-CORR-ID OF WS-COMMAREA.
           SET CA-SCENARIO-PROD OF WS-COMMAREA TO TRUE.
           MOVE 'PMT '         TO CA-TRAN-TYPE OF WS-COMMAREA.
           MOVE FCS-ACCOUNT-ID TO CA-ACCOUNT-ID OF WS-COMMAREA.
           MOVE FCS-AMOUNT     TO CA-AMOUNT OF WS-COMMAREA.
           MOVE FCS-DETAIL     TO CA-DETAIL OF WS-COMMAREA.
           MOVE FCS-PAYEE-ID   TO CA-PAYEE-ID OF WS-COMMAREA.
           MOVE FCS-USER-ID    TO CA-USER-ID OF WS-COMMAREA.
           SET CA-NOT-RELEASE OF WS-COMMAREA TO TRUE.
           SET CA-FRAUD-RELEASE OF WS-COMMAREA TO TRUE.
           EXEC CICS LINK
                     PROGRAM('PROGC')
                     COMMAREA(WS-COMMAREA)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'FRDREV ERROR LINK PROGC RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               MOVE WS-FILE-ERR-MSG TO MSGLNO
           ELSE
               IF CA-ST-OK OF WS-COMMAREA
                  OR CA-ST-OK-OVERDRAFT OF WS-COMMAREA
                   SET FCS-RELEASED TO TRUE
                   PERFORM STAMP-ACTION
                   PERFORM REWRITE-CASE
                   PERFORM QUEUE-NOTIFICATION
                   MOVE WS-RELEASED-MSG TO MSGLNO
               ELSE
                   IF CA-ST-HELD-FOR-APPROVAL OF WS-COMMAREA
                       SET FCS-RELEASED TO TRUE
                       PERFORM STAMP-ACTION
                       PERFORM REWRITE-CASE
                       MOVE WS-REL-HELD-MSG TO MSGLNO
                   ELSE
                       MOVE CA-MESSAGE OF WS-COMMAREA TO MSGLNO
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * DECLINE-CASE - no money moves. An account the referral froze
      * goes back to active: the analyst chose to decline without
      * freezing. If the unfreeze fails the case stays open.
      *****************************************************************
       DECLINE-CASE.
           PERFORM READ-CASE-FOR-UPDATE.
           IF WS-AUTH-OK
               SET WS-EDIT-OK TO TRUE
               IF FCS-AUTO-FROZEN
                   PERFORM UNFREEZE-ACCOUNT
               END-IF
               IF WS-EDIT-OK
                   SET FCS-DECLINED TO TRUE
                   PERFORM STAMP-ACTION
                   PERFORM REWRITE-CASE
                   MOVE WS-DECLINED-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * DECLINE-AND-FREEZE - no money moves and the account is frozen
      * (left as it is when the referral already froze it, or it is
      * closed). If the freeze fails the case stays open.
      *****************************************************************
       DECLINE-AND-FREEZE.
           PERFORM READ-CASE-FOR-UPDATE.
           IF WS-AUTH-OK
               PERFORM FREEZE-ACCOUNT
               IF WS-EDIT-OK
                   SET FCS-DECLINED-FROZEN TO TRUE
                   PERFORM STAMP-ACTION
                   PERFORM REWRITE-CASE
                   MOVE WS-FROZEN-MSG TO MSGLNO
               END-IF
           END-IF.
      *
      *****************************************************************
      * UNFREEZE-ACCOUNT / FREEZE-ACCOUNT - read the case account for
      * update and change its status only when it is in the state
      * the action expects; anything else (unfrozen or closed by
      * ACCTMNT since) is left alone and the lock released. Leave
      * WS-EDIT-FAILED set when the account could not be changed.
      *****************************************************************
       UNFREEZE-ACCOUNT.
           PERFORM READ-ACCOUNT-FOR-UPDATE.
           IF WS-EDIT-OK
               IF ACC-FROZEN
                   MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                   SET ACC-ACTIVE TO TRUE
                   PERFORM APPLY-ACCOUNT-CHANGE
               ELSE
                   PERFORM UNLOCK-ACCOUNT
               END-IF
           END-IF.
      *
       FREEZE-ACCOUNT.
           PERFORM READ-ACCOUNT-FOR-UPDATE.
           IF WS-EDIT-OK
               IF ACC-ACTIVE
                   MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                   SET ACC-FROZEN TO TRUE
                   PERFORM APPLY-ACCOUNT-CHANGE
               ELSE
                   PERFORM UNLOCK-ACCOUNT
               END-IF
           END-IF.
      *
       READ-ACCOUNT-FOR-UPDATE.
           SET WS-EDIT-OK TO TRUE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(FCS-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'FRDREV ERROR ACCTF READ RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' acct=' FCS-ACCOUNT-ID
               MOVE WS-FILE-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       UNLOCK-ACCOUNT.
           EXEC CICS UNLOCK FILE('ACCTF')
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
      *
      *****************************************************************
      * APPLY-ACCOUNT-CHANGE - the account record is held for UPDATE
      * with its new status in place: rewrite the master, then write
      * the change-history record. A history failure is compensated -
      * the saved image is put back - so the master never shows a
      * change the history file cannot account for (same as ACCTMNT's
      * APPLY-CHANGE).
      *****************************************************************
       APPLY-ACCOUNT-CHANGE.
           EXEC CICS REWRITE FILE('ACCTF')
                     FROM(ACCT-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'FRDREV ERROR ACCTF REWRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' acct=' FCS-ACCOUNT-ID
               MOVE WS-FILE-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           ELSE
               PERFORM WRITE-HISTORY
               IF WS-EDIT-FAILED
                   PERFORM UNDO-ACCOUNT-CHANGE
               END-IF
           END-IF.
      *
       WRITE-HISTORY.
           PERFORM STAMP-ACTION.
           MOVE FCS-ACCOUNT-ID   TO AHS-ACCOUNT-ID.
           MOVE WS-TODAY         TO AHS-DATE.
           MOVE WS-NOW           TO AHS-TIME.
           MOVE WS-ANALYST-USER  TO AHS-USER-ID.
           SET AHS-ACT-STATUS    TO TRUE.
           MOVE WS-BEFORE-IMAGE  TO AHS-BEFORE-IMAGE.
           MOVE ACCT-RECORD      TO AHS-AFTER-IMAGE.
           EXEC CICS WRITE FILE('ACCTHF')
                     FROM(HIST-RECORD)
                     RIDFLD(AHS-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'FRDREV ERROR ACCTHF WRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' acct=' FCS-ACCOUNT-ID
               MOVE WS-HIST-ERR-MSG TO MSGLNO
               SET WS-EDIT-FAILED TO TRUE
           END-IF.
      *
       UNDO-ACCOUNT-CHANGE.
           EXEC CICS READ FILE('ACCTF')
                     INTO(ACCT-RECORD)
                     RIDFLD(FCS-ACCOUNT-ID)
                     UPDATE
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE WS-BEFORE-IMAGE TO ACCT-RECORD
               EXEC CICS REWRITE FILE('ACCTF')
                         FROM(ACCT-RECORD)
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'FRDREV ERROR ACCTF RESTORE FAILED RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' acct=' FCS-ACCOUNT-ID
                       ' MANUAL CORRECTION REQUIRED'
           END-IF.
      *
       STAMP-ACTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     TIME(WS-NOW)
           END-EXEC.
           MOVE WS-ANALYST-USER TO FCS-ACTION-USER.
           MOVE WS-TODAY        TO FCS-ACTION-DATE.
      *
      *****************************************************************
      * REWRITE-CASE - a rewrite failure after a successful release
      * means the payment is posted but the case still reads open;
      * shout it to the region log so nobody releases it twice (the
      * duplicate marker is the only other guard inside its window).
      *****************************************************************
       REWRITE-CASE.
           EXEC CICS REWRITE FILE('FRDCASF')
                     FROM(FCAS-RECORD)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               DISPLAY 'FRDREV ERROR FRDCASF REWRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' corr-id=' FCS-CORR-ID
                       ' MANUAL CORRECTION REQUIRED'
               MOVE WS-FILE-ERR-MSG TO MSGLNO
           END-IF.
      *
      *****************************************************************
      * QUEUE-NOTIFICATION - queue the customer notification for the
      * released payment, dated with the BUSDATF business date the
      * posting carries (wall date if the control record cannot be
      * read), exactly as PAYAPPR does for a supervisor release. A
      * duplicate means it is already queued and counts as done; a
      * failure is logged but never unwinds a posted payment.
      *****************************************************************
       QUEUE-NOTIFICATION.
           MOVE WS-TODAY TO WS-NTF-DATE.
           EXEC CICS READ FILE('BUSDATF')
                     INTO(BUSD-RECORD)
                     RIDFLD(WS-BUSDATE-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
               MOVE BDT-BUSINESS-DATE TO WS-NTF-DATE
           ELSE
               DISPLAY 'FRDREV ERROR BUSDATF READ RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' - STAMPING WALL DATE'
           END-IF.
           MOVE FCS-CORR-ID    TO NTF-CORR-ID.
           MOVE FCS-ACCOUNT-ID TO NTF-ACCOUNT-ID.
           MOVE FCS-AMOUNT     TO NTF-AMOUNT.
           MOVE WS-NTF-DATE    TO NTF-DATE.
           MOVE WS-NOW         TO NTF-TIME.
           MOVE 'PMT '         TO NTF-TYPE.
           SET NTF-PENDING     TO TRUE.
           MOVE SPACES         TO NTF-REASON-CODE.
           EXEC CICS WRITE FILE('NOTIFF')
                     FROM(NOTIF-RECORD)
                     RIDFLD(NTF-CORR-ID)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              AND WS-FILE-RESP NOT EQUAL DFHRESP(DUPREC)
               DISPLAY 'FRDREV ERROR NOTIFF WRITE RESP='
                       WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                       ' corr-id=' FCS-CORR-ID
           END-IF.
      *
       LIST-FROM-START.
           MOVE SPACES TO STATE-LAST-KEY.
           PERFORM REFRESH-LIST.
      *
       LIST-CONTINUE.
           PERFORM REFRESH-LIST.
      *
      *****************************************************************
      * REFRESH-LIST - fill up to twelve screen lines with REFERRED
      * cases starting after the last listed key (from the top when
      * the state is empty). The last line shown becomes the PF8
      * resume point; running off the end resets the list to the top.
      *****************************************************************
       REFRESH-LIST.
           MOVE WS-LIST-HDR TO HDRO.
           MOVE ZERO TO WS-LINE-CT.
           PERFORM CLEAR-LINE-TABLE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-MAX-LINES.
           IF STATE-LAST-KEY EQUAL SPACES
              OR STATE-LAST-KEY EQUAL LOW-VALUES
               MOVE LOW-VALUES TO WS-BRWS-KEY
           ELSE
               MOVE STATE-LAST-KEY TO WS-BRWS-KEY
           END-IF.
           EXEC CICS STARTBR FILE('FRDCASF')
                     RIDFLD(WS-BRWS-KEY)
                     GTEQ
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                   CONTINUE
               ELSE
                   DISPLAY 'FRDREV ERROR STARTBR RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
           ELSE
               SET WS-SCAN-ON TO TRUE
               PERFORM SCAN-ONE-CASE
                       UNTIL WS-SCAN-DONE
               EXEC CICS ENDBR FILE('FRDCASF')
                         RESP(WS-FILE-RESP)
                         RESP2(WS-FILE-RESP2)
               END-EXEC
           END-IF.
           PERFORM SHOW-LINE-TABLE.
           IF WS-LINE-CT EQUAL ZERO
               IF STATE-LAST-KEY EQUAL SPACES
                   MOVE WS-EMPTY-MSG TO MSGLNO
               ELSE
                   MOVE WS-NO-MORE-MSG TO MSGLNO
                   MOVE SPACES TO STATE-LAST-KEY
               END-IF
           ELSE
               IF MSGLNO EQUAL LOW-VALUES OR MSGLNO EQUAL SPACES
                   MOVE WS-LIST-MSG TO MSGLNO
               END-IF
           END-IF.
      *
       CLEAR-LINE-TABLE.
           MOVE SPACES TO WS-LINE-TBL(WS-LINE-SUB).
      *
       SCAN-ONE-CASE.
           EXEC CICS READNEXT FILE('FRDCASF')
                     INTO(FCAS-RECORD)
                     RIDFLD(WS-BRWS-KEY)
                     RESP(WS-FILE-RESP)
                     RESP2(WS-FILE-RESP2)
           END-EXEC.
           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
               IF WS-FILE-RESP NOT EQUAL DFHRESP(ENDFILE)
                  AND WS-FILE-RESP NOT EQUAL DFHRESP(NOTFND)
                   DISPLAY 'FRDREV ERROR READNEXT RESP='
                           WS-FILE-RESP ' RESP2=' WS-FILE-RESP2
                   MOVE WS-FILE-ERR-MSG TO MSGLNO
               END-IF
               SET WS-SCAN-DONE TO TRUE
           ELSE
               IF STATE-LAST-KEY NOT EQUAL SPACES
                  AND FCS-CORR-ID NOT GREATER THAN STATE-LAST-KEY
                   CONTINUE
               ELSE
                   IF FCS-REFERRED
                       ADD 1 TO WS-LINE-CT
                       MOVE FCS-CORR-ID    TO LST-CORR-ID
                       MOVE FCS-ACCOUNT-ID TO LST-ACCOUNT
                       MOVE FCS-AMOUNT     TO LST-AMOUNT
                       MOVE FCS-DATE       TO LST-DATE
                       MOVE FCS-TIME       TO LST-TIME
                       MOVE FCS-RULE-ID    TO LST-RULE
                       IF FCS-AUTO-FROZEN
                           MOVE 'YES' TO LST-FROZEN
                       ELSE
                           MOVE SPACES TO LST-FROZEN
                       END-IF
                       MOVE WS-LIST-LINE
                            TO WS-LINE-TBL(WS-LINE-CT)
                       MOVE FCS-CORR-ID TO STATE-LAST-KEY
                       IF WS-LINE-CT NOT < WS-MAX-LINES
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       SHOW-LINE-TABLE.
           MOVE WS-LINE-TBL(1)  TO HITM1O.
           MOVE WS-LINE-TBL(2)  TO HITM2O.
           MOVE WS-LINE-TBL(3)  TO HITM3O.
           MOVE WS-LINE-TBL(4)  TO HITM4O.
           MOVE WS-LINE-TBL(5)  TO HITM5O.
           MOVE WS-LINE-TBL(6)  TO HITM6O.
           MOVE WS-LINE-TBL(7)  TO HITM7O.
           MOVE WS-LINE-TBL(8)  TO HITM8O.
           MOVE WS-LINE-TBL(9)  TO HITM9O.
           MOVE WS-LINE-TBL(10) TO HITM10O.
           MOVE WS-LINE-TBL(11) TO HITM11O.
           MOVE WS-LINE-TBL(12) TO HITM12O.
