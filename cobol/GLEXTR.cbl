      *   PMT and FEE - debit the customer account line, credit the
      *                 settlement line (money out reduces the
      *                 deposit liability)
      *   REV, DEP, INT and RTN - credit the customer account line,
      *                 debit the settlement line (RTN is a payment
      *                 the payee's bank sent back - CLRRTN)
      *   TRF and TRX - debit the customer account line, credit the
      *                 transfer clearing line; TRC and TRV - credit
      *                 the customer account line, debit the transfer
      *                 clearing line. The two legs of a transfer (or
      *                 of its reversal) clear each other, so money
      *                 moved between two accounts never shows as
      *                 settlement traffic.
      *   ADJD and ADJC - back-office manual adjustments (ADJMNT):
      *                 ADJD debits the customer account line, ADJC
      *                 credits it, and the contra line is the GL
      *                 account the adjustment's reason names on
      *                 ADJRSNF. A reason missing from ADJRSNF posts
      *                 the contra line to suspense instead, counted
      *                 with the other suspense lines.
      * Transactions whose account is missing from ACCTF post their
      * customer-side line to the GL suspense account instead of
      * vanishing, and are counted so finance follows up.
      * SYSIN: optionally one record, the journal date (YYYYMMDD) -
      * for reruns. An empty SYSIN takes the current business date
      * from the BUSDATF control record.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL), which refuses it while its prerequisites
      * are incomplete or when the date has already completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACC-ACCOUNT-ID
                  FILE STATUS IS WS-ACCTF-STATUS.
           SELECT ADJRSNF-FILE ASSIGN TO ADJRSNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADR-REASON-CODE
                  FILE STATUS IS WS-ADJRSNF-STATUS.
           SELECT GLOUT-FILE ASSIGN TO GLOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GLOUT-STATUS.
       FD  ACCTF-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.
       FD  ADJRSNF-FILE.
       01  ADJR-RECORD.
           COPY ADJRREC.
       FD  GLOUT-FILE
           RECORDING MODE IS F.
       01  GLOUT-RECORD                PIC X(80).
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-ACCTF-STATUS         PIC X(02).
           05  WS-ADJRSNF-STATUS       PIC X(02).
           05  WS-GLOUT-STATUS         PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
       01  WS-GL-CONSTANTS.
           05  WS-SETTLE-GL            PIC X(10) VALUE 'SETTLEMENT'.
           05  WS-SUSPENSE-GL          PIC X(10) VALUE 'SUSPENSE  '.
           05  WS-TRANSFER-GL          PIC X(10) VALUE 'TRANSFER  '.
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-TRANF-EOF                      VALUE 'Y'.
       01  WS-PASS-SW                  PIC X(01).
           05  WS-CUST-GL              PIC X(10).
           05  WS-CUST-DRCR            PIC X(01).
           05  WS-SETTLE-DRCR          PIC X(01).
           05  WS-CONTRA-GL            PIC X(10).
      * GL fixed interface layout (80 bytes). The GL side parses
      * these byte for byte - treat every position as an external
      * interface, same discipline as MQMSG.
           05  GLT-CREDIT-TOTAL        PIC 9(13)V99.
           05  GLT-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(17) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-JOURNAL-DATE.
           IF WS-JOURNAL-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           SET WS-PROVING-PASS TO TRUE.
           PERFORM SCAN-TRANF.
               DISPLAY 'GLEXTR ERROR ZERO-PROOF FAILED DEBITS='
                       WS-DEBIT-TOTAL ' CREDITS=' WS-CREDIT-TOTAL
                       ' - NOTHING POSTED'
               CLOSE TRANF-FILE ACCTF-FILE ADJRSNF-FILE GLOUT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           CLOSE TRANF-FILE.
           SET WS-WRITING-PASS TO TRUE.
           PERFORM SCAN-TRANF.
           PERFORM WRITE-TRAILER.
           CLOSE TRANF-FILE ACCTF-FILE ADJRSNF-FILE GLOUT-FILE.
           DISPLAY 'GLEXTR COMPLETE DATE=' WS-JOURNAL-DATE
                   ' TRANS=' WS-SELECT-CT
                   ' LINES=' WS-LINE-CT
           IF WS-SUSPENSE-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADJRSNF-FILE.
           IF WS-ADJRSNF-STATUS NOT EQUAL '00'
               DISPLAY 'GLEXTR ERROR ADJRSNF OPEN STATUS='
                       WS-ADJRSNF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GLOUT-FILE.
           IF WS-GLOUT-STATUS NOT EQUAL '00'
               DISPLAY 'GLEXTR ERROR GLOUT OPEN STATUS='
      *
      *****************************************************************
      * SET-LINE-SIDES - the customer-side GL account (suspense when
      * the master has no record), the contra GL account (transfer
      * clearing for transfer legs, the reason's GL account for
      * adjustments, settlement for everything else) and which side
      * each line lands on.
      * Keep the type list in step with PROGC's posting paths
      * whenever a transaction type is added.
      *****************************************************************
               NOT INVALID KEY
                   MOVE TRN-ACCOUNT-ID TO WS-CUST-GL
           END-READ.
           IF TRN-TRAN-TYPE EQUAL 'TRF '
              OR TRN-TRAN-TYPE EQUAL 'TRC '
              OR TRN-TRAN-TYPE EQUAL 'TRV '
              OR TRN-TRAN-TYPE EQUAL 'TRX '
               MOVE WS-TRANSFER-GL TO WS-CONTRA-GL
           ELSE
               MOVE WS-SETTLE-GL   TO WS-CONTRA-GL
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'ADJD'
              OR TRN-TRAN-TYPE EQUAL 'ADJC'
               PERFORM SET-ADJUSTMENT-CONTRA
           END-IF.
           IF TRN-TRAN-TYPE EQUAL 'PMT '
              OR TRN-TRAN-TYPE EQUAL 'FEE '
              OR TRN-TRAN-TYPE EQUAL 'ODF '
              OR TRN-TRAN-TYPE EQUAL 'TRF '
              OR TRN-TRAN-TYPE EQUAL 'TRX '
              OR TRN-TRAN-TYPE EQUAL 'DPW '
              OR TRN-TRAN-TYPE EQUAL 'ADJD'
               MOVE 'D' TO WS-CUST-DRCR
               MOVE 'C' TO WS-SETTLE-DRCR
           ELSE
               MOVE 'C' TO WS-CUST-DRCR
               MOVE 'D' TO WS-SETTLE-DRCR
           END-IF.
      *
      *****************************************************************
      * SET-ADJUSTMENT-CONTRA - an adjustment's contra line goes to
      * the GL account its reason names on ADJRSNF; a reason that is
      * not on file (or names no GL account) sends it to suspense.
      *****************************************************************
       SET-ADJUSTMENT-CONTRA.
           MOVE TRN-ADJ-REASON TO ADR-REASON-CODE.
           READ ADJRSNF-FILE
               INVALID KEY
                   MOVE SPACES TO ADR-GL-ACCOUNT
           END-READ.
           IF ADR-GL-ACCOUNT EQUAL SPACES
               MOVE WS-SUSPENSE-GL TO WS-CONTRA-GL
               IF WS-PROVING-PASS
                   ADD 1 TO WS-SUSPENSE-CT
                   DISPLAY 'GLEXTR SUSPENSE corr-id=' TRN-CORR-ID
                           ' adj reason=' TRN-ADJ-REASON
                           ' NOT ON ADJRSNF'
               END-IF
           ELSE
               MOVE ADR-GL-ACCOUNT TO WS-CONTRA-GL
           END-IF.
      *
       WRITE-DETAIL-PAIR.
           MOVE 'D'             TO GLD-REC-TYPE.
               MOVE ' ' TO GLD-SUSPENSE-FLAG
           END-IF.
           PERFORM WRITE-ONE-LINE.
           MOVE WS-CONTRA-GL    TO GLD-GL-ACCOUNT.
           MOVE WS-SETTLE-DRCR  TO GLD-DRCR.
           IF WS-CONTRA-GL EQUAL WS-SUSPENSE-GL
               MOVE 'S' TO GLD-SUSPENSE-FLAG
           ELSE
               MOVE ' ' TO GLD-SUSPENSE-FLAG
           END-IF.
           PERFORM WRITE-ONE-LINE.
      *
       WRITE-ONE-LINE.
      * actually emitted must balance and must agree with the
      * proving pass. On a mismatch no trailer is written and the
      * job ends RC=8: the GL side verifies the trailer, so a
      * trailer-less file posts nothing. Either failure here is
      * stamped on RUNCTLF, so the run shows FAILED rather than
      * never ended.
      *****************************************************************
       WRITE-TRAILER.
           IF WS-EMIT-DEBIT NOT EQUAL WS-EMIT-CREDIT
                       ' PROVED-CR=' WS-CREDIT-TOTAL
                       ' - NO TRAILER WRITTEN, NOTHING POSTS'
               MOVE 8 TO RETURN-CODE
               CLOSE TRANF-FILE ACCTF-FILE ADJRSNF-FILE GLOUT-FILE
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
           MOVE 'T'             TO GLT-REC-TYPE.
               DISPLAY 'GLEXTR ERROR GLOUT TRAILER STATUS='
                       WS-GLOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RUN-CONTROL-END
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (prerequisites not complete for
      * the business date, or the date already completed without a
      * force card) stops the job here - see RUNCTL.
      * A rerun date card registers the run under that date.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'GLEXTR  ' TO RCA-JOB-NAME.
           MOVE WS-JOURNAL-DATE TO RCA-BUS-DATE.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'GLEXTR ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * RUN-CONTROL-END - stamp the run's end, return code and counts
      * on RUNCTLF. The job's return code rides through the CALL in
      * RCA-RETURN-CODE and is put back, so the step still ends with
      * it.
      *****************************************************************
       RUN-CONTROL-END.
           SET RCA-END TO TRUE.
           MOVE RETURN-CODE TO RCA-RETURN-CODE.
           MOVE WS-SELECT-CT TO RCA-INPUT-CT.
           MOVE WS-LINE-CT TO RCA-OUTPUT-CT.
           MOVE WS-SUSPENSE-CT TO RCA-EXCEPTION-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'GLEXTR ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
