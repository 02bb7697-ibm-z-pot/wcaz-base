      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * ADJRPT - daily report of the back-office manual adjustments
      * on ADJF, the maker-checker record behind every 'ADJD' and
      * 'ADJC' posting. Lists every item entered or decided on the
      * report date, and every item still pending from an earlier
      * day, sorted by reason code and within it by maker: the
      * adjustment id, account, debit or credit, amount, status, who
      * entered it and who approved or refused it, and when. Each
      * reason ends with its count and the debits and credits
      * posted under it; the report ends with one line per user
      * showing what they entered, approved and refused.
      * Flagged against the item, counted, and ending RC=4 so the
      * schedule routes the report to the operations manager:
      *   - an item decided by the user who entered it (SAME USER) -
      *     ADJMNT never allows it, so one here means the file was
      *     changed outside the transaction
      *   - an item pending since an earlier day (PENDING SINCE)
      *   - an item whose reason is not on ADJRSNF (NO REASON)
      * SYSIN: optionally one record - cols 1-8 the report date
      * (YYYYMMDD) for reruns. An empty SYSIN reports the current
      * business date from the BUSDATF control record.
      * Run-controlled: the run is registered on RUNCTLF at start
      * and end (RUNCTL) under the report date, which refuses it
      * when the date has already completed. EODCUTOV is held back
      * while ADJRPT is part-way through the date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJF-FILE ASSIGN TO ADJF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ADJ-ID
                  FILE STATUS IS WS-ADJF-STATUS.
           SELECT ADJRSNF-FILE ASSIGN TO ADJRSNF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ADR-REASON-CODE
                  FILE STATUS IS WS-ADJRSNF-STATUS.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPTOUT-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJF-FILE.
       01  ADJ-RECORD.
           COPY ADJREC.
       FD  ADJRSNF-FILE.
       01  ADJR-RECORD.
           COPY ADJRREC.
       FD  RPTOUT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      * One selected ADJF item, in report order.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-REASON-CODE         PIC X(04).
           05  SRT-MAKER-USER          PIC X(08).
           05  SRT-ADJ-ID              PIC X(16).
           05  SRT-ACCOUNT-ID          PIC X(10).
           05  SRT-DIRECTION           PIC X(01).
               88  SRT-DEBIT                   VALUE 'D'.
           05  SRT-AMOUNT              PIC S9(09)V99 COMP-3.
           05  SRT-STATUS              PIC X(01).
               88  SRT-PENDING                 VALUE 'P'.
               88  SRT-POSTED                  VALUE 'A'.
               88  SRT-REFUSED                 VALUE 'X'.
           05  SRT-MAKER-DATE          PIC X(08).
           05  SRT-CHECKER-USER        PIC X(08).
           05  SRT-CHECKER-DATE        PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-ADJF-STATUS          PIC X(02).
           05  WS-ADJRSNF-STATUS       PIC X(02).
           05  WS-RPTOUT-STATUS        PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business date.
       01  WS-SYSIN-CARD               VALUE SPACES.
           05  WS-REPORT-DATE          PIC X(08).
           05  FILLER                  PIC X(72).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-ADJF-EOF                       VALUE 'Y'.
       01  WS-SORTED-SW                PIC X(01) VALUE 'N'.
           88  WS-SORTED-EOF                     VALUE 'Y'.
       01  WS-COUNT-FIELDS.
           05  WS-READ-CT              PIC 9(07) VALUE ZERO.
           05  WS-SELECT-CT            PIC 9(07) VALUE ZERO.
           05  WS-PENDING-CT           PIC 9(07) VALUE ZERO.
           05  WS-POSTED-CT            PIC 9(07) VALUE ZERO.
           05  WS-REFUSED-CT           PIC 9(07) VALUE ZERO.
           05  WS-SAME-USER-CT         PIC 9(07) VALUE ZERO.
           05  WS-STALE-CT             PIC 9(07) VALUE ZERO.
           05  WS-NO-REASON-CT         PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FIELDS.
           05  WS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
      * The reason being listed, and what has been posted under it.
       01  WS-REASON-FIELDS.
           05  WS-CURRENT-REASON       PIC X(04).
           05  WS-REASON-CT            PIC 9(07).
           05  WS-REASON-DEBITS        PIC S9(11)V99 COMP-3.
           05  WS-REASON-CREDITS       PIC S9(11)V99 COMP-3.
           05  WS-REASON-SW            PIC X(01).
               88  WS-REASON-ON-FILE             VALUE 'Y'.
               88  WS-REASON-NOT-ON-FILE         VALUE 'N'.
      * What each maker and checker did on the items listed, same
      * shape as the AUDRPT user table.
       01  WS-USER-FIELDS.
           05  WS-USER-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-USER-LIMIT           PIC 9(03) VALUE 200.
           05  WS-USER-OVERFLOW-CT     PIC 9(07) VALUE ZERO.
           05  WS-USER-ENTRY OCCURS 200 TIMES.
               10  WS-USER-TBL-ID      PIC X(08).
               10  WS-USER-ENTERED-CT  PIC 9(07) COMP.
               10  WS-USER-APPROVED-CT PIC 9(07) COMP.
               10  WS-USER-REFUSED-CT  PIC 9(07) COMP.
       01  WS-SUB-FIELDS.
           05  WS-USER-SUB             PIC 9(03) COMP.
           05  WS-USER-FOUND-SW        PIC X(01).
               88  WS-USER-FOUND                 VALUE 'Y'.
               88  WS-USER-NOT-FOUND             VALUE 'N'.
      * The user TALLY-USER counts, and for what.
       01  WS-TALLY-USER               PIC X(08).
       01  WS-TALLY-ROLE-SW            PIC X(01).
           88  WS-TALLY-ENTERED                  VALUE 'E'.
           88  WS-TALLY-APPROVED                 VALUE 'A'.
           88  WS-TALLY-REFUSED                  VALUE 'R'.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'ADJRPT - MANUAL ADJUSTMENTS FOR         '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(45) VALUE
                   'ADJ ID           ACCOUNT    D       AMOUNT ST'.
           05  FILLER                  PIC X(45) VALUE
                   'ATUS   MAKER    ENTERED  CHECKER  DECIDED    '.
           05  FILLER                  PIC X(42) VALUE SPACES.
       01  RPT-REASON-LINE.
           05  FILLER                  PIC X(07) VALUE 'REASON '.
           05  RSN-CODE                PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSN-TEXT                PIC X(30).
           05  FILLER                  PIC X(04) VALUE ' GL='.
           05  RSN-GL                  PIC X(10).
           05  FILLER                  PIC X(11) VALUE ' TAX CLASS='.
           05  RSN-TAX-CLASS           PIC X(01).
           05  FILLER                  PIC X(64) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  DTL-ADJ-ID              PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ACCT                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-DIRECTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-AMOUNT              PIC Z(08)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-STATUS              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-MAKER               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-MAKER-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-CHECKER             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-CHECKER-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-FLAG                PIC X(24).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  RPT-REASON-TOTAL-LINE.
           05  FILLER                  PIC X(15) VALUE
                   '  REASON ITEMS='.
           05  RTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(16) VALUE
                   ' POSTED DEBITS='.
           05  RTL-DEBITS              PIC Z(10)9.99.
           05  FILLER                  PIC X(09) VALUE ' CREDITS='.
           05  RTL-CREDITS             PIC Z(10)9.99.
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  RPT-USER-HEADER.
           05  FILLER                  PIC X(45) VALUE
                   '  USER       ENTERED APPROVED  REFUSED       '.
           05  FILLER                  PIC X(87) VALUE SPACES.
       01  RPT-USER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  USL-USER                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  USL-ENTERED             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  USL-APPROVED            PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  USL-REFUSED             PIC Z(06)9.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  RPT-AMOUNT-LINE.
           05  AMT-TEXT                PIC X(40).
           05  AMT-VALUE               PIC Z(10)9.99-.
           05  FILLER                  PIC X(77) VALUE SPACES.
      * Parameter area for the RUNCTL run-control calls.
       01  WS-RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-SYSIN-CARD.
           IF WS-REPORT-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF WS-REPORT-DATE NOT NUMERIC
               DISPLAY 'ADJRPT ERROR BAD REPORT DATE='
                       WS-REPORT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUN-CONTROL-START.
           PERFORM OPEN-FILES.
           MOVE WS-REPORT-DATE TO HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-REASON-CODE
                                SRT-MAKER-USER
                                SRT-ADJ-ID
               INPUT PROCEDURE IS SELECT-ITEMS
               OUTPUT PROCEDURE IS LIST-ITEMS.
           PERFORM PRINT-USER-SUMMARY.
           PERFORM PRINT-TOTALS.
           CLOSE ADJF-FILE ADJRSNF-FILE RPTOUT-FILE.
           IF WS-SAME-USER-CT > ZERO
              OR WS-STALE-CT > ZERO
              OR WS-NO-REASON-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'ADJRPT DATE=' WS-REPORT-DATE
                   ' READ=' WS-READ-CT
                   ' LISTED=' WS-SELECT-CT
                   ' SAME-USER=' WS-SAME-USER-CT
                   ' PENDING-SINCE=' WS-STALE-CT
                   ' NO-REASON=' WS-NO-REASON-CT.
           PERFORM RUN-CONTROL-END.
           STOP RUN.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - no report date on SYSIN: report the
      * business date on the BUSDATF control record. A missing
      * control record stops the run.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'ADJRPT ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'ADJRPT ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE.
           CLOSE BUSDATF-FILE.
      *
       OPEN-FILES.
           OPEN INPUT ADJF-FILE.
           IF WS-ADJF-STATUS NOT EQUAL '00'
               DISPLAY 'ADJRPT ERROR ADJF OPEN STATUS='
                       WS-ADJF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ADJRSNF-FILE.
           IF WS-ADJRSNF-STATUS NOT EQUAL '00'
               DISPLAY 'ADJRPT ERROR ADJRSNF OPEN STATUS='
                       WS-ADJRSNF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPTOUT-FILE.
           IF WS-RPTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'ADJRPT ERROR RPTOUT OPEN STATUS='
                       WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * SELECT-ITEMS - sort input. An item is the day's when it was
      * entered or decided on the report date; an item pending from
      * an earlier day is listed too, so it cannot sit unnoticed.
      *****************************************************************
       SELECT-ITEMS.
           PERFORM READ-ADJF.
           PERFORM SELECT-ONE-ITEM
                   UNTIL WS-ADJF-EOF.
      *
       SELECT-ONE-ITEM.
           IF ADJ-MAKER-DATE EQUAL WS-REPORT-DATE
              OR ADJ-CHECKER-DATE EQUAL WS-REPORT-DATE
              OR (ADJ-PENDING
                  AND ADJ-MAKER-DATE < WS-REPORT-DATE)
               ADD 1 TO WS-SELECT-CT
               MOVE SPACES              TO SORT-RECORD
               MOVE ADJ-REASON-CODE     TO SRT-REASON-CODE
               MOVE ADJ-MAKER-USER      TO SRT-MAKER-USER
               MOVE ADJ-ID              TO SRT-ADJ-ID
               MOVE ADJ-ACCOUNT-ID      TO SRT-ACCOUNT-ID
               MOVE ADJ-DIRECTION       TO SRT-DIRECTION
               MOVE ADJ-AMOUNT          TO SRT-AMOUNT
               MOVE ADJ-STATUS          TO SRT-STATUS
               MOVE ADJ-MAKER-DATE      TO SRT-MAKER-DATE
               MOVE ADJ-CHECKER-USER    TO SRT-CHECKER-USER
               MOVE ADJ-CHECKER-DATE    TO SRT-CHECKER-DATE
               RELEASE SORT-RECORD
           END-IF.
           PERFORM READ-ADJF.
      *
       READ-ADJF.
           READ ADJF-FILE
               AT END
                   SET WS-ADJF-EOF TO TRUE
           END-READ.
           IF NOT WS-ADJF-EOF
               IF WS-ADJF-STATUS NOT EQUAL '00'
                   DISPLAY 'ADJRPT ERROR ADJF READ STATUS='
                           WS-ADJF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-READ-CT
           END-IF.
      *
      *****************************************************************
      * LIST-ITEMS - sort output: one reason at a time, a heading
      * from ADJRSNF, its items, then what was posted under it.
      *****************************************************************
       LIST-ITEMS.
           WRITE RPT-LINE FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           PERFORM RETURN-SORTED.
           PERFORM LIST-ONE-REASON
                   UNTIL WS-SORTED-EOF.
      *
       RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
           END-RETURN.
      *
       LIST-ONE-REASON.
           MOVE SRT-REASON-CODE TO WS-CURRENT-REASON.
           MOVE ZERO TO WS-REASON-CT.
           MOVE ZERO TO WS-REASON-DEBITS.
           MOVE ZERO TO WS-REASON-CREDITS.
           PERFORM PRINT-REASON-HEADING.
           PERFORM LIST-ONE-ITEM
                   UNTIL WS-SORTED-EOF
                      OR SRT-REASON-CODE NOT EQUAL WS-CURRENT-REASON.
           MOVE WS-REASON-CT      TO RTL-COUNT.
           MOVE WS-REASON-DEBITS  TO RTL-DEBITS.
           MOVE WS-REASON-CREDITS TO RTL-CREDITS.
           WRITE RPT-LINE FROM RPT-REASON-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * PRINT-REASON-HEADING - the reason's statement text, GL line
      * and tax class as ADJRSNF has them now. A reason not on file
      * is flagged on the heading and on each of its items.
      *****************************************************************
       PRINT-REASON-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-CURRENT-REASON TO RSN-CODE.
           MOVE WS-CURRENT-REASON TO ADR-REASON-CODE.
           READ ADJRSNF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           SET WS-REASON-ON-FILE TO TRUE.
           IF WS-ADJRSNF-STATUS EQUAL '00'
               MOVE ADR-STMT-TEXT  TO RSN-TEXT
               MOVE ADR-GL-ACCOUNT TO RSN-GL
               MOVE ADR-TAX-CLASS  TO RSN-TAX-CLASS
           ELSE
               IF WS-ADJRSNF-STATUS NOT EQUAL '23'
                   DISPLAY 'ADJRPT ERROR ADJRSNF READ STATUS='
                           WS-ADJRSNF-STATUS
                           ' reason=' WS-CURRENT-REASON
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-REASON-NOT-ON-FILE TO TRUE
               MOVE '*** NOT ON ADJRSNF ***' TO RSN-TEXT
               MOVE SPACES TO RSN-GL
               MOVE SPACES TO RSN-TAX-CLASS
           END-IF.
           WRITE RPT-LINE FROM RPT-REASON-LINE
               AFTER ADVANCING 1 LINE.
      *
       LIST-ONE-ITEM.
           ADD 1 TO WS-REASON-CT.
           MOVE SPACES           TO DTL-FLAG.
           MOVE SRT-ADJ-ID       TO DTL-ADJ-ID.
           MOVE SRT-ACCOUNT-ID   TO DTL-ACCT.
           MOVE SRT-DIRECTION    TO DTL-DIRECTION.
           MOVE SRT-AMOUNT       TO DTL-AMOUNT.
           MOVE SRT-MAKER-USER   TO DTL-MAKER.
           MOVE SRT-MAKER-DATE   TO DTL-MAKER-DATE.
           MOVE SRT-CHECKER-USER TO DTL-CHECKER.
           MOVE SRT-CHECKER-DATE TO DTL-CHECKER-DATE.
           MOVE SRT-MAKER-USER   TO WS-TALLY-USER.
           SET WS-TALLY-ENTERED  TO TRUE.
           PERFORM TALLY-USER.
           IF SRT-PENDING
               MOVE 'PENDING' TO DTL-STATUS
               ADD 1 TO WS-PENDING-CT
               IF SRT-MAKER-DATE < WS-REPORT-DATE
                   MOVE 'PENDING SINCE' TO DTL-FLAG
                   ADD 1 TO WS-STALE-CT
               END-IF
           END-IF.
           IF SRT-POSTED
               MOVE 'POSTED' TO DTL-STATUS
               ADD 1 TO WS-POSTED-CT
               IF SRT-DEBIT
                   ADD SRT-AMOUNT TO WS-REASON-DEBITS
                   ADD SRT-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD SRT-AMOUNT TO WS-REASON-CREDITS
                   ADD SRT-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
               MOVE SRT-CHECKER-USER TO WS-TALLY-USER
               SET WS-TALLY-APPROVED TO TRUE
               PERFORM TALLY-USER
           END-IF.
           IF SRT-REFUSED
               MOVE 'REFUSED' TO DTL-STATUS
               ADD 1 TO WS-REFUSED-CT
               MOVE SRT-CHECKER-USER TO WS-TALLY-USER
               SET WS-TALLY-REFUSED  TO TRUE
               PERFORM TALLY-USER
           END-IF.
           IF NOT SRT-PENDING
              AND SRT-CHECKER-USER EQUAL SRT-MAKER-USER
               MOVE 'SAME USER' TO DTL-FLAG
               ADD 1 TO WS-SAME-USER-CT
           END-IF.
      * A missing reason is added to a flag already set, never put
      * over it.
           IF WS-REASON-NOT-ON-FILE
               IF DTL-FLAG EQUAL SPACES
                   MOVE 'NO REASON' TO DTL-FLAG
               ELSE
                   IF DTL-FLAG EQUAL 'SAME USER'
                       MOVE 'SAME USER/NO REASON' TO DTL-FLAG
                   ELSE
                       MOVE 'PENDING SINCE/NO REASON' TO DTL-FLAG
                   END-IF
               END-IF
               ADD 1 TO WS-NO-REASON-CT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM RETURN-SORTED.
      *
      *****************************************************************
      * TALLY-USER - count WS-TALLY-USER as having entered, approved
      * or refused one item. Users past the table limit are counted
      * together.
      *****************************************************************
       TALLY-USER.
           SET WS-USER-NOT-FOUND TO TRUE.
           PERFORM TALLY-USER-SCAN
                   VARYING WS-USER-SUB FROM 1 BY 1
                   UNTIL WS-USER-SUB > WS-USER-COUNT
                      OR WS-USER-FOUND.
           IF WS-USER-NOT-FOUND
               IF WS-USER-COUNT < WS-USER-LIMIT
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-USER-SUB
                   MOVE WS-TALLY-USER TO WS-USER-TBL-ID(WS-USER-SUB)
                   MOVE ZERO TO WS-USER-ENTERED-CT(WS-USER-SUB)
                   MOVE ZERO TO WS-USER-APPROVED-CT(WS-USER-SUB)
                   MOVE ZERO TO WS-USER-REFUSED-CT(WS-USER-SUB)
                   PERFORM TALLY-USER-ROLE
               ELSE
                   ADD 1 TO WS-USER-OVERFLOW-CT
               END-IF
           END-IF.
      *
       TALLY-USER-SCAN.
           IF WS-USER-TBL-ID(WS-USER-SUB) EQUAL WS-TALLY-USER
               PERFORM TALLY-USER-ROLE
               SET WS-USER-FOUND TO TRUE
           END-IF.
      *
       TALLY-USER-ROLE.
           IF WS-TALLY-ENTERED
               ADD 1 TO WS-USER-ENTERED-CT(WS-USER-SUB)
           END-IF.
           IF WS-TALLY-APPROVED
               ADD 1 TO WS-USER-APPROVED-CT(WS-USER-SUB)
           END-IF.
           IF WS-TALLY-REFUSED
               ADD 1 TO WS-USER-REFUSED-CT(WS-USER-SUB)
           END-IF.
      *
       PRINT-USER-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ITEMS BY MAKER AND CHECKER' TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           WRITE RPT-LINE FROM RPT-USER-HEADER
               AFTER ADVANCING 1 LINE.
           PERFORM PRINT-ONE-USER
                   VARYING WS-USER-SUB FROM 1 BY 1
                   UNTIL WS-USER-SUB > WS-USER-COUNT.
           IF WS-USER-OVERFLOW-CT > ZERO
               MOVE 'USERS PAST TABLE LIMIT - UNLISTED COUNT:'
                    TO TTL-TEXT
               MOVE WS-USER-OVERFLOW-CT TO TTL-COUNT
               WRITE RPT-LINE FROM RPT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       PRINT-ONE-USER.
           MOVE WS-USER-TBL-ID(WS-USER-SUB)      TO USL-USER.
           MOVE WS-USER-ENTERED-CT(WS-USER-SUB)  TO USL-ENTERED.
           MOVE WS-USER-APPROVED-CT(WS-USER-SUB) TO USL-APPROVED.
           MOVE WS-USER-REFUSED-CT(WS-USER-SUB)  TO USL-REFUSED.
           WRITE RPT-LINE FROM RPT-USER-LINE
               AFTER ADVANCING 1 LINE.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ADJUSTMENTS ON FILE:' TO TTL-TEXT.
           MOVE WS-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ADJUSTMENTS LISTED:' TO TTL-TEXT.
           MOVE WS-SELECT-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE '  POSTED:' TO TTL-TEXT.
           MOVE WS-POSTED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE '  REFUSED:' TO TTL-TEXT.
           MOVE WS-REFUSED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE '  PENDING:' TO TTL-TEXT.
           MOVE WS-PENDING-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PENDING SINCE AN EARLIER DAY:' TO TTL-TEXT.
           MOVE WS-STALE-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DECIDED BY THE USER WHO ENTERED IT:' TO TTL-TEXT.
           MOVE WS-SAME-USER-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REASON NOT ON ADJRSNF:' TO TTL-TEXT.
           MOVE WS-NO-REASON-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTED DEBITS (ADJD):' TO AMT-TEXT.
           MOVE WS-DEBIT-TOTAL TO AMT-VALUE.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTED CREDITS (ADJC):' TO AMT-TEXT.
           MOVE WS-CREDIT-TOTAL TO AMT-VALUE.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * RUN-CONTROL-START - register the run on RUNCTLF before any
      * file is touched. A refusal (the date already completed
      * without a force card) stops the job here - see RUNCTL.
      * A rerun date card registers the run under that date.
      *****************************************************************
       RUN-CONTROL-START.
           SET RCA-START TO TRUE.
           MOVE 'ADJRPT  ' TO RCA-JOB-NAME.
           MOVE WS-REPORT-DATE TO RCA-BUS-DATE.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           IF NOT RCA-OK
               DISPLAY 'ADJRPT ERROR ' RCA-MESSAGE
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
           MOVE WS-READ-CT TO RCA-INPUT-CT.
           MOVE WS-SELECT-CT TO RCA-OUTPUT-CT.
           COMPUTE RCA-EXCEPTION-CT = WS-SAME-USER-CT + WS-STALE-CT
                                    + WS-NO-REASON-CT.
           CALL 'RUNCTL' USING WS-RUNC-AREA.
           MOVE RCA-RETURN-CODE TO RETURN-CODE.
           IF NOT RCA-OK
               DISPLAY 'ADJRPT ERROR ' RCA-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF.
