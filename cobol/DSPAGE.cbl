      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * DSPAGE - weekly aging report of the open customer dispute
      * cases on DSPCASF, against the regulatory response deadlines.
      * Walks the case file and lists every open case: the disputed
      * payment's corr-id, account, reason, disputed amount, the
      * business date the case was opened and its days open, then
      * where it stands against the two deadlines, both counted in
      * calendar days from the opening date:
      *   - provisional credit: the customer must have had the
      *     disputed amount back provisionally (DSPMNT action P)
      *     within 10 days unless the case is resolved first; shown
      *     GIVEN once it has been;
      *   - resolution: the case must be resolved (DSPMNT action W or
      *     L) within 45 days.
      * A deadline not yet reached shows DUE IN n DAYS, one passed
      * shows OVERDUE n DAYS and is counted; resolved cases are only
      * counted. Ends RC=4 when any case is overdue on either
      * deadline, so the schedule flags it to the dispute team.
      * SYSIN: optionally one record - cols 1-8 the report date
      * (YYYYMMDD) for reruns, cols 10-12 the provisional credit
      * deadline and cols 14-16 the resolution deadline in days,
      * unpacked with no sign. A blank field keeps its default; an
      * empty SYSIN reports at the current business date from the
      * BUSDATF control record with the standard deadlines.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPCASF-FILE ASSIGN TO DSPCASF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DSP-CORR-ID
                  FILE STATUS IS WS-DSPCASF-STATUS.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPTOUT-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DSPCASF-FILE.
       01  DSPC-RECORD.
           COPY DSPCREC.
       FD  RPTOUT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-DSPCASF-STATUS       PIC X(02).
           05  WS-RPTOUT-STATUS        PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business date and the standard deadlines.
       01  WS-SYSIN-CARD               VALUE SPACES.
           05  WS-REPORT-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-PARM-PROV-X          PIC X(03).
           05  WS-PARM-PROV REDEFINES WS-PARM-PROV-X
                                       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  WS-PARM-RESOLVE-X       PIC X(03).
           05  WS-PARM-RESOLVE REDEFINES WS-PARM-RESOLVE-X
                                       PIC 9(03).
           05  FILLER                  PIC X(64).
      * The response deadlines, in calendar days from the business
      * date the case was opened. SYSIN can override each for a run.
       01  WS-DEADLINE-RULES.
           05  WS-PROV-DAYS            PIC S9(09) COMP VALUE 10.
           05  WS-RESOLVE-DAYS         PIC S9(09) COMP VALUE 45.
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-DSPCASF-EOF                    VALUE 'Y'.
       01  WS-COUNT-FIELDS.
           05  WS-READ-CT              PIC 9(07) VALUE ZERO.
           05  WS-RESOLVED-CT          PIC 9(07) VALUE ZERO.
           05  WS-OPEN-CT              PIC 9(07) VALUE ZERO.
           05  WS-PROV-LATE-CT         PIC 9(07) VALUE ZERO.
           05  WS-RESOLVE-LATE-CT      PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-FIELDS.
           05  WS-OPEN-TOTAL           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-AGE-FIELDS.
           05  WS-OPEN-DAYS            PIC S9(07) COMP.
           05  WS-LEFT-DAYS            PIC S9(07) COMP.
      * Where a case stands against one deadline, built by
      * SET-DUE-TEXT from WS-LEFT-DAYS.
       01  WS-DUE-TEXT                 PIC X(17).
       01  WS-DUE-IN-TEXT.
           05  FILLER                  PIC X(07) VALUE 'DUE IN '.
           05  DUE-IN-DAYS             PIC Z(03)9.
           05  FILLER                  PIC X(06) VALUE ' DAYS '.
       01  WS-OVERDUE-TEXT.
           05  FILLER                  PIC X(08) VALUE 'OVERDUE '.
           05  OVERDUE-DAYS            PIC Z(03)9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
      * Day-serial date arithmetic, same shape as TRNARCH.
       01  WS-DATE-FIELDS.
           05  WS-D2D-DATE             PIC 9(08).
           05  WS-D2D-DATE-R REDEFINES WS-D2D-DATE.
               10  WS-D2D-YEAR         PIC 9(04).
               10  WS-D2D-MONTH        PIC 9(02).
               10  WS-D2D-DAY          PIC 9(02).
           05  WS-D2D-DAYS             PIC S9(09) COMP.
           05  WS-D2D-WORK-YEAR        PIC S9(09) COMP.
           05  WS-D2D-Q4               PIC S9(09) COMP.
           05  WS-D2D-Q100             PIC S9(09) COMP.
           05  WS-D2D-Q400             PIC S9(09) COMP.
           05  WS-REPORT-DAYS          PIC S9(09) COMP.
       01  WS-MONTH-OFFSET-DATA.
           05  FILLER                  PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DATA.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'DSPAGE - OPEN DISPUTE CASES AT          '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(17) VALUE
                   '  PROV CREDIT IN '.
           05  HDR-PROV-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE
                   ' DAYS, RESOLUTION IN'.
           05  HDR-RESOLVE-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  DTL-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ACCT                PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-REASON              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-AMOUNT              PIC Z(08)9.99-.
           05  FILLER                  PIC X(08) VALUE ' OPENED='.
           05  DTL-OPENED              PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' DAYS='.
           05  DTL-DAYS                PIC Z(04)9.
           05  FILLER                  PIC X(06) VALUE ' PROV='.
           05  DTL-PROV                PIC X(17).
           05  FILLER                  PIC X(09) VALUE ' RESOLVE='.
           05  DTL-RESOLVE             PIC X(17).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  RPT-AMOUNT-LINE.
           05  AMT-TEXT                PIC X(40).
           05  AMT-VALUE               PIC Z(10)9.99-.
           05  FILLER                  PIC X(77) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-SYSIN-CARD.
           PERFORM LOAD-DEADLINE-RULES.
           IF WS-REPORT-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF WS-REPORT-DATE NOT NUMERIC
               DISPLAY 'DSPAGE ERROR BAD REPORT DATE='
                       WS-REPORT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-DATE TO WS-D2D-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-D2D-DAYS TO WS-REPORT-DAYS.
           PERFORM OPEN-FILES.
           MOVE WS-REPORT-DATE  TO HDR-DATE.
           MOVE WS-PROV-DAYS    TO HDR-PROV-DAYS.
           MOVE WS-RESOLVE-DAYS TO HDR-RESOLVE-DAYS.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           PERFORM READ-DSPCASF.
           PERFORM EXAMINE-ONE-CASE
                   UNTIL WS-DSPCASF-EOF.
           PERFORM PRINT-TOTALS.
           CLOSE DSPCASF-FILE RPTOUT-FILE.
           IF WS-PROV-LATE-CT > ZERO
              OR WS-RESOLVE-LATE-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'DSPAGE READ=' WS-READ-CT
                   ' OPEN=' WS-OPEN-CT
                   ' PROV-OVERDUE=' WS-PROV-LATE-CT
                   ' RESOLVE-OVERDUE=' WS-RESOLVE-LATE-CT
                   ' DISPUTED=' WS-OPEN-TOTAL.
           STOP RUN.
      *
      *****************************************************************
      * LOAD-DEADLINE-RULES - take any SYSIN overrides. A field that
      * is not blank must be numeric, and the provisional credit
      * deadline cannot fall after the resolution deadline, or the
      * run stops before anything is read.
      *****************************************************************
       LOAD-DEADLINE-RULES.
           IF WS-PARM-PROV-X NOT EQUAL SPACES
               IF WS-PARM-PROV-X NUMERIC
                   MOVE WS-PARM-PROV TO WS-PROV-DAYS
               ELSE
                   DISPLAY 'DSPAGE ERROR BAD PROV CREDIT DAYS='
                           WS-PARM-PROV-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PARM-RESOLVE-X NOT EQUAL SPACES
               IF WS-PARM-RESOLVE-X NUMERIC
                   MOVE WS-PARM-RESOLVE TO WS-RESOLVE-DAYS
               ELSE
                   DISPLAY 'DSPAGE ERROR BAD RESOLUTION DAYS='
                           WS-PARM-RESOLVE-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PROV-DAYS > WS-RESOLVE-DAYS
               DISPLAY 'DSPAGE ERROR PROV CREDIT DAYS=' WS-PROV-DAYS
                       ' AFTER RESOLUTION DAYS=' WS-RESOLVE-DAYS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - no report date on SYSIN: age the cases
      * against the business date on the BUSDATF control record. A
      * missing control record stops the run.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'DSPAGE ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'DSPAGE ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE.
           CLOSE BUSDATF-FILE.
      *
       OPEN-FILES.
           OPEN INPUT DSPCASF-FILE.
           IF WS-DSPCASF-STATUS NOT EQUAL '00'
               DISPLAY 'DSPAGE ERROR DSPCASF OPEN STATUS='
                       WS-DSPCASF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPTOUT-FILE.
           IF WS-RPTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'DSPAGE ERROR RPTOUT OPEN STATUS='
                       WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       EXAMINE-ONE-CASE.
           ADD 1 TO WS-READ-CT.
           IF DSP-OPEN
               PERFORM REPORT-ONE-CASE
           ELSE
               ADD 1 TO WS-RESOLVED-CT
           END-IF.
           PERFORM READ-DSPCASF.
      *
       REPORT-ONE-CASE.
           ADD 1 TO WS-OPEN-CT.
           ADD DSP-DISPUTED-AMOUNT TO WS-OPEN-TOTAL.
           MOVE DSP-CORR-ID         TO DTL-CORR-ID.
           MOVE DSP-ACCOUNT-ID      TO DTL-ACCT.
           MOVE DSP-REASON-CODE     TO DTL-REASON.
           MOVE DSP-DISPUTED-AMOUNT TO DTL-AMOUNT.
           MOVE DSP-OPEN-DATE       TO DTL-OPENED.
           PERFORM SET-OPEN-DAYS.
           MOVE WS-OPEN-DAYS TO DTL-DAYS.
           IF DSP-PROV-GIVEN
               MOVE 'GIVEN' TO DTL-PROV
           ELSE
               COMPUTE WS-LEFT-DAYS = WS-PROV-DAYS - WS-OPEN-DAYS
               PERFORM SET-DUE-TEXT
               MOVE WS-DUE-TEXT TO DTL-PROV
               IF WS-LEFT-DAYS < ZERO
                   ADD 1 TO WS-PROV-LATE-CT
               END-IF
           END-IF.
           COMPUTE WS-LEFT-DAYS = WS-RESOLVE-DAYS - WS-OPEN-DAYS.
           PERFORM SET-DUE-TEXT.
           MOVE WS-DUE-TEXT TO DTL-RESOLVE.
           IF WS-LEFT-DAYS < ZERO
               ADD 1 TO WS-RESOLVE-LATE-CT
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * SET-OPEN-DAYS - calendar days since the case was opened. An
      * unusable opening date ages the case from the report date
      * itself and is noted for correction.
      *****************************************************************
       SET-OPEN-DAYS.
           IF DSP-OPEN-DATE NUMERIC
               MOVE DSP-OPEN-DATE TO WS-D2D-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-OPEN-DAYS =
                       WS-REPORT-DAYS - WS-D2D-DAYS
               IF WS-OPEN-DAYS < ZERO
                   MOVE ZERO TO WS-OPEN-DAYS
               END-IF
           ELSE
               DISPLAY 'DSPAGE NOTE BAD OPEN DATE=' DSP-OPEN-DATE
                       ' corr-id=' DSP-CORR-ID
               MOVE ZERO TO WS-OPEN-DAYS
           END-IF.
      *
       SET-DUE-TEXT.
           IF WS-LEFT-DAYS < ZERO
               COMPUTE OVERDUE-DAYS = ZERO - WS-LEFT-DAYS
               MOVE WS-OVERDUE-TEXT TO WS-DUE-TEXT
           ELSE
               MOVE WS-LEFT-DAYS TO DUE-IN-DAYS
               MOVE WS-DUE-IN-TEXT TO WS-DUE-TEXT
           END-IF.
      *
       READ-DSPCASF.
           READ DSPCASF-FILE
               AT END
                   SET WS-DSPCASF-EOF TO TRUE
           END-READ.
           IF NOT WS-DSPCASF-EOF
               IF WS-DSPCASF-STATUS NOT EQUAL '00'
                   DISPLAY 'DSPAGE ERROR DSPCASF READ STATUS='
                           WS-DSPCASF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DISPUTE CASES ON FILE:' TO TTL-TEXT.
           MOVE WS-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RESOLVED CASES:' TO TTL-TEXT.
           MOVE WS-RESOLVED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPEN CASES:' TO TTL-TEXT.
           MOVE WS-OPEN-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OVERDUE FOR PROVISIONAL CREDIT:' TO TTL-TEXT.
           MOVE WS-PROV-LATE-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OVERDUE FOR RESOLUTION:' TO TTL-TEXT.
           MOVE WS-RESOLVE-LATE-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT IN DISPUTE ON OPEN CASES:' TO AMT-TEXT.
           MOVE WS-OPEN-TOTAL TO AMT-VALUE.
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * DATE-TO-DAYS - turn WS-D2D-DATE (YYYYMMDD) into a day serial
      * in WS-D2D-DAYS. Standard civil-calendar arithmetic, same as
      * TRNARCH.
      *****************************************************************
       DATE-TO-DAYS.
           MOVE WS-D2D-YEAR TO WS-D2D-WORK-YEAR.
           IF WS-D2D-MONTH < 3
               SUBTRACT 1 FROM WS-D2D-WORK-YEAR
           END-IF.
           DIVIDE WS-D2D-WORK-YEAR BY 4
               GIVING WS-D2D-Q4.
           DIVIDE WS-D2D-WORK-YEAR BY 100
               GIVING WS-D2D-Q100.
           DIVIDE WS-D2D-WORK-YEAR BY 400
               GIVING WS-D2D-Q400.
           COMPUTE WS-D2D-DAYS =
                   WS-D2D-WORK-YEAR * 365
                 + WS-D2D-Q4 - WS-D2D-Q100 + WS-D2D-Q400
                 + WS-MONTH-OFFSET(WS-D2D-MONTH)
                 + WS-D2D-DAY.
           IF WS-D2D-MONTH < 3
               ADD 365 TO WS-D2D-DAYS
           END-IF.
