      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * RUNRPT - morning run-history report over the RUNCTLF batch
      * run-control file kept by RUNCTL. For each business date in
      * the range it lists the nightly stream in running order, one
      * line per job: run status, start and end (wall clock), elapsed
      * time, return code, the job's own input / output / exception
      * counts and the attempt count, with the force reason under
      * any run that needed a force card. A job that started but
      * never reached its end (abended, cancelled, still running)
      * shows NOT ENDED. A daily job with no record for the date
      * shows DID NOT RUN; the weekly DLYPURGE, the month-end
      * DORMRUN and FEEINT, CLOSRUN (run when there are closures to
      * settle) and CLRRTN (run when the clearing house sends
      * returns) show NOT RUN without counting against the night.
      * Each date closes with the stream's first start, last end
      * and overall elapsed time.
      *
      * SYSIN: optionally one record - cols 1-8 the first business
      * date, cols 10-17 the last (YYYYMMDD; the last defaults to the
      * first). An empty SYSIN reports the business day just closed
      * (BDT-PREV-DATE on the BUSDATF control record), which is what
      * the morning run wants after EODCUTOV has advanced the date.
      *
      * The job ends RC=4 when any daily job in the range did not
      * run, did not end, or failed, so the morning shift sees it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLF-FILE ASSIGN TO RUNCTLF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RUN-KEY
                  FILE STATUS IS WS-RUNCTLF-STATUS.
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
       FD  RUNCTLF-FILE.
       01  RUNC-RECORD.
           COPY RUNCREC.
       FD  RPTOUT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RUNCTLF-STATUS       PIC X(02).
           05  WS-RPTOUT-STATUS        PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
      * Starts as spaces so an empty (or DD DUMMY) SYSIN falls
      * through to the business-date default.
       01  WS-DATE-CARD                VALUE SPACES.
           05  WS-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(63).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-RUNCTLF-EOF                    VALUE 'Y'.
      * The nightly stream in running order, with how often each
      * job is scheduled: 'D' nightly, 'W' weekly, 'M' month end,
      * 'R' on request.
       01  WS-STREAM-DATA.
           05  FILLER                  PIC X(09) VALUE 'STORUN  D'.
           05  FILLER                  PIC X(09) VALUE 'CLOSRUN R'.
           05  FILLER                  PIC X(09) VALUE 'DORMRUN M'.
           05  FILLER                  PIC X(09) VALUE 'FEEINT  M'.
           05  FILLER                  PIC X(09) VALUE 'CLRRTN  R'.
           05  FILLER                  PIC X(09) VALUE 'PENDEXP D'.
           05  FILLER                  PIC X(09) VALUE 'NOTIFFMTD'.
           05  FILLER                  PIC X(09) VALUE 'AUDRPT  D'.
           05  FILLER                  PIC X(09) VALUE 'AUDRECOND'.
           05  FILLER                  PIC X(09) VALUE 'TRIALBALD'.
           05  FILLER                  PIC X(09) VALUE 'GLEXTR  D'.
           05  FILLER                  PIC X(09) VALUE 'CLRGEN  D'.
           05  FILLER                  PIC X(09) VALUE 'CTRRPT  D'.
           05  FILLER                  PIC X(09) VALUE 'ADJRPT  D'.
           05  FILLER                  PIC X(09) VALUE 'AUDARCH D'.
           05  FILLER                  PIC X(09) VALUE 'TRNARCH D'.
           05  FILLER                  PIC X(09) VALUE 'DLYPURGEW'.
           05  FILLER                  PIC X(09) VALUE 'EODCUTOVD'.
       01  WS-STREAM-TABLE REDEFINES WS-STREAM-DATA.
           05  WS-STREAM-ENTRY OCCURS 18 TIMES.
               10  WS-STR-JOB          PIC X(08).
               10  WS-STR-FREQ         PIC X(01).
                   88  WS-STR-DAILY              VALUE 'D'.
                   88  WS-STR-WEEKLY             VALUE 'W'.
                   88  WS-STR-MONTHLY            VALUE 'M'.
                   88  WS-STR-ON-REQUEST         VALUE 'R'.
       01  WS-STREAM-COUNT             PIC 9(04) COMP VALUE 18.
      * One date's run-control records, slotted by stream position.
       01  WS-SLOT-TABLE.
           05  WS-SLOT OCCURS 18 TIMES.
               10  WS-SLOT-SW          PIC X(01).
                   88  WS-SLOT-FOUND             VALUE 'Y'.
                   88  WS-SLOT-EMPTY             VALUE 'N'.
               10  WS-SLOT-RECORD      PIC X(120).
      * The record read ahead past a date break, held while the
      * finished date is printed from the slots.
       01  WS-HOLD-RECORD              PIC X(120).
       01  WS-GROUP-DATE               PIC X(08).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-FOUND-SUB                PIC 9(04) COMP.
      * Earliest start and latest end of the date's stream, as
      * date+time so one compare orders them.
       01  WS-STREAM-SPAN.
           05  WS-FIRST-START.
               10  WS-FIRST-START-DATE PIC X(08).
               10  WS-FIRST-START-TIME PIC X(06).
           05  WS-LAST-END.
               10  WS-LAST-END-DATE    PIC X(08).
               10  WS-LAST-END-TIME    PIC X(06).
           05  WS-RUN-START.
               10  WS-RUN-START-DATE   PIC X(08).
               10  WS-RUN-START-TIME   PIC X(06).
           05  WS-RUN-END.
               10  WS-RUN-END-DATE     PIC X(08).
               10  WS-RUN-END-TIME     PIC X(06).
       01  WS-DAY-COUNT-FIELDS.
           05  WS-DAY-COMPLETE-CT      PIC 9(04) COMP.
           05  WS-DAY-FAILED-CT        PIC 9(04) COMP.
           05  WS-DAY-NOT-ENDED-CT     PIC 9(04) COMP.
           05  WS-DAY-MISSED-CT        PIC 9(04) COMP.
       01  WS-COUNT-FIELDS.
           05  WS-READ-CT              PIC 9(07) VALUE ZERO.
           05  WS-DATE-CT              PIC 9(07) VALUE ZERO.
           05  WS-COMPLETE-CT          PIC 9(07) VALUE ZERO.
           05  WS-FAILED-CT            PIC 9(07) VALUE ZERO.
           05  WS-NOT-ENDED-CT         PIC 9(07) VALUE ZERO.
           05  WS-MISSED-CT            PIC 9(07) VALUE ZERO.
           05  WS-OTHER-CT             PIC 9(07) VALUE ZERO.
      * Elapsed time between two wall-clock stamps; a run that
      * crosses midnight spans two dates.
       01  WS-ELAPSED-FIELDS.
           05  WS-EL-FROM-DATE         PIC X(08).
           05  WS-EL-FROM-TIME         PIC X(06).
           05  WS-EL-TO-DATE           PIC X(08).
           05  WS-EL-TO-TIME           PIC X(06).
           05  WS-EL-TIME              PIC 9(06).
           05  WS-EL-TIME-R REDEFINES WS-EL-TIME.
               10  WS-EL-HH            PIC 9(02).
               10  WS-EL-MM            PIC 9(02).
               10  WS-EL-SS            PIC 9(02).
           05  WS-EL-FROM-DAYS         PIC S9(09) COMP.
           05  WS-EL-FROM-SECS         PIC S9(09) COMP.
           05  WS-EL-TO-SECS           PIC S9(09) COMP.
           05  WS-EL-SECS              PIC S9(09) COMP.
           05  WS-EL-REM               PIC S9(09) COMP.
       01  WS-ELAPSED-EDIT.
           05  WS-ELE-HH               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE ':'.
           05  WS-ELE-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ':'.
           05  WS-ELE-SS               PIC 9(02).
       01  WS-ELAPSED-TEXT REDEFINES WS-ELAPSED-EDIT
                                       PIC X(09).
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
       01  WS-MONTH-OFFSET-DATA.
           05  FILLER                  PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-DATA.
           05  WS-MONTH-OFFSET OCCURS 12 TIMES
                                       PIC 9(03).
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'RUNRPT - NIGHTLY BATCH RUN HISTORY FROM '.
           05  HDR-FROM-DATE           PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  HDR-TO-DATE             PIC X(08).
           05  FILLER                  PIC X(72) VALUE SPACES.
       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(14) VALUE
                   'BUSINESS DATE '.
           05  DTE-DATE                PIC X(08).
           05  FILLER                  PIC X(110) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(09) VALUE 'JOB'.
           05  FILLER                  PIC X(08) VALUE 'FREQ'.
           05  FILLER                  PIC X(12) VALUE 'STATUS'.
           05  FILLER                  PIC X(16) VALUE 'STARTED'.
           05  FILLER                  PIC X(16) VALUE 'ENDED'.
           05  FILLER                  PIC X(10) VALUE 'ELAPSED'.
           05  FILLER                  PIC X(61) VALUE
                   'RETURN CODE AND COUNTS'.
       01  RPT-DETAIL-LINE.
           05  DTL-JOB                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-FREQ                PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-STATUS              PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-START-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-START-TIME          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-END-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-END-TIME            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ELAPSED             PIC X(09).
           05  DTL-COUNTS.
               10  FILLER              PIC X(04) VALUE ' RC='.
               10  DTL-RC              PIC Z(03)9.
               10  FILLER              PIC X(04) VALUE ' IN='.
               10  DTL-IN              PIC Z(08)9.
               10  FILLER              PIC X(05) VALUE ' OUT='.
               10  DTL-OUT             PIC Z(08)9.
               10  FILLER              PIC X(05) VALUE ' EXC='.
               10  DTL-EXC             PIC Z(08)9.
               10  FILLER              PIC X(05) VALUE ' TRY='.
               10  DTL-TRY             PIC ZZ9.
           05  DTL-COUNTS-X REDEFINES DTL-COUNTS
                                       PIC X(57).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  RPT-FORCE-LINE.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'FORCED: '.
           05  FRL-REASON              PIC X(40).
           05  FILLER                  PIC X(67) VALUE SPACES.
       01  RPT-STREAM-LINE.
           05  FILLER                  PIC X(19) VALUE
                   'STREAM FIRST START '.
           05  STL-START-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  STL-START-TIME          PIC X(06).
           05  FILLER                  PIC X(10) VALUE ' LAST END '.
           05  STL-END-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  STL-END-TIME            PIC X(06).
           05  FILLER                  PIC X(09) VALUE ' ELAPSED '.
           05  STL-ELAPSED             PIC X(09).
           05  FILLER                  PIC X(11) VALUE ' COMPLETED='.
           05  STL-COMPLETE            PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE ' FAILED='.
           05  STL-FAILED              PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE ' NOT ENDED='.
           05  STL-NOT-ENDED           PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE
                   ' DID NOT RUN='.
           05  STL-MISSED              PIC ZZ9.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-DATE-CARD.
           IF WS-FROM-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF WS-TO-DATE EQUAL SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
              OR WS-TO-DATE NOT NUMERIC
              OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'RUNRPT ERROR BAD DATE CARD=' WS-DATE-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           MOVE WS-FROM-DATE TO HDR-FROM-DATE.
           MOVE WS-TO-DATE   TO HDR-TO-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           PERFORM START-RUNCTLF.
           IF NOT WS-RUNCTLF-EOF
               PERFORM READ-RUNCTLF
           END-IF.
           PERFORM REPORT-ONE-DATE
                   UNTIL WS-RUNCTLF-EOF.
      * Nothing at all recorded for the range: show the first date's
      * stream as not run rather than an empty page.
           IF WS-DATE-CT EQUAL ZERO
               MOVE WS-FROM-DATE TO WS-GROUP-DATE
               PERFORM CLEAR-SLOTS
               PERFORM PRINT-ONE-DATE
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE RUNCTLF-FILE RPTOUT-FILE.
           DISPLAY 'RUNRPT READ=' WS-READ-CT
                   ' DATES=' WS-DATE-CT
                   ' COMPLETED=' WS-COMPLETE-CT
                   ' FAILED=' WS-FAILED-CT
                   ' NOT-ENDED=' WS-NOT-ENDED-CT
                   ' DID-NOT-RUN=' WS-MISSED-CT.
           IF WS-FAILED-CT > ZERO
              OR WS-NOT-ENDED-CT > ZERO
              OR WS-MISSED-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - no SYSIN card: report the business day
      * EODCUTOV has just closed. Before the first cutover there is
      * no previous date, so report the current one.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               DISPLAY 'RUNRPT ERROR BUSDATF OPEN STATUS='
                       WS-BUSDATF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE ' TO BDT-CONTROL-ID.
           READ BUSDATF-FILE
               INVALID KEY
                   DISPLAY 'RUNRPT ERROR NO BUSDATE CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF BDT-PREV-DATE EQUAL SPACES
               MOVE BDT-BUSINESS-DATE TO WS-FROM-DATE
           ELSE
               MOVE BDT-PREV-DATE TO WS-FROM-DATE
           END-IF.
           CLOSE BUSDATF-FILE.
      *
       OPEN-FILES.
           OPEN INPUT RUNCTLF-FILE.
           IF WS-RUNCTLF-STATUS NOT EQUAL '00'
               DISPLAY 'RUNRPT ERROR RUNCTLF OPEN STATUS='
                       WS-RUNCTLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPTOUT-FILE.
           IF WS-RPTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'RUNRPT ERROR RPTOUT OPEN STATUS='
                       WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       START-RUNCTLF.
           MOVE WS-FROM-DATE TO RUN-BUS-DATE.
           MOVE LOW-VALUES   TO RUN-JOB-NAME.
           START RUNCTLF-FILE KEY NOT LESS THAN RUN-KEY
               INVALID KEY
                   SET WS-RUNCTLF-EOF TO TRUE
           END-START.
      *
      *****************************************************************
      * READ-RUNCTLF - next record in key (date, job) order; a date
      * past the end of the range ends the browse.
      *****************************************************************
       READ-RUNCTLF.
           READ RUNCTLF-FILE NEXT
               AT END
                   SET WS-RUNCTLF-EOF TO TRUE
           END-READ.
           IF NOT WS-RUNCTLF-EOF
               IF WS-RUNCTLF-STATUS NOT EQUAL '00'
                   DISPLAY 'RUNRPT ERROR RUNCTLF READ STATUS='
                           WS-RUNCTLF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RUN-BUS-DATE > WS-TO-DATE
                   SET WS-RUNCTLF-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-READ-CT
               END-IF
           END-IF.
      *
      *****************************************************************
      * REPORT-ONE-DATE - slot every record of the current date, then
      * print the date's stream. The record read past the break
      * belongs to the next date and is held across the printing.
      *****************************************************************
       REPORT-ONE-DATE.
           MOVE RUN-BUS-DATE TO WS-GROUP-DATE.
           PERFORM CLEAR-SLOTS.
           PERFORM COLLECT-ONE-RUN
                   UNTIL WS-RUNCTLF-EOF
                      OR RUN-BUS-DATE NOT EQUAL WS-GROUP-DATE.
           MOVE RUNC-RECORD TO WS-HOLD-RECORD.
           PERFORM PRINT-ONE-DATE.
           MOVE WS-HOLD-RECORD TO RUNC-RECORD.
      *
       CLEAR-SLOTS.
           PERFORM CLEAR-ONE-SLOT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STREAM-COUNT.
      *
       CLEAR-ONE-SLOT.
           SET WS-SLOT-EMPTY(WS-SUB) TO TRUE.
           MOVE SPACES TO WS-SLOT-RECORD(WS-SUB).
      *
       COLLECT-ONE-RUN.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM MATCH-STREAM-JOB
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STREAM-COUNT.
           IF WS-FOUND-SUB EQUAL ZERO
               ADD 1 TO WS-OTHER-CT
               DISPLAY 'RUNRPT NOTE JOB NOT IN THE NIGHTLY STREAM '
                       RUN-JOB-NAME ' DATE=' RUN-BUS-DATE
           ELSE
               SET WS-SLOT-FOUND(WS-FOUND-SUB) TO TRUE
               MOVE RUNC-RECORD TO WS-SLOT-RECORD(WS-FOUND-SUB)
           END-IF.
           PERFORM READ-RUNCTLF.
      *
       MATCH-STREAM-JOB.
           IF WS-STR-JOB(WS-SUB) EQUAL RUN-JOB-NAME
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
      *
       PRINT-ONE-DATE.
           ADD 1 TO WS-DATE-CT.
           MOVE ZERO TO WS-DAY-COMPLETE-CT.
           MOVE ZERO TO WS-DAY-FAILED-CT.
           MOVE ZERO TO WS-DAY-NOT-ENDED-CT.
           MOVE ZERO TO WS-DAY-MISSED-CT.
           MOVE HIGH-VALUES TO WS-FIRST-START.
           MOVE LOW-VALUES  TO WS-LAST-END.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-GROUP-DATE TO DTE-DATE.
           WRITE RPT-LINE FROM RPT-DATE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPT-LINE FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           PERFORM PRINT-ONE-JOB
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STREAM-COUNT.
           PERFORM PRINT-STREAM-LINE.
      *
       PRINT-ONE-JOB.
           MOVE WS-STR-JOB(WS-SUB) TO DTL-JOB.
           IF WS-STR-DAILY(WS-SUB)
               MOVE 'DAILY' TO DTL-FREQ
           ELSE
               IF WS-STR-WEEKLY(WS-SUB)
                   MOVE 'WEEKLY' TO DTL-FREQ
               ELSE
                   IF WS-STR-MONTHLY(WS-SUB)
                       MOVE 'MONTHLY' TO DTL-FREQ
                   ELSE
                       MOVE 'REQUEST' TO DTL-FREQ
                   END-IF
               END-IF
           END-IF.
           IF WS-SLOT-FOUND(WS-SUB)
               MOVE WS-SLOT-RECORD(WS-SUB) TO RUNC-RECORD
               PERFORM FORMAT-RUN-DETAIL
           ELSE
               PERFORM FORMAT-MISSING-DETAIL
           END-IF.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SLOT-FOUND(WS-SUB)
               IF RUN-FORCED
                   MOVE RUN-FORCE-REASON TO FRL-REASON
                   WRITE RPT-LINE FROM RPT-FORCE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *
      *****************************************************************
      * FORMAT-RUN-DETAIL - a recorded run. A run with no end stamp
      * has no return code or elapsed time to show.
      *****************************************************************
       FORMAT-RUN-DETAIL.
           MOVE RUN-START-DATE TO DTL-START-DATE.
           MOVE RUN-START-TIME TO DTL-START-TIME.
           MOVE RUN-START-DATE TO WS-RUN-START-DATE.
           MOVE RUN-START-TIME TO WS-RUN-START-TIME.
           IF WS-RUN-START < WS-FIRST-START
               MOVE WS-RUN-START TO WS-FIRST-START
           END-IF.
           IF RUN-STARTED
               MOVE 'NOT ENDED' TO DTL-STATUS
               MOVE SPACES TO DTL-END-DATE
               MOVE SPACES TO DTL-END-TIME
               MOVE SPACES TO DTL-ELAPSED
               MOVE SPACES TO DTL-COUNTS-X
               ADD 1 TO WS-DAY-NOT-ENDED-CT
               ADD 1 TO WS-NOT-ENDED-CT
           ELSE
               IF RUN-COMPLETED
                   MOVE 'COMPLETED' TO DTL-STATUS
                   ADD 1 TO WS-DAY-COMPLETE-CT
                   ADD 1 TO WS-COMPLETE-CT
               ELSE
                   MOVE 'FAILED' TO DTL-STATUS
                   ADD 1 TO WS-DAY-FAILED-CT
                   ADD 1 TO WS-FAILED-CT
               END-IF
               MOVE RUN-END-DATE TO DTL-END-DATE
               MOVE RUN-END-TIME TO DTL-END-TIME
               MOVE RUN-END-DATE TO WS-RUN-END-DATE
               MOVE RUN-END-TIME TO WS-RUN-END-TIME
               IF WS-RUN-END > WS-LAST-END
                   MOVE WS-RUN-END TO WS-LAST-END
               END-IF
               MOVE RUN-START-DATE TO WS-EL-FROM-DATE
               MOVE RUN-START-TIME TO WS-EL-FROM-TIME
               MOVE RUN-END-DATE   TO WS-EL-TO-DATE
               MOVE RUN-END-TIME   TO WS-EL-TO-TIME
               PERFORM SET-ELAPSED
               MOVE WS-ELAPSED-TEXT TO DTL-ELAPSED
               MOVE ' RC=' TO DTL-COUNTS-X(1:4)
               MOVE RUN-RETURN-CODE TO DTL-RC
               MOVE ' IN=' TO DTL-COUNTS-X(9:4)
               MOVE RUN-INPUT-CT TO DTL-IN
               MOVE ' OUT=' TO DTL-COUNTS-X(22:5)
               MOVE RUN-OUTPUT-CT TO DTL-OUT
               MOVE ' EXC=' TO DTL-COUNTS-X(36:5)
               MOVE RUN-EXCEPTION-CT TO DTL-EXC
               MOVE ' TRY=' TO DTL-COUNTS-X(50:5)
               MOVE RUN-ATTEMPT-CT TO DTL-TRY
           END-IF.
      *
      *****************************************************************
      * FORMAT-MISSING-DETAIL - no record for the job on the date.
      * Only a nightly job is missed; the weekly, month-end and
      * on-request jobs are simply not due most nights.
      *****************************************************************
       FORMAT-MISSING-DETAIL.
           IF WS-STR-DAILY(WS-SUB)
               MOVE 'DID NOT RUN' TO DTL-STATUS
               ADD 1 TO WS-DAY-MISSED-CT
               ADD 1 TO WS-MISSED-CT
           ELSE
               MOVE 'NOT RUN' TO DTL-STATUS
           END-IF.
           MOVE SPACES TO DTL-START-DATE.
           MOVE SPACES TO DTL-START-TIME.
           MOVE SPACES TO DTL-END-DATE.
           MOVE SPACES TO DTL-END-TIME.
           MOVE SPACES TO DTL-ELAPSED.
           MOVE SPACES TO DTL-COUNTS-X.
      *
       PRINT-STREAM-LINE.
           MOVE SPACES TO STL-START-DATE.
           MOVE SPACES TO STL-START-TIME.
           MOVE SPACES TO STL-END-DATE.
           MOVE SPACES TO STL-END-TIME.
           MOVE SPACES TO STL-ELAPSED.
           IF WS-FIRST-START NOT EQUAL HIGH-VALUES
               MOVE WS-FIRST-START-DATE TO STL-START-DATE
               MOVE WS-FIRST-START-TIME TO STL-START-TIME
           END-IF.
           IF WS-FIRST-START NOT EQUAL HIGH-VALUES
              AND WS-LAST-END NOT EQUAL LOW-VALUES
               MOVE WS-LAST-END-DATE TO STL-END-DATE
               MOVE WS-LAST-END-TIME TO STL-END-TIME
               MOVE WS-FIRST-START-DATE TO WS-EL-FROM-DATE
               MOVE WS-FIRST-START-TIME TO WS-EL-FROM-TIME
               MOVE WS-LAST-END-DATE    TO WS-EL-TO-DATE
               MOVE WS-LAST-END-TIME    TO WS-EL-TO-TIME
               PERFORM SET-ELAPSED
               MOVE WS-ELAPSED-TEXT TO STL-ELAPSED
           END-IF.
           MOVE WS-DAY-COMPLETE-CT  TO STL-COMPLETE.
           MOVE WS-DAY-FAILED-CT    TO STL-FAILED.
           MOVE WS-DAY-NOT-ENDED-CT TO STL-NOT-ENDED.
           MOVE WS-DAY-MISSED-CT    TO STL-MISSED.
           WRITE RPT-LINE FROM RPT-STREAM-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * SET-ELAPSED - WS-EL-FROM to WS-EL-TO as HHH:MM:SS in
      * WS-ELAPSED-TEXT, across midnight when the dates differ.
      * Unreadable stamps show blank rather than a wrong figure.
      *****************************************************************
       SET-ELAPSED.
           MOVE SPACES TO WS-ELAPSED-TEXT.
           IF WS-EL-FROM-DATE NUMERIC AND WS-EL-FROM-TIME NUMERIC
              AND WS-EL-TO-DATE NUMERIC AND WS-EL-TO-TIME NUMERIC
               MOVE WS-EL-FROM-DATE TO WS-D2D-DATE
               PERFORM DATE-TO-DAYS
               MOVE WS-D2D-DAYS TO WS-EL-FROM-DAYS
               MOVE WS-EL-FROM-TIME TO WS-EL-TIME
               COMPUTE WS-EL-FROM-SECS =
                       WS-EL-HH * 3600 + WS-EL-MM * 60 + WS-EL-SS
               MOVE WS-EL-TO-DATE TO WS-D2D-DATE
               PERFORM DATE-TO-DAYS
               MOVE WS-EL-TO-TIME TO WS-EL-TIME
               COMPUTE WS-EL-TO-SECS =
                       WS-EL-HH * 3600 + WS-EL-MM * 60 + WS-EL-SS
               COMPUTE WS-EL-SECS =
                       (WS-D2D-DAYS - WS-EL-FROM-DAYS) * 86400
                     + WS-EL-TO-SECS - WS-EL-FROM-SECS
               IF WS-EL-SECS NOT < ZERO
                   DIVIDE WS-EL-SECS BY 3600
                       GIVING WS-ELE-HH REMAINDER WS-EL-REM
                   DIVIDE WS-EL-REM BY 60
                       GIVING WS-ELE-MM REMAINDER WS-ELE-SS
                   MOVE ':' TO WS-ELAPSED-TEXT(4:1)
                   MOVE ':' TO WS-ELAPSED-TEXT(7:1)
               END-IF
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BUSINESS DATES REPORTED:' TO TTL-TEXT.
           MOVE WS-DATE-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RUNS COMPLETED:' TO TTL-TEXT.
           MOVE WS-COMPLETE-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RUNS FAILED (RC OVER 4):' TO TTL-TEXT.
           MOVE WS-FAILED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RUNS STARTED AND NOT ENDED:' TO TTL-TEXT.
           MOVE WS-NOT-ENDED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NIGHTLY JOBS THAT DID NOT RUN:' TO TTL-TEXT.
           MOVE WS-MISSED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           IF WS-OTHER-CT > ZERO
               MOVE 'RECORDS FOR JOBS NOT IN THE STREAM:' TO TTL-TEXT
               MOVE WS-OTHER-CT TO TTL-COUNT
               WRITE RPT-LINE FROM RPT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
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
