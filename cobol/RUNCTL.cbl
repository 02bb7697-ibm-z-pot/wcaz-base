      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * RUNCTL - nightly batch run control. CALLed by every job in
      * the nightly stream (AUDRPT, AUDRECON, TRIALBAL, GLEXTR,
      * AUDARCH, TRNARCH, DLYPURGE, PENDEXP, STORUN, NOTIFFMT,
      * DORMRUN, FEEINT, CLRGEN, CTRRPT, ADJRPT, EODCUTOV, CLOSRUN
      * when there are closures to settle and CLRRTN when there are
      * returns to take in) with the RUNCAREA parameter area,
      * once before the job touches any file and once at its normal
      * end.
      * Each job's run is recorded on the RUNCTLF KSDS (layout
      * RUNCREC) under the business date it belongs to.
      *
      * START refuses the run (RCA-REFUSED) when
      *   - a prerequisite job in WS-PREREQ-TABLE has not completed
      *     for the date: never run (a required prerequisite), still
      *     STARTED (running, or abended and not yet rerun), or
      *     FAILED - a failed prerequisite alone can be overridden
      *     by a force card once operations has reviewed it;
      *   - the job has already COMPLETED for the date and no force
      *     card names it. A job whose earlier run abended (STARTED)
      *     or ended badly (FAILED) may simply be rerun - the
      *     restartable jobs resume from their CKPTF checkpoint.
      * Otherwise the record is written (or rewritten for a rerun)
      * as STARTED with the start stamp and the attempt count.
      * END stamps the record COMPLETED (return code 4 or under) or
      * FAILED. An error exit that stops a job without calling END
      * leaves the record STARTED, which is how RUNRPT tells a run
      * that never finished.
      *
      * RUNFORCE (optional, normally DD DUMMY): force cards, cols 1-5
      * 'FORCE', 7-14 job name, 16-23 business date (YYYYMMDD),
      * 25-64 the reason, recorded on the run-control record. A card
      * only counts for the job and date it names, so one force deck
      * cannot release anything else in the stream.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLF-FILE ASSIGN TO RUNCTLF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RUN-KEY
                  FILE STATUS IS WS-RUNCTLF-STATUS.
           SELECT BUSDATF-FILE ASSIGN TO BUSDATF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-CONTROL-ID
                  FILE STATUS IS WS-BUSDATF-STATUS.
           SELECT OPTIONAL RUNFORCE-FILE ASSIGN TO RUNFORCE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNFORCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTLF-FILE.
       01  RUNC-RECORD.
           COPY RUNCREC.
       FD  BUSDATF-FILE.
       01  BUSD-RECORD.
           COPY BUSDREC.
       FD  RUNFORCE-FILE
           RECORDING MODE IS F.
       01  FORCE-CARD.
           05  FRC-KEYWORD             PIC X(05).
           05  FILLER                  PIC X(01).
           05  FRC-JOB-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FRC-BUS-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FRC-REASON              PIC X(40).
           05  FILLER                  PIC X(16).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RUNCTLF-STATUS       PIC X(02).
           05  WS-BUSDATF-STATUS       PIC X(02).
           05  WS-RUNFORCE-STATUS      PIC X(02).
       01  WS-SW-FIELDS.
           05  WS-FORCE-EOF-SW         PIC X(01).
               88  WS-RUNFORCE-EOF               VALUE 'Y'.
           05  WS-FORCE-SW             PIC X(01).
               88  WS-FORCE-SUPPLIED             VALUE 'Y'.
               88  WS-NO-FORCE                   VALUE 'N'.
           05  WS-FORCE-USED-SW        PIC X(01).
               88  WS-FORCE-USED                 VALUE 'Y'.
               88  WS-FORCE-NOT-USED             VALUE 'N'.
           05  WS-OWN-SW               PIC X(01).
               88  WS-OWN-FOUND                  VALUE 'Y'.
               88  WS-OWN-MISSING                VALUE 'N'.
       01  WS-FORCE-REASON             PIC X(40).
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC 9(08).
           05  WS-STAMP-TIME           PIC 9(08).
      * Prerequisites: the job, the job it waits on, and how hard
      * the wait is. 'R' - the prerequisite must have completed for
      * the date. 'C' - it need not have run at all, but once it
      * has started on the date it must have finished: STORUN and
      * FEEINT (month end only) post money the proofs and the
      * cutover must see, but neither is on every night's stream;
      * FEEINT in turn must see the month's DORMRUN dormancy marks
      * before it decides which accounts pay the service fee.
      * CLOSRUN runs only on nights with closure requests; once it
      * has started, FEEINT must not pay interest or a fee on an
      * account it is settling, the proofs and the cutover must see
      * its postings and NOTIFFMT its closure confirmations, and
      * CLRGEN must not cut the clearing file before its payee
      * payouts are on TRANF.
      * CLRRTN runs when the clearing house sends returns; once it
      * has started, GLEXTR must see its 'RTN ' postings, NOTIFFMT
      * its return notices and the cutover the finished run. CTRRPT
      * must see the night's STORUN postings. CTRRPT and ADJRPT
      * report the business date, so EODCUTOV must not roll it
      * while either is part-way through.
       01  WS-PREREQ-DATA.
           05  FILLER                  PIC X(17) VALUE
               'AUDARCH AUDRECONR'.
           05  FILLER                  PIC X(17) VALUE
               'FEEINT  DORMRUN C'.
           05  FILLER                  PIC X(17) VALUE
               'TRIALBALSTORUN  C'.
           05  FILLER                  PIC X(17) VALUE
               'TRIALBALFEEINT  C'.
           05  FILLER                  PIC X(17) VALUE
               'GLEXTR  STORUN  C'.
           05  FILLER                  PIC X(17) VALUE
               'GLEXTR  FEEINT  C'.
           05  FILLER                  PIC X(17) VALUE
               'NOTIFFMTPENDEXP C'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVAUDRPT  R'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVAUDRECONR'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVTRIALBALR'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVGLEXTR  R'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVSTORUN  C'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVFEEINT  C'.
           05  FILLER                  PIC X(17) VALUE
               'FEEINT  CLOSRUN C'.
           05  FILLER                  PIC X(17) VALUE
               'TRIALBALCLOSRUN C'.
           05  FILLER                  PIC X(17) VALUE
               'GLEXTR  CLOSRUN C'.
           05  FILLER                  PIC X(17) VALUE
               'NOTIFFMTCLOSRUN C'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVCLOSRUN C'.
           05  FILLER                  PIC X(17) VALUE
               'CLRGEN  CLOSRUN C'.
           05  FILLER                  PIC X(17) VALUE
               'GLEXTR  CLRRTN  C'.
           05  FILLER                  PIC X(17) VALUE
               'NOTIFFMTCLRRTN  C'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVCLRRTN  C'.
           05  FILLER                  PIC X(17) VALUE
               'CTRRPT  STORUN  C'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVCTRRPT  C'.
           05  FILLER                  PIC X(17) VALUE
               'EODCUTOVADJRPT  C'.
       01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-DATA.
           05  WS-PREREQ-ENTRY OCCURS 25 TIMES.
               10  WS-PRQ-JOB          PIC X(08).
               10  WS-PRQ-NEEDS        PIC X(08).
               10  WS-PRQ-TYPE         PIC X(01).
                   88  WS-PRQ-REQUIRED           VALUE 'R'.
                   88  WS-PRQ-CONDITIONAL        VALUE 'C'.
       01  WS-PREREQ-COUNT             PIC 9(04) COMP VALUE 25.
       01  WS-PRQ-SUB                  PIC 9(04) COMP.
      *
       LINKAGE SECTION.
       01  RUNC-AREA.
           COPY RUNCAREA.
      *
       PROCEDURE DIVISION USING RUNC-AREA.
           SET RCA-OK TO TRUE.
           MOVE SPACES TO RCA-MESSAGE.
           IF RCA-JOB-NAME EQUAL SPACES
               SET RCA-FAILED TO TRUE
               MOVE 'RUNCTL CALLED WITHOUT A JOB NAME' TO RCA-MESSAGE
               GOBACK
           END-IF.
           IF RCA-START
               PERFORM START-RUN
           ELSE
               IF RCA-END
                   PERFORM END-RUN
               ELSE
                   SET RCA-FAILED TO TRUE
                   MOVE 'RUNCTL CALLED WITH AN UNKNOWN FUNCTION'
                       TO RCA-MESSAGE
               END-IF
           END-IF.
           GOBACK.
      *
      *****************************************************************
      * START-RUN - settle the business date, read any force card
      * for this job and date, then check the job's own history and
      * its prerequisites before registering the run.
      *****************************************************************
       START-RUN.
           IF RCA-BUS-DATE EQUAL SPACES
               PERFORM FETCH-BUSINESS-DATE
           END-IF.
           IF RCA-OK
               PERFORM READ-FORCE-CARDS
           END-IF.
           IF RCA-OK
               PERFORM OPEN-RUNCTLF
           END-IF.
           IF RCA-OK
               SET WS-FORCE-NOT-USED TO TRUE
               PERFORM CHECK-OWN-HISTORY
               IF RCA-OK
                   PERFORM CHECK-ONE-PREREQ
                           VARYING WS-PRQ-SUB FROM 1 BY 1
                           UNTIL WS-PRQ-SUB > WS-PREREQ-COUNT
                              OR NOT RCA-OK
               END-IF
               IF RCA-OK
                   PERFORM REGISTER-START
               END-IF
               CLOSE RUNCTLF-FILE
           END-IF.
      *
      *****************************************************************
      * FETCH-BUSINESS-DATE - the run belongs to the business day on
      * the BUSDATF control record. Without one there is no date to
      * register under, and the job must not run.
      *****************************************************************
       FETCH-BUSINESS-DATE.
           OPEN INPUT BUSDATF-FILE.
           IF WS-BUSDATF-STATUS NOT EQUAL '00'
               SET RCA-FAILED TO TRUE
               STRING 'RUNCTL BUSDATF OPEN STATUS='
                      WS-BUSDATF-STATUS
                      DELIMITED BY SIZE INTO RCA-MESSAGE
           ELSE
               MOVE 'BUSDATE ' TO BDT-CONTROL-ID
               READ BUSDATF-FILE
                   INVALID KEY
                       SET RCA-FAILED TO TRUE
                       MOVE 'RUNCTL NO BUSDATE CONTROL RECORD'
                           TO RCA-MESSAGE
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO RCA-BUS-DATE
               END-READ
               CLOSE BUSDATF-FILE
           END-IF.
      *
      *****************************************************************
      * READ-FORCE-CARDS - pick out the force card, if any, naming
      * this job and date. An absent or DUMMY RUNFORCE is no force.
      *****************************************************************
       READ-FORCE-CARDS.
           SET WS-NO-FORCE TO TRUE.
           MOVE SPACES TO WS-FORCE-REASON.
           MOVE 'N' TO WS-FORCE-EOF-SW.
           OPEN INPUT RUNFORCE-FILE.
           IF WS-RUNFORCE-STATUS NOT EQUAL '00'
              AND WS-RUNFORCE-STATUS NOT EQUAL '05'
               SET RCA-FAILED TO TRUE
               STRING 'RUNCTL RUNFORCE OPEN STATUS='
                      WS-RUNFORCE-STATUS
                      DELIMITED BY SIZE INTO RCA-MESSAGE
           ELSE
               PERFORM READ-ONE-FORCE-CARD
                       UNTIL WS-RUNFORCE-EOF
               CLOSE RUNFORCE-FILE
           END-IF.
      *
       READ-ONE-FORCE-CARD.
           READ RUNFORCE-FILE
               AT END
                   SET WS-RUNFORCE-EOF TO TRUE
           END-READ.
           IF NOT WS-RUNFORCE-EOF
               IF FRC-KEYWORD EQUAL 'FORCE'
                  AND FRC-JOB-NAME EQUAL RCA-JOB-NAME
                  AND FRC-BUS-DATE EQUAL RCA-BUS-DATE
                   SET WS-FORCE-SUPPLIED TO TRUE
                   MOVE FRC-REASON TO WS-FORCE-REASON
               END-IF
           END-IF.
      *
       OPEN-RUNCTLF.
           OPEN I-O RUNCTLF-FILE.
           IF WS-RUNCTLF-STATUS NOT EQUAL '00'
               SET RCA-FAILED TO TRUE
               STRING 'RUNCTL RUNCTLF OPEN STATUS='
                      WS-RUNCTLF-STATUS
                      DELIMITED BY SIZE INTO RCA-MESSAGE
           END-IF.
      *
      *****************************************************************
      * CHECK-OWN-HISTORY - a job that has already completed for the
      * date runs again only on a force card. A STARTED or FAILED
      * record is a restart and goes ahead.
      *****************************************************************
       CHECK-OWN-HISTORY.
           MOVE RCA-BUS-DATE TO RUN-BUS-DATE.
           MOVE RCA-JOB-NAME TO RUN-JOB-NAME.
           READ RUNCTLF-FILE
               INVALID KEY
                   SET WS-OWN-MISSING TO TRUE
               NOT INVALID KEY
                   SET WS-OWN-FOUND TO TRUE
           END-READ.
           IF WS-OWN-MISSING
              AND WS-RUNCTLF-STATUS NOT EQUAL '23'
               SET RCA-FAILED TO TRUE
               STRING 'RUNCTL RUNCTLF READ STATUS='
                      WS-RUNCTLF-STATUS
                      DELIMITED BY SIZE INTO RCA-MESSAGE
           END-IF.
           IF WS-OWN-FOUND AND RUN-COMPLETED
               IF WS-FORCE-SUPPLIED
                   SET WS-FORCE-USED TO TRUE
                   DISPLAY 'RUNCTL FORCED RERUN ' RCA-JOB-NAME
                           ' DATE=' RCA-BUS-DATE
                           ' REASON=' WS-FORCE-REASON
               ELSE
                   SET RCA-REFUSED TO TRUE
                   STRING 'ALREADY COMPLETED FOR ' RCA-BUS-DATE
                          ' - FORCE CARD REQUIRED TO RERUN'
                          DELIMITED BY SIZE INTO RCA-MESSAGE
               END-IF
           END-IF.
      *
      *****************************************************************
      * CHECK-ONE-PREREQ - one row of the prerequisite table, when
      * it belongs to this job.
      *****************************************************************
       CHECK-ONE-PREREQ.
           IF WS-PRQ-JOB(WS-PRQ-SUB) EQUAL RCA-JOB-NAME
               MOVE RCA-BUS-DATE TO RUN-BUS-DATE
               MOVE WS-PRQ-NEEDS(WS-PRQ-SUB) TO RUN-JOB-NAME
               READ RUNCTLF-FILE
                   INVALID KEY
                       IF WS-RUNCTLF-STATUS NOT EQUAL '23'
                           SET RCA-FAILED TO TRUE
                           STRING 'RUNCTL RUNCTLF READ STATUS='
                                  WS-RUNCTLF-STATUS
                                  DELIMITED BY SIZE INTO RCA-MESSAGE
                       ELSE
                           IF WS-PRQ-REQUIRED(WS-PRQ-SUB)
                               SET RCA-REFUSED TO TRUE
                               STRING 'PREREQUISITE '
                                      WS-PRQ-NEEDS(WS-PRQ-SUB)
                                      ' HAS NOT RUN FOR '
                                      RCA-BUS-DATE
                                      DELIMITED BY SIZE
                                      INTO RCA-MESSAGE
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       PERFORM CHECK-PREREQ-STATUS
               END-READ
           END-IF.
      *
       CHECK-PREREQ-STATUS.
           IF RUN-STARTED
               SET RCA-REFUSED TO TRUE
               STRING 'PREREQUISITE ' RUN-JOB-NAME
                      ' HAS NOT ENDED FOR ' RCA-BUS-DATE
                      DELIMITED BY SIZE INTO RCA-MESSAGE
           END-IF.
           IF RUN-FAILED
               IF WS-FORCE-SUPPLIED
                   SET WS-FORCE-USED TO TRUE
                   DISPLAY 'RUNCTL ' RCA-JOB-NAME
                           ' FORCED PAST FAILED ' RUN-JOB-NAME
                           ' RC=' RUN-RETURN-CODE
                           ' REASON=' WS-FORCE-REASON
               ELSE
                   SET RCA-REFUSED TO TRUE
                   STRING 'PREREQUISITE ' RUN-JOB-NAME
                          ' FAILED RC=' RUN-RETURN-CODE
                          ' FOR ' RCA-BUS-DATE
                          DELIMITED BY SIZE INTO RCA-MESSAGE
               END-IF
           END-IF.
      *
      *****************************************************************
      * REGISTER-START - write the run as STARTED, or reset the
      * earlier record for a rerun, keeping its attempt count.
      *****************************************************************
       REGISTER-START.
           MOVE RCA-BUS-DATE TO RUN-BUS-DATE.
           MOVE RCA-JOB-NAME TO RUN-JOB-NAME.
           IF WS-OWN-FOUND
               READ RUNCTLF-FILE
                   INVALID KEY
                       SET WS-OWN-MISSING TO TRUE
               END-READ
           END-IF.
           IF WS-OWN-MISSING
               MOVE ZERO TO RUN-ATTEMPT-CT
           END-IF.
           ADD 1 TO RUN-ATTEMPT-CT.
           SET RUN-STARTED TO TRUE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE      TO RUN-START-DATE.
           MOVE WS-STAMP-TIME(1:6) TO RUN-START-TIME.
           MOVE SPACES             TO RUN-END-DATE.
           MOVE SPACES             TO RUN-END-TIME.
           MOVE ZERO               TO RUN-RETURN-CODE.
           MOVE ZERO               TO RUN-INPUT-CT.
           MOVE ZERO               TO RUN-OUTPUT-CT.
           MOVE ZERO               TO RUN-EXCEPTION-CT.
           IF WS-FORCE-USED
               SET RUN-FORCED TO TRUE
               MOVE WS-FORCE-REASON TO RUN-FORCE-REASON
           ELSE
               SET RUN-NOT-FORCED TO TRUE
               MOVE SPACES TO RUN-FORCE-REASON
           END-IF.
           IF WS-OWN-FOUND
               REWRITE RUNC-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE RUNC-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-RUNCTLF-STATUS NOT EQUAL '00'
               SET RCA-FAILED TO TRUE
               STRING 'RUNCTL RUNCTLF START WRITE STATUS='
                      WS-RUNCTLF-STATUS
                      DELIMITED BY SIZE INTO RCA-MESSAGE
           ELSE
               DISPLAY 'RUNCTL ' RCA-JOB-NAME
                       ' STARTED DATE=' RCA-BUS-DATE
                       ' ATTEMPT=' RUN-ATTEMPT-CT
           END-IF.
      *
      *****************************************************************
      * END-RUN - stamp the registered run with its end, return code
      * and counts. The record must exist: START wrote it.
      *****************************************************************
       END-RUN.
           PERFORM OPEN-RUNCTLF.
           IF RCA-OK
               MOVE RCA-BUS-DATE TO RUN-BUS-DATE
               MOVE RCA-JOB-NAME TO RUN-JOB-NAME
               READ RUNCTLF-FILE
                   INVALID KEY
                       SET RCA-FAILED TO TRUE
                       STRING 'RUNCTL NO START RECORD FOR '
                              RCA-JOB-NAME ' DATE=' RCA-BUS-DATE
                              DELIMITED BY SIZE INTO RCA-MESSAGE
                   NOT INVALID KEY
                       PERFORM REGISTER-END
               END-READ
               CLOSE RUNCTLF-FILE
           END-IF.
      *
       REGISTER-END.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE      TO RUN-END-DATE.
           MOVE WS-STAMP-TIME(1:6) TO RUN-END-TIME.
           MOVE RCA-RETURN-CODE    TO RUN-RETURN-CODE.
           MOVE RCA-INPUT-CT       TO RUN-INPUT-CT.
           MOVE RCA-OUTPUT-CT      TO RUN-OUTPUT-CT.
           MOVE RCA-EXCEPTION-CT   TO RUN-EXCEPTION-CT.
           IF RCA-RETURN-CODE > 4
               SET RUN-FAILED TO TRUE
           ELSE
               SET RUN-COMPLETED TO TRUE
           END-IF.
           REWRITE RUNC-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-RUNCTLF-STATUS NOT EQUAL '00'
               SET RCA-FAILED TO TRUE
               STRING 'RUNCTL RUNCTLF END REWRITE STATUS='
                      WS-RUNCTLF-STATUS
                      DELIMITED BY SIZE INTO RCA-MESSAGE
           ELSE
               DISPLAY 'RUNCTL ' RCA-JOB-NAME
                       ' ENDED DATE=' RCA-BUS-DATE
                       ' STATUS=' RUN-STATUS
                       ' RC=' RUN-RETURN-CODE
           END-IF.
