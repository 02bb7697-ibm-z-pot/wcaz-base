      *****************************************************************
      * BEVAREA - the parameter area passed on every CALL 'BEVPUB' by
      * the batch jobs that post to ACCTF directly (FEEINT, CLRRTN,
      * CLOSRUN), with the BALEVT event as the second parameter:
      *     CALL 'BEVPUB' USING <01 over BEVAREA> <01 over BALEVT>
      * COPY this member (no leading 01-level, same convention as
      * RUNCAREA) under a WORKING-STORAGE 01 and pass that 01 on
      * every call - the counts accumulate in it across the run.
      *   PUBLISH ('P') - the caller has filled the event (all but
      *                   BEV-DRCR, which BEVPUB sets from the type)
      *                   for a posting whose balance and history are
      *                   both on file. The put is under syncpoint.
      *   COMMIT  ('C') - the unit's postings are complete: commit
      *                   the events put since the last commit. Call
      *                   it before the job's checkpoint moves past
      *                   the unit, so a restart re-publishes any
      *                   event that was not committed.
      *   END     ('E') - commit what is left, close and disconnect,
      *                   and DISPLAY the run's counts. Call once,
      *                   at the job's normal end.
      * An event that cannot be put or committed is written to the
      * BEVSPLF spill file (for BEVRPLAY); only when that fails too
      * is it counted lost. RCA-style result: OK, SPILLED (this call
      * sent at least one event to the spill) or LOST; FAILED is a
      * call BEVPUB does not understand.
      *****************************************************************
           05  BEA-FUNCTION            PIC X(01).
               88  BEA-PUBLISH                     VALUE 'P'.
               88  BEA-COMMIT                      VALUE 'C'.
               88  BEA-END                         VALUE 'E'.
           05  BEA-JOB-NAME            PIC X(08).
           05  BEA-PUBLISHED-CT        PIC 9(09) VALUE ZERO.
           05  BEA-SPILLED-CT          PIC 9(09) VALUE ZERO.
           05  BEA-LOST-CT             PIC 9(09) VALUE ZERO.
           05  BEA-RESULT              PIC X(01).
               88  BEA-OK                          VALUE '0'.
               88  BEA-SPILLED                     VALUE 'S'.
               88  BEA-LOST                        VALUE 'L'.
               88  BEA-FAILED                      VALUE 'E'.
