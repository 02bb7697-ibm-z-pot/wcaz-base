      *****************************************************************
      * RUNCAREA - the parameter area passed on every CALL 'RUNCTL'
      * by the nightly batch jobs. COPY this member (no leading
      * 01-level, same convention as COMAREA) under a WORKING-STORAGE
      * 01 and pass that 01 on both calls - the START call returns
      * the business date the run is registered under, and the END
      * call must find it still there.
      *   START ('S') - the caller sets RCA-JOB-NAME, and RCA-BUS-DATE
      *                 to the date it is processing when that is not
      *                 simply the BUSDATF business date (a SYSIN
      *                 rerun date, or EODCUTOV holding BUSDATF open
      *                 itself); spaces lets RUNCTL read BUSDATF.
      *   END   ('E') - the caller sets RCA-RETURN-CODE to the return
      *                 code it is about to end with, and the three
      *                 counts. RUNCTL hands RCA-RETURN-CODE back
      *                 unchanged so the caller can restore
      *                 RETURN-CODE after the CALL.
      * RCA-RESULT is OK, REFUSED (START only: the job must not run)
      * or FAILED (run-control I/O error); RCA-MESSAGE says why.
      *****************************************************************
           05  RCA-FUNCTION            PIC X(01).
               88  RCA-START                       VALUE 'S'.
               88  RCA-END                         VALUE 'E'.
           05  RCA-JOB-NAME            PIC X(08).
           05  RCA-BUS-DATE            PIC X(08) VALUE SPACES.
           05  RCA-RETURN-CODE         PIC 9(04) VALUE ZERO.
           05  RCA-INPUT-CT            PIC 9(09) VALUE ZERO.
           05  RCA-OUTPUT-CT           PIC 9(09) VALUE ZERO.
           05  RCA-EXCEPTION-CT        PIC 9(09) VALUE ZERO.
           05  RCA-RESULT              PIC X(01).
               88  RCA-OK                          VALUE '0'.
               88  RCA-REFUSED                     VALUE 'R'.
               88  RCA-FAILED                      VALUE 'E'.
           05  RCA-MESSAGE             PIC X(60).
