      *****************************************************************
      * RUNCREC - the nightly batch run-control record, one per job
      * per business date, held on the RUNCTLF VSAM KSDS (key =
      * RUN-BUS-DATE + RUN-JOB-NAME). Written and maintained only by
      * the RUNCTL subprogram: a job's start registers the record as
      * STARTED, its normal end stamps it COMPLETED (return code 4
      * or under) or FAILED (anything higher). A record still
      * STARTED the next morning is a run that abended or was
      * cancelled - the job never reached its end. The three counts
      * are each job's own headline figures (what it read, what it
      * wrote or posted, what it reported as exceptions); RUNRPT
      * prints them as they stand.
      *****************************************************************
           05  RUN-KEY.
               10  RUN-BUS-DATE        PIC X(08).
               10  RUN-JOB-NAME        PIC X(08).
           05  RUN-STATUS              PIC X(01).
               88  RUN-STARTED                     VALUE 'S'.
               88  RUN-COMPLETED                   VALUE 'C'.
               88  RUN-FAILED                      VALUE 'F'.
      * Wall-clock stamps - a late window runs past midnight, so the
      * end date can be a day after the start date.
           05  RUN-START-DATE          PIC X(08).
           05  RUN-START-TIME          PIC X(06).
           05  RUN-END-DATE            PIC X(08).
           05  RUN-END-TIME            PIC X(06).
           05  RUN-RETURN-CODE         PIC 9(04).
           05  RUN-INPUT-CT            PIC 9(09).
           05  RUN-OUTPUT-CT           PIC 9(09).
           05  RUN-EXCEPTION-CT        PIC 9(09).
      * Starts this business date - a restart after an abend, or a
      * forced rerun, bumps it.
           05  RUN-ATTEMPT-CT          PIC 9(03).
      * Set when the latest start needed a RUNFORCE card (a rerun of
      * a completed job, or a failed prerequisite overridden).
           05  RUN-FORCED-SW           PIC X(01).
               88  RUN-FORCED                      VALUE 'Y'.
               88  RUN-NOT-FORCED                  VALUE 'N'.
           05  RUN-FORCE-REASON        PIC X(40).
