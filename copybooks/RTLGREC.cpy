      *****************************************************************
      * RTLGREC - the archive retrieval log kept by ARCRTRV, one
      * record per request card, on the RTRVLOG VSAM KSDS (key =
      * RTL-KEY: the run's wall-clock date and time, then the card's
      * number within the run). It records who asked (RTL-REQUESTER,
      * from the card), for what (the search and the reason given)
      * and when. A card is logged IN PROGRESS as it is read, before
      * anything is searched, and completed with what was found once
      * the report is written - an entry left in progress is a run
      * that stopped part way. A card that fails validation is
      * logged REJECTED with the reason, and nothing is searched for
      * it. Batch-only; no CICS entry. Keep for the audit retention
      * period.
      *****************************************************************
           05  RTL-KEY.
               10  RTL-RUN-DATE        PIC X(08).
               10  RTL-RUN-TIME        PIC X(06).
               10  RTL-REQUEST-NO      PIC 9(03).
           05  RTL-REQUESTER           PIC X(08).
           05  RTL-REQ-TYPE            PIC X(01).
               88  RTL-BY-CORR-ID              VALUE 'C'.
               88  RTL-BY-ACCOUNT              VALUE 'A'.
               88  RTL-BY-USER                 VALUE 'U'.
           05  RTL-SEARCH-KEY          PIC X(16).
           05  RTL-FROM-DATE           PIC X(08).
           05  RTL-TO-DATE             PIC X(08).
           05  RTL-EXTRACT-FLAG        PIC X(01).
           05  RTL-REASON              PIC X(32).
           05  RTL-RESULT              PIC X(01).
               88  RTL-IN-PROGRESS             VALUE 'P'.
               88  RTL-COMPLETED               VALUE 'D'.
               88  RTL-REJECTED                VALUE 'R'.
           05  RTL-REJECT-REASON       PIC X(30).
      * What was found - zero on a rejected or unfinished entry.
      * RTL-TRUNCATED-FLAG 'Y' means the search found more corr-ids
      * than one run can hold and the list is incomplete.
           05  RTL-CORR-ID-CT          PIC 9(05).
           05  RTL-AUDIT-CT            PIC 9(05).
           05  RTL-POSTING-CT          PIC 9(05).
           05  RTL-EXTRACT-CT          PIC 9(05).
           05  RTL-TRUNCATED-FLAG      PIC X(01).
           05  FILLER                  PIC X(37).
