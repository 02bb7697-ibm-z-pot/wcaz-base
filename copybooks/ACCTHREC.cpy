      *****************************************************************
      * ACCTHREC - one change-history record per ACCTMNT maintenance
      * action, DORMRUN dormancy step or CLOSRUN closure against the
      * ACCTF account master, held on the ACCTHF VSAM KSDS (key =
      * AHS-KEY, account id plus date and time of the change).
      * Carries the maintainer's user id and the full before and
      * after images of the account record, so "who froze this
      * account and when" is answered from the file rather than the
      * region log. The images mirror the ACCTREC layout byte for
      * byte - resize them whenever ACCTREC changes.
               88  AHS-ACT-NAME                VALUE 'N'.
               88  AHS-ACT-STATUS              VALUE 'S'.
               88  AHS-ACT-OD-LIMIT            VALUE 'L'.
      * Dormancy entries. DORMRUN writes 'W' when it queues the
      * advance dormancy notice (before and after images both the
      * unchanged record) and 'D' when it marks the account dormant;
      * ACCTMNT writes 'R' when branch staff reactivate it. The user
      * id on a DORMRUN entry is the job name.
               88  AHS-ACT-DORMANCY-NOTICE     VALUE 'W'.
               88  AHS-ACT-DORMANT             VALUE 'D'.
               88  AHS-ACT-REACTIVATE          VALUE 'R'.
      * CLOSRUN writes 'C' when it settles and closes the account,
      * under the user id of the member of staff who took the
      * closure request; the after image is the closed record.
               88  AHS-ACT-CLOSE               VALUE 'C'.
           05  AHS-BEFORE-IMAGE        PIC X(85).
           05  AHS-AFTER-IMAGE         PIC X(85).
