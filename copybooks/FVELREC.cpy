      *****************************************************************
      * FVELREC - one payment-velocity record per submitting user id,
      * held on the FRDVELF VSAM KSDS (key = FVL-USER-ID). PROGC's
      * fraud screen notes the date/time of each payment it clears
      * for the user, newest first, keeping the last 20, and counts
      * them for the FRDRULF user rules (type U) - the one view of
      * a user's payments across every account they touch. The
      * stamps are the posting stamps (business date, wall time).
      * CICS-managed via the FCT/CSD, same as the other online files.
      *****************************************************************
           05  FVL-USER-ID             PIC X(08).
           05  FVL-ENTRY-CT            PIC 9(02).
           05  FVL-ENTRY               OCCURS 20 TIMES.
               10  FVL-ENT-DATE        PIC X(08).
               10  FVL-ENT-TIME        PIC X(06).
