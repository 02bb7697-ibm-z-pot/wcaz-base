      *****************************************************************
      * RTXREC - the flat extract ARCRTRV writes for a request card
      * that asks for one (extract flag 'Y'), one 250-byte record per
      * corr-id found: the audit record and the posting side by side,
      * each as the image of its own record - RTX-AUDIT-IMAGE in the
      * AUDITREC layout, RTX-POSTING-IMAGE in the TRANREC layout as
      * far as TRN-PAYEE-ID (the archive does not carry TRN-ACCT-KEY,
      * and a posting from a pre-payee archive generation has spaces
      * for the payee). The source bytes say where each side was
      * found; an image not found is spaces.
      *****************************************************************
           05  RTX-REQUEST-NO          PIC 9(03).
           05  RTX-REQUESTER           PIC X(08).
           05  RTX-CORR-ID             PIC X(16).
           05  RTX-AUDIT-SOURCE        PIC X(01).
               88  RTX-AUDIT-FROM-ARCHIVE      VALUE 'A'.
               88  RTX-AUDIT-FROM-LIVE         VALUE 'L'.
               88  RTX-AUDIT-NOT-FOUND         VALUE 'N'.
           05  RTX-AUDIT-IMAGE         PIC X(123).
           05  RTX-POSTING-SOURCE      PIC X(01).
               88  RTX-POSTING-FROM-ARCHIVE    VALUE 'A'.
               88  RTX-POSTING-FROM-LIVE       VALUE 'L'.
               88  RTX-POSTING-NOT-FOUND       VALUE 'N'.
           05  RTX-POSTING-IMAGE       PIC X(77).
      * The TRNARCF archived date of the posting - spaces when there
      * is no archive marker for it.
           05  RTX-ARCHIVED-DATE       PIC X(08).
           05  FILLER                  PIC X(13).
