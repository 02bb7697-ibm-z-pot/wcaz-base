      *****************************************************************
      * CLRREC - the outbound clearing file written by CLRGEN, in the
      * clearing house's 94-byte fixed layout. Every record starts
      * with its type byte; the rest of the record is one of the five
      * views below. The clearing house parses these byte for byte -
      * treat every position as an external interface, same
      * discipline as MQMSG. The file is blocked in tens: CLRGEN pads
      * the last block with all-nines filler records.
      *   1 file header     5 batch header     6 entry detail
      *   7 entry addenda   8 batch control   9 file control
      * An entry carries the paying TRANF corr-id as its individual
      * id, so a returned entry leads straight back to its posting.
      * CLRGEN sends no addenda; on the inbound returns file read by
      * CLRRTN every returned entry is followed by its return
      * addenda carrying the reason code and the original trace.
      *****************************************************************
           05  CLR-REC-TYPE            PIC X(01).
               88  CLR-FILE-HEADER-REC         VALUE '1'.
               88  CLR-BATCH-HEADER-REC        VALUE '5'.
               88  CLR-ENTRY-REC               VALUE '6'.
               88  CLR-ADDENDA-REC             VALUE '7'.
               88  CLR-BATCH-CONTROL-REC       VALUE '8'.
               88  CLR-FILE-CONTROL-REC        VALUE '9'.
           05  CLR-FILE-HEADER.
               10  CLR-FH-PRIORITY         PIC X(02).
               10  CLR-FH-IMMED-DEST       PIC X(10).
               10  CLR-FH-IMMED-ORIGIN     PIC X(10).
               10  CLR-FH-CREATE-DATE      PIC X(06).
               10  CLR-FH-CREATE-TIME      PIC X(04).
               10  CLR-FH-ID-MODIFIER      PIC X(01).
               10  CLR-FH-RECORD-SIZE      PIC X(03).
               10  CLR-FH-BLOCKING         PIC X(02).
               10  CLR-FH-FORMAT-CODE      PIC X(01).
               10  CLR-FH-DEST-NAME        PIC X(23).
               10  CLR-FH-ORIGIN-NAME      PIC X(23).
               10  CLR-FH-REFERENCE        PIC X(08).
           05  CLR-BATCH-HEADER REDEFINES CLR-FILE-HEADER.
               10  CLR-BH-SERVICE-CLASS    PIC X(03).
               10  CLR-BH-COMPANY-NAME     PIC X(16).
               10  CLR-BH-DISCRETIONARY    PIC X(20).
               10  CLR-BH-COMPANY-ID       PIC X(10).
               10  CLR-BH-ENTRY-CLASS      PIC X(03).
               10  CLR-BH-ENTRY-DESC       PIC X(10).
               10  CLR-BH-DESC-DATE        PIC X(06).
               10  CLR-BH-EFFECTIVE-DATE   PIC X(06).
               10  CLR-BH-SETTLE-DATE      PIC X(03).
               10  CLR-BH-ORIG-STATUS      PIC X(01).
               10  CLR-BH-ORIGIN-DFI       PIC X(08).
               10  CLR-BH-BATCH-NO         PIC 9(07).
           05  CLR-ENTRY REDEFINES CLR-FILE-HEADER.
               10  CLR-EN-TRAN-CODE        PIC X(02).
               10  CLR-EN-RECV-DFI         PIC X(08).
               10  CLR-EN-CHECK-DIGIT      PIC X(01).
               10  CLR-EN-DFI-ACCOUNT      PIC X(17).
               10  CLR-EN-AMOUNT           PIC 9(08)V99.
               10  CLR-EN-AMOUNT-X REDEFINES CLR-EN-AMOUNT
                                           PIC X(10).
               10  CLR-EN-CORR-ID          PIC X(16).
               10  CLR-EN-NAME             PIC X(22).
               10  CLR-EN-ADDENDA-IND      PIC X(01).
               10  CLR-EN-TRACE.
                   15  CLR-EN-TRACE-DFI    PIC X(08).
                   15  CLR-EN-TRACE-SEQ    PIC 9(07).
               10  FILLER                  PIC X(01).
           05  CLR-RETURN-ADDENDA REDEFINES CLR-FILE-HEADER.
               10  CLR-RA-TYPE-CODE        PIC X(02).
               10  CLR-RA-REASON-CODE      PIC X(03).
               10  CLR-RA-ORIG-TRACE       PIC X(15).
               10  CLR-RA-DATE-OF-DEATH    PIC X(06).
               10  CLR-RA-ORIG-RECV-DFI    PIC X(08).
               10  CLR-RA-ADDENDA-INFO     PIC X(44).
               10  CLR-RA-TRACE            PIC X(15).
           05  CLR-BATCH-CONTROL REDEFINES CLR-FILE-HEADER.
               10  CLR-BC-SERVICE-CLASS    PIC X(03).
               10  CLR-BC-ENTRY-COUNT      PIC 9(06).
               10  CLR-BC-ENTRY-HASH       PIC 9(10).
               10  CLR-BC-DEBIT-TOTAL      PIC 9(10)V99.
               10  CLR-BC-CREDIT-TOTAL     PIC 9(10)V99.
               10  CLR-BC-COMPANY-ID       PIC X(10).
               10  CLR-BC-AUTH-CODE        PIC X(19).
               10  FILLER                  PIC X(06).
               10  CLR-BC-ORIGIN-DFI       PIC X(08).
               10  CLR-BC-BATCH-NO         PIC 9(07).
           05  CLR-FILE-CONTROL REDEFINES CLR-FILE-HEADER.
               10  CLR-FC-BATCH-COUNT      PIC 9(06).
               10  CLR-FC-BLOCK-COUNT      PIC 9(06).
               10  CLR-FC-ENTRY-COUNT      PIC 9(08).
               10  CLR-FC-ENTRY-HASH       PIC 9(10).
               10  CLR-FC-DEBIT-TOTAL      PIC 9(10)V99.
               10  CLR-FC-CREDIT-TOTAL     PIC 9(10)V99.
               10  FILLER                  PIC X(39).
