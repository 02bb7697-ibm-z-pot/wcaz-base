      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * TRANMIGR - one-time migration of the TRANF transaction history
      * from the original 67-byte record to the current 117-byte
      * TRANREC layout (payee id, account alternate-index key). The
      * copybook appended the new fields so the old field offsets
      * stand, but the record LENGTH did not - against the old
      * fixed-length cluster every write of a grown record fails - so
      * existing regions must REPRO the old cluster to a flat file,
      * redefine it at RECORDSIZE(117 117) and reload through this
      * program (jcl/TRANMIGR.jcl runs all three steps; AIXRBLD then
      * rebuilds the account alternate index). Postings made before
      * the payee master carry no payee id - it starts as spaces.
      * The alternate-index key is built from the record's own
      * account, date, time and corr-id, the same as the posting
      * programs build it.
      * Input MIGRIN (FB 67): the REPRO image of the old cluster.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANMIGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRIN-FILE ASSIGN TO MIGRIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MIGRIN-STATUS.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TRN-CORR-ID
                  FILE STATUS IS WS-TRANF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIGRIN-FILE
           RECORDING MODE IS F.
      * The original TRANREC layout, byte for byte.
       01  MIGRIN-RECORD.
           05  OLD-CORR-ID             PIC X(16).
           05  OLD-ACCOUNT-ID          PIC X(10).
           05  OLD-TRAN-TYPE           PIC X(04).
           05  OLD-AMOUNT              PIC S9(09)V99 COMP-3.
           05  OLD-DATE                PIC X(08).
           05  OLD-TIME                PIC X(06).
           05  OLD-REVERSED-FLAG       PIC X(01).
           05  OLD-REVERSAL-CORR-ID    PIC X(16).
       FD  TRANF-FILE.
       01  TRAN-RECORD.
           COPY TRANREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MIGRIN-STATUS        PIC X(02).
           05  WS-TRANF-STATUS         PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-MIGRIN-EOF                     VALUE 'Y'.
       01  WS-COUNT-FIELDS.
           05  WS-READ-CT              PIC 9(07) VALUE ZERO.
           05  WS-LOAD-CT              PIC 9(07) VALUE ZERO.
           05  WS-ERROR-CT             PIC 9(07) VALUE ZERO.
      *
       PROCEDURE DIVISION.
           OPEN INPUT MIGRIN-FILE.
           IF WS-MIGRIN-STATUS NOT EQUAL '00'
               DISPLAY 'TRANMIGR ERROR MIGRIN OPEN STATUS='
                       WS-MIGRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'TRANMIGR ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MIGRIN.
           PERFORM MIGRATE-ONE-POSTING
                   UNTIL WS-MIGRIN-EOF.
           CLOSE MIGRIN-FILE TRANF-FILE.
           DISPLAY 'TRANMIGR READ=' WS-READ-CT
                   ' LOADED=' WS-LOAD-CT
                   ' ERRORS=' WS-ERROR-CT.
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       MIGRATE-ONE-POSTING.
           MOVE OLD-CORR-ID          TO TRN-CORR-ID.
           MOVE OLD-ACCOUNT-ID       TO TRN-ACCOUNT-ID.
           MOVE OLD-TRAN-TYPE        TO TRN-TRAN-TYPE.
           MOVE OLD-AMOUNT           TO TRN-AMOUNT.
           MOVE OLD-DATE             TO TRN-DATE.
           MOVE OLD-TIME             TO TRN-TIME.
           MOVE OLD-REVERSED-FLAG    TO TRN-REVERSED-FLAG.
           MOVE OLD-REVERSAL-CORR-ID TO TRN-REVERSAL-CORR-ID.
           MOVE SPACES               TO TRN-PAYEE-ID.
           MOVE OLD-ACCOUNT-ID       TO TRN-AK-ACCOUNT-ID.
           MOVE OLD-DATE             TO TRN-AK-DATE.
           MOVE OLD-TIME             TO TRN-AK-TIME.
           MOVE OLD-CORR-ID          TO TRN-AK-CORR-ID.
           WRITE TRAN-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-CT
                   DISPLAY 'TRANMIGR ERROR WRITE corr-id='
                           OLD-CORR-ID ' STATUS=' WS-TRANF-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CT
           END-WRITE.
           PERFORM READ-MIGRIN.
      *
       READ-MIGRIN.
           READ MIGRIN-FILE
               AT END
                   SET WS-MIGRIN-EOF TO TRUE
           END-READ.
           IF NOT WS-MIGRIN-EOF
               ADD 1 TO WS-READ-CT
           END-IF.
