      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * STORMIGR - one-time migration of the STORDF standing order file
      * from the original 84-byte record to the current 94-byte
      * STORDREC layout (payee id). The copybook appended the new field
      * so the old field offsets stand, but the record LENGTH did
      * not - against the old fixed-length cluster every write of a
      * grown record fails - so existing regions must REPRO the old
      * cluster to a flat file, redefine it at RECORDSIZE(94 94) and
      * reload through this program (jcl/STORMIGR.jcl runs all three
      * steps). Orders set up before the payee master carry no payee
      * id - it starts as spaces; name the payee through SORD.
      * Input MIGRIN (FB 84): the REPRO image of the old cluster.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORMIGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRIN-FILE ASSIGN TO MIGRIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MIGRIN-STATUS.
           SELECT STORDF-FILE ASSIGN TO STORDF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SO-ORDER-ID
                  FILE STATUS IS WS-STORDF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIGRIN-FILE
           RECORDING MODE IS F.
      * The original STORDREC layout, byte for byte.
       01  MIGRIN-RECORD.
           05  OLD-ORDER-ID            PIC X(10).
           05  OLD-ACCOUNT-ID          PIC X(10).
           05  OLD-AMOUNT              PIC S9(09)V99 COMP-3.
           05  OLD-FREQUENCY           PIC X(01).
           05  OLD-NEXT-DUE            PIC X(08).
           05  OLD-DETAIL              PIC X(20).
           05  OLD-STATUS              PIC X(01).
           05  OLD-RETRY-CT            PIC 9(02).
           05  OLD-LAST-STATUS         PIC 9(02).
           05  OLD-LAST-RUN-DATE       PIC X(08).
           05  OLD-UPD-USER            PIC X(08).
           05  OLD-UPD-DATE            PIC X(08).
       FD  STORDF-FILE.
       01  STORD-RECORD.
           COPY STORDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MIGRIN-STATUS        PIC X(02).
           05  WS-STORDF-STATUS        PIC X(02).
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
               DISPLAY 'STORMIGR ERROR MIGRIN OPEN STATUS='
                       WS-MIGRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STORDF-FILE.
           IF WS-STORDF-STATUS NOT EQUAL '00'
               DISPLAY 'STORMIGR ERROR STORDF OPEN STATUS='
                       WS-STORDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MIGRIN.
           PERFORM MIGRATE-ONE-ORDER
                   UNTIL WS-MIGRIN-EOF.
           CLOSE MIGRIN-FILE STORDF-FILE.
           DISPLAY 'STORMIGR READ=' WS-READ-CT
                   ' LOADED=' WS-LOAD-CT
                   ' ERRORS=' WS-ERROR-CT.
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       MIGRATE-ONE-ORDER.
           MOVE OLD-ORDER-ID      TO SO-ORDER-ID.
           MOVE OLD-ACCOUNT-ID    TO SO-ACCOUNT-ID.
           MOVE OLD-AMOUNT        TO SO-AMOUNT.
           MOVE OLD-FREQUENCY     TO SO-FREQUENCY.
           MOVE OLD-NEXT-DUE      TO SO-NEXT-DUE.
           MOVE OLD-DETAIL        TO SO-DETAIL.
           MOVE OLD-STATUS        TO SO-STATUS.
           MOVE OLD-RETRY-CT      TO SO-RETRY-CT.
           MOVE OLD-LAST-STATUS   TO SO-LAST-STATUS.
           MOVE OLD-LAST-RUN-DATE TO SO-LAST-RUN-DATE.
           MOVE OLD-UPD-USER      TO SO-UPD-USER.
           MOVE OLD-UPD-DATE      TO SO-UPD-DATE.
           MOVE SPACES            TO SO-PAYEE-ID.
           WRITE STORD-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-CT
                   DISPLAY 'STORMIGR ERROR WRITE order='
                           OLD-ORDER-ID ' STATUS=' WS-STORDF-STATUS
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
