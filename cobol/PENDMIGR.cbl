      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * PENDMIGR - one-time migration of the PENDF held payment file
      * from the original 83-byte record to the current 93-byte
      * PENDREC layout (payee id). The copybook appended the new field
      * so the old field offsets stand, but the record LENGTH did
      * not - against the old fixed-length cluster every write of a
      * grown record fails - so existing regions must REPRO the old
      * cluster to a flat file, redefine it at RECORDSIZE(93 93) and
      * reload through this program (jcl/PENDMIGR.jcl runs all three
      * steps). Payments held before the payee master carry no payee
      * id - it starts as spaces, and a release posts them without
      * one.
      * Input MIGRIN (FB 83): the REPRO image of the old cluster.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDMIGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRIN-FILE ASSIGN TO MIGRIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MIGRIN-STATUS.
           SELECT PENDF-FILE ASSIGN TO PENDF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PND-CORR-ID
                  FILE STATUS IS WS-PENDF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIGRIN-FILE
           RECORDING MODE IS F.
      * The original PENDREC layout, byte for byte.
       01  MIGRIN-RECORD.
           05  OLD-CORR-ID             PIC X(16).
           05  OLD-ACCOUNT-ID          PIC X(10).
           05  OLD-AMOUNT              PIC S9(09)V99 COMP-3.
           05  OLD-DETAIL              PIC X(20).
           05  OLD-DATE                PIC X(08).
           05  OLD-TIME                PIC X(06).
           05  OLD-STATUS              PIC X(01).
           05  OLD-ACTION-USER         PIC X(08).
           05  OLD-ACTION-DATE         PIC X(08).
       FD  PENDF-FILE.
       01  PEND-RECORD.
           COPY PENDREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MIGRIN-STATUS        PIC X(02).
           05  WS-PENDF-STATUS         PIC X(02).
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
               DISPLAY 'PENDMIGR ERROR MIGRIN OPEN STATUS='
                       WS-MIGRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDF-FILE.
           IF WS-PENDF-STATUS NOT EQUAL '00'
               DISPLAY 'PENDMIGR ERROR PENDF OPEN STATUS='
                       WS-PENDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MIGRIN.
           PERFORM MIGRATE-ONE-HOLD
                   UNTIL WS-MIGRIN-EOF.
           CLOSE MIGRIN-FILE PENDF-FILE.
           DISPLAY 'PENDMIGR READ=' WS-READ-CT
                   ' LOADED=' WS-LOAD-CT
                   ' ERRORS=' WS-ERROR-CT.
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       MIGRATE-ONE-HOLD.
           MOVE OLD-CORR-ID     TO PND-CORR-ID.
           MOVE OLD-ACCOUNT-ID  TO PND-ACCOUNT-ID.
           MOVE OLD-AMOUNT      TO PND-AMOUNT.
           MOVE OLD-DETAIL      TO PND-DETAIL.
           MOVE OLD-DATE        TO PND-DATE.
           MOVE OLD-TIME        TO PND-TIME.
           MOVE OLD-STATUS      TO PND-STATUS.
           MOVE OLD-ACTION-USER TO PND-ACTION-USER.
           MOVE OLD-ACTION-DATE TO PND-ACTION-DATE.
           MOVE SPACES          TO PND-PAYEE-ID.
           WRITE PEND-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-CT
                   DISPLAY 'PENDMIGR ERROR WRITE corr-id='
                           OLD-CORR-ID ' STATUS=' WS-PENDF-STATUS
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
