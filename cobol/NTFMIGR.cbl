      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * NTFMIGR - one-time migration of the NOTIFF notification queue
      * from the original 51-byte record to the current 55-byte
      * NOTIFREC layout (reason code). The copybook appended the new
      * field so the old field offsets stand, but the record LENGTH
      * did not - against the old fixed-length cluster every write of
      * a grown record fails - so existing regions must REPRO the old
      * cluster to a flat file, redefine it at RECORDSIZE(55 55) and
      * reload through this program (jcl/NTFMIGR.jcl runs all three
      * steps). Notifications queued before the change carry no
      * reason - it starts as spaces. Extracted and pending records
      * are both carried over as they stand, so NOTIFFMT neither
      * loses nor resends anything.
      * Input MIGRIN (FB 51): the REPRO image of the old cluster.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFMIGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRIN-FILE ASSIGN TO MIGRIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MIGRIN-STATUS.
           SELECT NOTIFF-FILE ASSIGN TO NOTIFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NTF-CORR-ID
                  FILE STATUS IS WS-NOTIFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIGRIN-FILE
           RECORDING MODE IS F.
      * The original NOTIFREC layout, byte for byte.
       01  MIGRIN-RECORD.
           05  OLD-CORR-ID             PIC X(16).
           05  OLD-ACCOUNT-ID          PIC X(10).
           05  OLD-AMOUNT              PIC S9(09)V99 COMP-3.
           05  OLD-DATE                PIC X(08).
           05  OLD-TIME                PIC X(06).
           05  OLD-TYPE                PIC X(04).
           05  OLD-EXTRACTED-FLAG      PIC X(01).
       FD  NOTIFF-FILE.
       01  NOTIF-RECORD.
           COPY NOTIFREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MIGRIN-STATUS        PIC X(02).
           05  WS-NOTIFF-STATUS        PIC X(02).
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
               DISPLAY 'NTFMIGR ERROR MIGRIN OPEN STATUS='
                       WS-MIGRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTIFF-FILE.
           IF WS-NOTIFF-STATUS NOT EQUAL '00'
               DISPLAY 'NTFMIGR ERROR NOTIFF OPEN STATUS='
                       WS-NOTIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MIGRIN.
           PERFORM MIGRATE-ONE-NOTIFICATION
                   UNTIL WS-MIGRIN-EOF.
           CLOSE MIGRIN-FILE NOTIFF-FILE.
           DISPLAY 'NTFMIGR READ=' WS-READ-CT
                   ' LOADED=' WS-LOAD-CT
                   ' ERRORS=' WS-ERROR-CT.
           IF WS-ERROR-CT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       MIGRATE-ONE-NOTIFICATION.
           MOVE OLD-CORR-ID          TO NTF-CORR-ID.
           MOVE OLD-ACCOUNT-ID       TO NTF-ACCOUNT-ID.
           MOVE OLD-AMOUNT           TO NTF-AMOUNT.
           MOVE OLD-DATE             TO NTF-DATE.
           MOVE OLD-TIME             TO NTF-TIME.
           MOVE OLD-TYPE             TO NTF-TYPE.
           MOVE OLD-EXTRACTED-FLAG   TO NTF-EXTRACTED-FLAG.
           MOVE SPACES               TO NTF-REASON-CODE.
           WRITE NOTIF-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-CT
                   DISPLAY 'NTFMIGR ERROR WRITE corr-id='
                           OLD-CORR-ID ' STATUS=' WS-NOTIFF-STATUS
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
