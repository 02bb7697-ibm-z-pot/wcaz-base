      *   col   36    allow approve (Y/N, blank = N)
      *   cols 37-47  daily payment cap, 9(9)V99, blank or zero = no
      *               daily cap
      *   col   48    allow fraud review (Y/N, blank = N)
      * The deposit, approve, daily-cap and fraud columns default
      * when blank so decks cut before those entitlements existed
      * load unchanged.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLOAD.
           05  IN-DAY-LIMIT-X          PIC X(11).
           05  IN-DAY-LIMIT REDEFINES IN-DAY-LIMIT-X
                                       PIC 9(09)V99.
           05  IN-ALLOW-FRD            PIC X(01).
           05  FILLER                  PIC X(32).
       FD  SECF-FILE.
       01  SEC-RECORD.
           COPY SECREC.
                   OR IN-ALLOW-APP EQUAL SPACE)
              AND (IN-DAY-LIMIT-X NUMERIC
                   OR IN-DAY-LIMIT-X EQUAL SPACES)
              AND (IN-ALLOW-FRD EQUAL 'Y' OR IN-ALLOW-FRD EQUAL 'N'
                   OR IN-ALLOW-FRD EQUAL SPACE)
               MOVE IN-USER-ID   TO SEC-USER-ID
               MOVE IN-STATUS    TO SEC-STATUS
               MOVE IN-ALLOW-PMT TO SEC-ALLOW-PAYMENT
               ELSE
                   MOVE ZERO         TO SEC-DAILY-LIMIT
               END-IF
               IF IN-ALLOW-FRD EQUAL 'Y'
                   MOVE 'Y' TO SEC-ALLOW-FRAUD
               ELSE
                   MOVE 'N' TO SEC-ALLOW-FRAUD
               END-IF
               MOVE 'SECLOAD '   TO SEC-UPD-USER
               MOVE WS-STAMP-DATE TO SEC-UPD-DATE
               WRITE SEC-RECORD
