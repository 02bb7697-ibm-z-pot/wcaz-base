           05  WS-REQ-ALW-REV    PIC X(01).
           05  WS-REQ-ALW-DEP    PIC X(01).
           05  WS-REQ-ALW-APP    PIC X(01).
           05  WS-REQ-ALW-FRD    PIC X(01).
           05  WS-REQ-LIMIT-X    PIC X(11).
           05  WS-REQ-LIMIT-NUM REDEFINES WS-REQ-LIMIT-X
                                 PIC 9(09)V99.
               MOVE WS-REQ-ALW-REV TO ALWREVO
               MOVE WS-REQ-ALW-DEP TO ALWDEPO
               MOVE WS-REQ-ALW-APP TO ALWAPPO
               MOVE WS-REQ-ALW-FRD TO ALWFRDO
               MOVE WS-REQ-LIMIT-X TO LIMITO
               MOVE WS-REQ-DEPLIM-X TO DEPLIMO
               MOVE WS-REQ-DAYLIM-X TO DAYLIMO
           MOVE SPACES TO WS-REQ-USER WS-REQ-ACTION WS-REQ-STATUS
                          WS-REQ-ALW-PMT WS-REQ-ALW-INQ
                          WS-REQ-ALW-REV WS-REQ-ALW-DEP
                          WS-REQ-ALW-APP WS-REQ-ALW-FRD
                          WS-REQ-LIMIT-X WS-REQ-DEPLIM-X
                          WS-REQ-DAYLIM-X.
           EXEC CICS RECEIVE MAP('SECMNTM')
               IF ALWAPPI NOT EQUAL LOW-VALUES
                   MOVE ALWAPPI TO WS-REQ-ALW-APP
               END-IF
               IF ALWFRDI NOT EQUAL LOW-VALUES
                   MOVE ALWFRDI TO WS-REQ-ALW-FRD
               END-IF
               IF LIMITI NOT EQUAL LOW-VALUES
                   MOVE LIMITI TO WS-REQ-LIMIT-X
               END-IF
                   OR WS-REQ-ALW-DEP EQUAL 'N')
              AND (WS-REQ-ALW-APP EQUAL 'Y'
                   OR WS-REQ-ALW-APP EQUAL 'N')
              AND (WS-REQ-ALW-FRD EQUAL 'Y'
                   OR WS-REQ-ALW-FRD EQUAL 'N')
              AND WS-REQ-LIMIT-X NUMERIC
              AND WS-REQ-DEPLIM-X NUMERIC
              AND WS-REQ-DAYLIM-X NUMERIC
           MOVE WS-REQ-ALW-REV   TO SEC-ALLOW-REVERSAL.
           MOVE WS-REQ-ALW-DEP   TO SEC-ALLOW-DEPOSIT.
           MOVE WS-REQ-ALW-APP   TO SEC-ALLOW-APPROVE.
           MOVE WS-REQ-ALW-FRD   TO SEC-ALLOW-FRAUD.
           MOVE WS-REQ-LIMIT-NUM TO SEC-PMT-LIMIT.
           MOVE WS-REQ-DEPLIM-NUM TO SEC-DEP-LIMIT.
           MOVE WS-REQ-DAYLIM-NUM TO SEC-DAILY-LIMIT.
           MOVE SEC-ALLOW-REVERSAL TO ALWREVO.
           MOVE SEC-ALLOW-DEPOSIT  TO ALWDEPO.
           MOVE SEC-ALLOW-APPROVE  TO ALWAPPO.
           MOVE SEC-ALLOW-FRAUD    TO ALWFRDO.
           MOVE SEC-PMT-LIMIT      TO WS-REQ-LIMIT-NUM.
           MOVE WS-REQ-LIMIT-X     TO LIMITO.
           MOVE SEC-DEP-LIMIT      TO WS-REQ-DEPLIM-NUM.
