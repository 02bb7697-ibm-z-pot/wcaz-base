       01  WORK-FIELDS.
           05  WS-DEADQ-NAME     PIC X(48) VALUE 'PROD.PROGA.DEADQ'.
           05  WS-MAX-BACKOUT    PIC 9(04) COMP VALUE 3.
      * WS-MIN-REQUEST-LEN is the request length before the payee id
      * was added - a request that short is taken with no payee.
           05  WS-MIN-REQUEST-LEN PIC S9(9) COMP VALUE 61.
           05  WS-LINK-FAIL-MSG  PIC X(32) VALUE 'Router link failed'.
      * MQ call constants (from the CMQV definitions, V1 values).
       01  MQ-CONSTANTS.
       PROCESS-ONE-REQUEST.
           MOVE WS-MSG-BUFFER(1:LENGTH OF MQ-REQUEST-MSG)
                TO MQ-REQUEST-MSG.
           IF WS-DATALEN < LENGTH OF MQ-REQUEST-MSG
               MOVE SPACES TO MQR-PAYEE-ID
           END-IF.
           IF MQMDI-BACKOUTCOUNT > WS-MAX-BACKOUT
               DISPLAY 'MQFRONT POISON MESSAGE BACKOUT='
                       MQMDI-BACKOUTCOUNT ' - TO DEAD LETTER'
               PERFORM PUT-DEAD-LETTER
           ELSE
               IF WS-DATALEN < WS-MIN-REQUEST-LEN
                  OR NOT (MQR-TRAN-TYPE EQUAL 'PMT '
                          OR MQR-TRAN-TYPE EQUAL 'INQ '
                          OR MQR-TRAN-TYPE EQUAL 'REV '
           MOVE MQR-AMOUNT       TO CA-AMOUNT OF WS-COMMAREA.
           MOVE MQR-DETAIL       TO CA-DETAIL OF WS-COMMAREA.
           MOVE MQR-ORIG-CORR-ID TO CA-ORIG-CORR-ID OF WS-COMMAREA.
           MOVE MQR-PAYEE-ID     TO CA-PAYEE-ID OF WS-COMMAREA.
           SET CA-SCENARIO-PROD OF WS-COMMAREA TO TRUE.
           EXEC CICS LINK
                     PROGRAM('PROGA')
