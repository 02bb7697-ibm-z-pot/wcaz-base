      * and parses these byte-for-byte, so treat every field position
      * here as an external interface: never reorder or resize without
      * a coordinated change on the queue's other end.
      * Request: 71 bytes (61 bytes still accepted from callers that
      * predate the payee id - it is then taken as spaces). Reply: 66
      * bytes. Amounts travel unpacked, 9(9)V99 with no decimal
      * point, zero padded.
      *****************************************************************
           05  MQ-REQUEST-MSG.
               10  MQR-TRAN-TYPE       PIC X(04).
                                       PIC 9(09)V99.
               10  MQR-DETAIL          PIC X(20).
               10  MQR-ORIG-CORR-ID    PIC X(16).
               10  MQR-PAYEE-ID        PIC X(10).
           05  MQ-REPLY-MSG.
               10  MQP-CORR-ID         PIC X(16).
               10  MQP-STATUS-CODE     PIC 9(02).
