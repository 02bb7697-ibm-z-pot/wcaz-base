      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * BEVRPLAY - replay the BEVSPLF spill file to the balance-change
      * event topic once MQ is healthy again. Each spilled BALEVT
      * event is put to the topic alias under syncpoint; each batch
      * is committed and only then deleted from the spill, so an
      * abend between the two puts the batch out again on the rerun -
      * the subscribers drop the duplicates by corr-id. An event that
      * still cannot be put is reported on RPTOUT and left on the
      * spill for the next run; any such leftovers set RC=4. No
      * queue manager, or a failed commit, stops the run RC=16 with
      * the spill intact. Keys are collected in batches and deleted
      * after each batch so the browse position is never disturbed.
      * Run with the region's BEVSPLF entry closed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEVRPLAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEVSPLF-FILE ASSIGN TO BEVSPLF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SPL-CORR-ID
                  FILE STATUS IS WS-BEVSPLF-STATUS.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPTOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BEVSPLF-FILE.
       01  SPILL-RECORD.
           05  SPL-CORR-ID             PIC X(16).
           05  SPL-REST                PIC X(60).
       FD  RPTOUT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-BEVSPLF-STATUS       PIC X(02).
           05  WS-RPTOUT-STATUS        PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-BEVSPLF-EOF                    VALUE 'Y'.
       01  WS-COUNT-FIELDS.
           05  WS-READ-CT              PIC 9(07) VALUE ZERO.
           05  WS-REPLAY-CT            PIC 9(07) VALUE ZERO.
           05  WS-FAILED-CT            PIC 9(07) VALUE ZERO.
       01  WS-BATCH-FIELDS.
           05  WS-BATCH-SIZE           PIC 9(04) VALUE 500.
           05  WS-BATCH-CT             PIC 9(04) VALUE ZERO.
           05  WS-BATCH-KEY OCCURS 500 TIMES
                                       PIC X(16).
           05  WS-BATCH-SUB            PIC 9(04) COMP.
       01  WS-RESUME-KEY               PIC X(16).
       01  BAL-EVENT.
           COPY BALEVT.
       01  WS-BEV-FIELDS.
           05  WS-BEV-TOPIC-NAME PIC X(48) VALUE 'PROD.ACCT.BALEVT'.
      * Spaces - the batch adapter's default queue manager.
           05  WS-QMGR-NAME      PIC X(48) VALUE SPACES.
      * MQ call constants (from the CMQV definitions, V1 values).
       01  MQ-CONSTANTS.
           05  MQC-CC-FAILED     PIC S9(9) COMP VALUE 2.
           05  MQC-MT-DATAGRAM   PIC S9(9) COMP VALUE 8.
           05  MQC-OO-OUTPUT     PIC S9(9) COMP VALUE 16.
           05  MQC-OO-FAIL-QUIESCING
                                 PIC S9(9) COMP VALUE 8192.
           05  MQC-CO-NONE       PIC S9(9) COMP VALUE 0.
           05  MQC-PMO-SYNCPOINT PIC S9(9) COMP VALUE 2.
           05  MQC-PMO-FAIL-QUIESCING
                                 PIC S9(9) COMP VALUE 8192.
      * MQOD object descriptor (V1, 168 bytes).
       01  MQOD-AREA.
           05  MQOD-STRUCID      PIC X(04) VALUE 'OD  '.
           05  MQOD-VERSION      PIC S9(9) COMP VALUE 1.
           05  MQOD-OBJECTTYPE   PIC S9(9) COMP VALUE 1.
           05  MQOD-OBJECTNAME   PIC X(48) VALUE SPACES.
           05  MQOD-OBJECTQMGR   PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE SPACES.
      * MQMD message descriptor (V1, 324 bytes).
       01  MQMD-OUT.
           05  MQMDO-STRUCID     PIC X(04) VALUE 'MD  '.
           05  MQMDO-VERSION     PIC S9(9) COMP VALUE 1.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-MSGTYPE     PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-FORMAT      PIC X(08) VALUE 'MQSTR   '.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-MSGID       PIC X(24) VALUE LOW-VALUES.
           05  MQMDO-CORRELID    PIC X(24) VALUE LOW-VALUES.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  MQMDO-REPLYTOQ    PIC X(48) VALUE SPACES.
           05  MQMDO-REPLYTOQMGR PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  FILLER            PIC X(32) VALUE LOW-VALUES.
           05  FILLER            PIC X(32) VALUE SPACES.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC X(28) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE SPACES.
           05  FILLER            PIC X(04) VALUE SPACES.
      * MQPMO put-message options (V1, 128 bytes).
       01  MQPMO-AREA.
           05  MQPMO-STRUCID     PIC X(04) VALUE 'PMO '.
           05  MQPMO-VERSION     PIC S9(9) COMP VALUE 1.
           05  MQPMO-OPTIONS     PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC S9(9) COMP VALUE 0.
           05  FILLER            PIC X(48) VALUE SPACES.
           05  FILLER            PIC X(48) VALUE SPACES.
       01  MQ-HANDLE-FIELDS.
           05  WS-HCONN          PIC S9(9) COMP VALUE 0.
           05  WS-HOBJ           PIC S9(9) COMP VALUE 0.
           05  WS-OPEN-OPTIONS   PIC S9(9) COMP.
           05  WS-COMPCODE       PIC S9(9) COMP.
           05  WS-REASON         PIC S9(9) COMP.
           05  WS-BUFLEN         PIC S9(9) COMP.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   'BEVRPLAY - BALANCE EVENT SPILL REPLAY   '.
           05  FILLER                  PIC X(92) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  DTL-TAG                 PIC X(20).
           05  DTL-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(09) VALUE ' REASON='.
           05  DTL-REASON              PIC Z(08)9.
           05  FILLER                  PIC X(78) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(85) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM CONNECT-QUEUE-MANAGER.
           MOVE RPT-HEADER-1 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE LOW-VALUES TO WS-RESUME-KEY.
           PERFORM REPLAY-ONE-BATCH
                   UNTIL WS-BEVSPLF-EOF.
           PERFORM PRINT-TOTALS.
           CALL 'MQCLOSE' USING WS-HCONN WS-HOBJ MQC-CO-NONE
                                WS-COMPCODE WS-REASON.
           CALL 'MQDISC' USING WS-HCONN WS-COMPCODE WS-REASON.
           CLOSE BEVSPLF-FILE RPTOUT-FILE.
           DISPLAY 'BEVRPLAY READ=' WS-READ-CT
                   ' REPLAYED=' WS-REPLAY-CT
                   ' FAILED=' WS-FAILED-CT.
           IF WS-FAILED-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN I-O BEVSPLF-FILE.
           IF WS-BEVSPLF-STATUS NOT EQUAL '00'
               DISPLAY 'BEVRPLAY ERROR BEVSPLF OPEN STATUS='
                       WS-BEVSPLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPTOUT-FILE.
           IF WS-RPTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'BEVRPLAY ERROR RPTOUT OPEN STATUS='
                       WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * CONNECT-QUEUE-MANAGER - with no queue manager or no topic
      * there is nothing to replay to: stop with the spill untouched.
      *****************************************************************
       CONNECT-QUEUE-MANAGER.
           CALL 'MQCONN' USING WS-QMGR-NAME WS-HCONN
                               WS-COMPCODE WS-REASON.
           IF WS-COMPCODE EQUAL MQC-CC-FAILED
               DISPLAY 'BEVRPLAY ERROR MQCONN REASON=' WS-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BEV-TOPIC-NAME TO MQOD-OBJECTNAME.
           COMPUTE WS-OPEN-OPTIONS = MQC-OO-OUTPUT
                                   + MQC-OO-FAIL-QUIESCING.
           CALL 'MQOPEN' USING WS-HCONN MQOD-AREA WS-OPEN-OPTIONS
                               WS-HOBJ WS-COMPCODE WS-REASON.
           IF WS-COMPCODE EQUAL MQC-CC-FAILED
               DISPLAY 'BEVRPLAY ERROR MQOPEN ' WS-BEV-TOPIC-NAME
                       ' REASON=' WS-REASON
               CALL 'MQDISC' USING WS-HCONN WS-COMPCODE WS-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * REPLAY-ONE-BATCH - browse the next batch of spill records
      * after the resume key, put each to the topic, commit the
      * batch, then delete the events that went out from the spill.
      *****************************************************************
       REPLAY-ONE-BATCH.
           MOVE ZERO TO WS-BATCH-CT.
           MOVE WS-RESUME-KEY TO SPL-CORR-ID.
           START BEVSPLF-FILE KEY GREATER THAN SPL-CORR-ID
               INVALID KEY
                   SET WS-BEVSPLF-EOF TO TRUE
           END-START.
           IF NOT WS-BEVSPLF-EOF
               PERFORM REPLAY-ONE-RECORD
                       UNTIL WS-BEVSPLF-EOF
                          OR WS-BATCH-CT NOT < WS-BATCH-SIZE
               IF WS-BATCH-CT EQUAL ZERO
                   SET WS-BEVSPLF-EOF TO TRUE
               ELSE
                   PERFORM COMMIT-BATCH
                   PERFORM DELETE-REPLAYED-KEYS
               END-IF
           END-IF.
      *
       REPLAY-ONE-RECORD.
           READ BEVSPLF-FILE NEXT
               AT END
                   SET WS-BEVSPLF-EOF TO TRUE
           END-READ.
           IF NOT WS-BEVSPLF-EOF
               IF WS-BEVSPLF-STATUS NOT EQUAL '00'
                   DISPLAY 'BEVRPLAY ERROR BEVSPLF READ STATUS='
                           WS-BEVSPLF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-READ-CT
               MOVE SPL-CORR-ID TO WS-RESUME-KEY
               MOVE SPILL-RECORD TO BAL-EVENT
               MOVE MQC-MT-DATAGRAM TO MQMDO-MSGTYPE
               MOVE LOW-VALUES TO MQMDO-MSGID MQMDO-CORRELID
               COMPUTE MQPMO-OPTIONS = MQC-PMO-SYNCPOINT
                                     + MQC-PMO-FAIL-QUIESCING
               MOVE LENGTH OF BAL-EVENT TO WS-BUFLEN
               CALL 'MQPUT' USING WS-HCONN WS-HOBJ MQMD-OUT
                                  MQPMO-AREA WS-BUFLEN BAL-EVENT
                                  WS-COMPCODE WS-REASON
               IF WS-COMPCODE EQUAL MQC-CC-FAILED
                   ADD 1 TO WS-FAILED-CT
                   MOVE 'NOT REPLAYED        ' TO DTL-TAG
                   MOVE SPL-CORR-ID TO DTL-CORR-ID
                   MOVE WS-REASON   TO DTL-REASON
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   ADD 1 TO WS-REPLAY-CT
                   ADD 1 TO WS-BATCH-CT
                   MOVE SPL-CORR-ID
                        TO WS-BATCH-KEY(WS-BATCH-CT)
               END-IF
           END-IF.
      *
      *****************************************************************
      * COMMIT-BATCH - the batch's events go out together. A failed
      * commit backs them out and stops the run before any spill
      * record is deleted.
      *****************************************************************
       COMMIT-BATCH.
           CALL 'MQCMIT' USING WS-HCONN WS-COMPCODE WS-REASON.
           IF WS-COMPCODE EQUAL MQC-CC-FAILED
               DISPLAY 'BEVRPLAY ERROR MQCMIT REASON=' WS-REASON
                       ' - SPILL LEFT INTACT FROM corr-id='
                       WS-BATCH-KEY(1)
               CALL 'MQBACK' USING WS-HCONN WS-COMPCODE WS-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       DELETE-REPLAYED-KEYS.
           PERFORM DELETE-ONE-KEY
                   VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-CT.
      *
       DELETE-ONE-KEY.
           MOVE WS-BATCH-KEY(WS-BATCH-SUB) TO SPL-CORR-ID.
           DELETE BEVSPLF-FILE
               INVALID KEY
                   DISPLAY 'BEVRPLAY ERROR SPILL DELETE corr-id='
                           SPL-CORR-ID ' STATUS=' WS-BEVSPLF-STATUS
           END-DELETE.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SPILLED EVENTS READ:' TO TTL-TEXT.
           MOVE WS-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REPLAYED TO THE EVENT TOPIC:' TO TTL-TEXT.
           MOVE WS-REPLAY-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STILL ON SPILL (NOT REPLAYED):' TO TTL-TEXT.
           MOVE WS-FAILED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
