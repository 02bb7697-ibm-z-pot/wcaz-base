      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * BEVPUB - balance-change event publisher for the batch jobs
      * that post to ACCTF directly (FEEINT, CLRRTN, CLOSRUN). CALLed
      * with the BEVAREA parameter area and a BALEVT event; the online
      * chain publishes from PROGC itself. On the first PUBLISH it
      * connects to the batch default queue manager and opens the event
      * topic alias (the same WS-BEV-TOPIC-NAME as PROGC) for output.
      * Events are put under syncpoint and committed when the caller
      * says its unit is complete (COMMIT), or when WS-UNC-MAX events
      * are waiting, so a job that abends before its checkpoint has
      * its uncommitted events backed out and re-published by the
      * restart. Every event put since the last commit is held in
      * WS-UNC-TABLE so that, if the commit fails, the events go to
      * the BEVSPLF spill file instead of being lost.
      * MQ unavailable (connect or open failure, or a failed commit)
      * is decided once: the rest of the run's events go straight to
      * the spill, for BEVRPLAY to put once the queue manager is back.
      * A single failed put spills just that event. Only an event the
      * spill cannot take either is counted lost (BEA-LOST-CT) - the
      * callers end RC=4 on any.
      * BEVSPLF, like ACCTF and TRANF, is opened by the batch job
      * while the region's entry for it is closed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEVPUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEVSPLF-FILE ASSIGN TO BEVSPLF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SPL-CORR-ID
                  FILE STATUS IS WS-BEVSPLF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BEVSPLF-FILE.
       01  SPILL-RECORD.
           05  SPL-CORR-ID             PIC X(16).
           05  SPL-REST                PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-BEVSPLF-STATUS       PIC X(02).
       01  WS-SW-FIELDS.
           05  WS-CONN-SW              PIC X(01) VALUE 'N'.
               88  WS-MQ-CONNECTED               VALUE 'Y'.
               88  WS-MQ-NOT-CONNECTED           VALUE 'N'.
           05  WS-MQ-SW                PIC X(01) VALUE 'N'.
               88  WS-MQ-NOT-TRIED               VALUE 'N'.
               88  WS-MQ-OPEN                    VALUE 'Y'.
               88  WS-MQ-DOWN                    VALUE 'D'.
           05  WS-SPILL-SW             PIC X(01) VALUE 'N'.
               88  WS-SPILL-CLOSED               VALUE 'N'.
               88  WS-SPILL-OPEN                 VALUE 'Y'.
               88  WS-SPILL-UNUSABLE             VALUE 'F'.
       01  WS-BEV-FIELDS.
           05  WS-BEV-TOPIC-NAME PIC X(48) VALUE 'PROD.ACCT.BALEVT'.
      * Spaces - the batch adapter's default queue manager.
           05  WS-QMGR-NAME      PIC X(48) VALUE SPACES.
      * Events put and not yet committed. WS-UNC-MAX bounds the unit
      * of work when a caller commits less often than that.
       01  WS-UNC-FIELDS.
           05  WS-UNC-MAX              PIC 9(04) COMP VALUE 50.
           05  WS-UNC-CT               PIC 9(04) COMP VALUE ZERO.
           05  WS-UNC-SUB              PIC 9(04) COMP.
       01  WS-UNC-TABLE.
           05  WS-UNC-EVENT OCCURS 50 TIMES
                                       PIC X(76).
       01  WS-SPILL-EVENT              PIC X(76).
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
       LINKAGE SECTION.
       01  BEVP-AREA.
           COPY BEVAREA.
       01  BEVP-EVENT.
           COPY BALEVT.
      *
       PROCEDURE DIVISION USING BEVP-AREA BEVP-EVENT.
           SET BEA-OK TO TRUE.
           IF BEA-PUBLISH
               PERFORM PUBLISH-EVENT
           ELSE
               IF BEA-COMMIT
                   PERFORM COMMIT-EVENTS
               ELSE
                   IF BEA-END
                       PERFORM END-PUBLISHING
                   ELSE
                       DISPLAY 'BEVPUB ERROR UNKNOWN FUNCTION='
                               BEA-FUNCTION ' JOB=' BEA-JOB-NAME
                       SET BEA-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           GOBACK.
      *
      *****************************************************************
      * PUBLISH-EVENT - put one event under syncpoint, connecting on
      * first use. With MQ down the event goes straight to the spill.
      *****************************************************************
       PUBLISH-EVENT.
           IF BEV-DEBIT-TYPE
               SET BEV-DEBIT TO TRUE
           ELSE
               SET BEV-CREDIT TO TRUE
           END-IF.
           IF WS-MQ-NOT-TRIED
               PERFORM CONNECT-QUEUE-MANAGER
           END-IF.
           IF WS-UNC-CT NOT < WS-UNC-MAX
               PERFORM COMMIT-EVENTS
           END-IF.
           IF WS-MQ-OPEN
               PERFORM PUT-EVENT
           ELSE
               MOVE BEVP-EVENT TO WS-SPILL-EVENT
               PERFORM SPILL-EVENT
           END-IF.
      *
       CONNECT-QUEUE-MANAGER.
           CALL 'MQCONN' USING WS-QMGR-NAME WS-HCONN
                               WS-COMPCODE WS-REASON.
           IF WS-COMPCODE EQUAL MQC-CC-FAILED
               DISPLAY BEA-JOB-NAME ' ERROR MQCONN REASON='
                       WS-REASON ' - BALANCE EVENTS WILL BE SPILLED'
               SET WS-MQ-DOWN TO TRUE
           ELSE
               SET WS-MQ-CONNECTED TO TRUE
               MOVE WS-BEV-TOPIC-NAME TO MQOD-OBJECTNAME
               COMPUTE WS-OPEN-OPTIONS = MQC-OO-OUTPUT
                                       + MQC-OO-FAIL-QUIESCING
               CALL 'MQOPEN' USING WS-HCONN MQOD-AREA WS-OPEN-OPTIONS
                                   WS-HOBJ WS-COMPCODE WS-REASON
               IF WS-COMPCODE EQUAL MQC-CC-FAILED
                   DISPLAY BEA-JOB-NAME ' ERROR MQOPEN '
                           WS-BEV-TOPIC-NAME ' REASON=' WS-REASON
                           ' - BALANCE EVENTS WILL BE SPILLED'
                   SET WS-MQ-DOWN TO TRUE
               ELSE
                   SET WS-MQ-OPEN TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * PUT-EVENT - the message id is cleared before each put so the
      * queue manager assigns a fresh one; the corr-id in the body is
      * the subscribers' key, not the MQMD.
      *****************************************************************
       PUT-EVENT.
           MOVE MQC-MT-DATAGRAM TO MQMDO-MSGTYPE.
           MOVE LOW-VALUES TO MQMDO-MSGID MQMDO-CORRELID.
           COMPUTE MQPMO-OPTIONS = MQC-PMO-SYNCPOINT
                                 + MQC-PMO-FAIL-QUIESCING.
           MOVE LENGTH OF BEVP-EVENT TO WS-BUFLEN.
           CALL 'MQPUT' USING WS-HCONN WS-HOBJ MQMD-OUT MQPMO-AREA
                              WS-BUFLEN BEVP-EVENT
                              WS-COMPCODE WS-REASON.
           IF WS-COMPCODE EQUAL MQC-CC-FAILED
               DISPLAY BEA-JOB-NAME ' ERROR EVENT PUT FAILED corr-id='
                       BEV-CORR-ID ' REASON=' WS-REASON
               MOVE BEVP-EVENT TO WS-SPILL-EVENT
               PERFORM SPILL-EVENT
           ELSE
               ADD 1 TO WS-UNC-CT
               MOVE BEVP-EVENT TO WS-UNC-EVENT(WS-UNC-CT)
           END-IF.
      *
      *****************************************************************
      * COMMIT-EVENTS - commit the events put since the last commit.
      * A failed commit backs the unit out and spills its events;
      * MQ is then treated as down for the rest of the run.
      *****************************************************************
       COMMIT-EVENTS.
           IF WS-MQ-OPEN AND WS-UNC-CT > ZERO
               CALL 'MQCMIT' USING WS-HCONN WS-COMPCODE WS-REASON
               IF WS-COMPCODE EQUAL MQC-CC-FAILED
                   DISPLAY BEA-JOB-NAME ' ERROR MQCMIT REASON='
                           WS-REASON ' - BALANCE EVENTS WILL BE SPILLED'
                   CALL 'MQBACK' USING WS-HCONN WS-COMPCODE WS-REASON
                   SET WS-MQ-DOWN TO TRUE
                   PERFORM SPILL-UNCOMMITTED
                           VARYING WS-UNC-SUB FROM 1 BY 1
                           UNTIL WS-UNC-SUB > WS-UNC-CT
               ELSE
                   ADD WS-UNC-CT TO BEA-PUBLISHED-CT
               END-IF
               MOVE ZERO TO WS-UNC-CT
           END-IF.
      *
       SPILL-UNCOMMITTED.
           MOVE WS-UNC-EVENT(WS-UNC-SUB) TO WS-SPILL-EVENT.
           PERFORM SPILL-EVENT.
      *
      *****************************************************************
      * SPILL-EVENT - write WS-SPILL-EVENT to BEVSPLF, opening it on
      * first use. A duplicate means the event is already waiting on
      * the spill (a restart re-publishing it), which is as good.
      *****************************************************************
       SPILL-EVENT.
           IF WS-SPILL-CLOSED
               OPEN I-O BEVSPLF-FILE
               IF WS-BEVSPLF-STATUS EQUAL '00'
                   SET WS-SPILL-OPEN TO TRUE
               ELSE
                   DISPLAY BEA-JOB-NAME ' ERROR BEVSPLF OPEN STATUS='
                           WS-BEVSPLF-STATUS
                   SET WS-SPILL-UNUSABLE TO TRUE
               END-IF
           END-IF.
           IF WS-SPILL-OPEN
               WRITE SPILL-RECORD FROM WS-SPILL-EVENT
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-SPILL-OPEN AND (WS-BEVSPLF-STATUS EQUAL '00'
                              OR WS-BEVSPLF-STATUS EQUAL '22')
               ADD 1 TO BEA-SPILLED-CT
               IF NOT BEA-LOST
                   SET BEA-SPILLED TO TRUE
               END-IF
               DISPLAY BEA-JOB-NAME ' EVENT SPILLED TO BEVSPLF corr-id='
                       WS-SPILL-EVENT(1:16)
           ELSE
               ADD 1 TO BEA-LOST-CT
               SET BEA-LOST TO TRUE
               DISPLAY BEA-JOB-NAME ' ERROR BALANCE EVENT LOST corr-id='
                       WS-SPILL-EVENT(1:16) ' STATUS=' WS-BEVSPLF-STATUS
           END-IF.
      *
      *****************************************************************
      * END-PUBLISHING - commit the last unit, close and disconnect,
      * and report the run's counts.
      *****************************************************************
       END-PUBLISHING.
           PERFORM COMMIT-EVENTS.
           IF WS-MQ-OPEN
               CALL 'MQCLOSE' USING WS-HCONN WS-HOBJ MQC-CO-NONE
                                    WS-COMPCODE WS-REASON
           END-IF.
           IF WS-MQ-CONNECTED
               CALL 'MQDISC' USING WS-HCONN WS-COMPCODE WS-REASON
               SET WS-MQ-NOT-CONNECTED TO TRUE
           END-IF.
           SET WS-MQ-NOT-TRIED TO TRUE.
           IF WS-SPILL-OPEN
               CLOSE BEVSPLF-FILE
           END-IF.
           SET WS-SPILL-CLOSED TO TRUE.
           DISPLAY BEA-JOB-NAME ' BALANCE EVENTS PUBLISHED='
                   BEA-PUBLISHED-CT ' SPILLED=' BEA-SPILLED-CT
                   ' LOST=' BEA-LOST-CT.
