      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * ARCRTRV - archive retrieval. Finds audit records and postings
      * that AUDARCH and TRNARCH have moved off AUDITF and TRANF, for
      * an auditor's or a dispute query, from request cards on DD
      * RTRVREQ - one search per card:
      *   C  one corr-id
      *   A  an account's archived postings over a date range
      *   U  a user id's archived audit records over a date range
      * For every corr-id found, the RTRVRPT report prints the audit
      * record and the posting side by side. A side not on the
      * archive is looked for on the live AUDITF or TRANF, so a
      * corr-id whose audit record is archived but whose posting is
      * not yet comes out whole. A card with extract flag 'Y' also
      * gets each corr-id as one record on the RTRVOUT extract
      * (copybook RTXREC) for the requester.
      * The searches:
      *   - the corr-ids wanted are gathered first: a C card's own,
      *     and for an A card those of the account's TRNARCF archive
      *     markers dated in the range (a marker per archived
      *     posting, so the posting archive need not be read to find
      *     them)
      *   - the audit archive (DD ARCHOUT, every AUDARCH generation)
      *     is read once for the wanted corr-ids and for U cards;
      *     each U match adds its corr-id to those wanted
      *   - the posting archive (DD TRNAOUT, the current 77-byte
      *     generations; DD TRNAOLD, generations cut before TRANMIGR
      *     at 67 bytes) is read only when a wanted corr-id has a
      *     TRNARCF marker, and only for those corr-ids - a posting
      *     without one was never archived, and is read from TRANF
      * A and U cards search the archives only: an account's or a
      * user's records still on the live files are on the online
      * inquiries. A record can sit on two archive generations after
      * an archive restart; it is reported once.
      * Every card is logged on the RTRVLOG retrieval log (copybook
      * RTLGREC) with who asked, for what, why and when - logged IN
      * PROGRESS as it is read and completed with what was found at
      * the end, or REJECTED with the reason if it is not valid. A
      * run holds 50 cards and 500 corr-ids; cards beyond that are
      * rejected, a search beyond it is marked truncated. RC=4 for a
      * rejected card, a truncated search or an empty RTRVREQ.
      *
      * RTRVREQ card layout:
      *   cols  1-8   requester user id (required)
      *   col  10     C, A or U
      *   cols 12-27  corr-id, account id or user id
      *   cols 29-36  from date (YYYYMMDD) - A and U only
      *   cols 38-45  to date (YYYYMMDD)   - A and U only
      *   col  47     Y for an extract, else N or blank
      *   cols 49-80  reason or case reference (required)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCRTRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTRVREQ-FILE ASSIGN TO RTRVREQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTRVREQ-STATUS.
           SELECT ARCHOUT-FILE ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARCHOUT-STATUS.
           SELECT TRNAOUT-FILE ASSIGN TO TRNAOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRNAOUT-STATUS.
           SELECT TRNAOLD-FILE ASSIGN TO TRNAOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRNAOLD-STATUS.
           SELECT TRNARCF-FILE ASSIGN TO TRNARCF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-CORR-ID
                  FILE STATUS IS WS-TRNARCF-STATUS.
           SELECT AUDITF-FILE ASSIGN TO AUDITF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AUDF-CORR-ID
                  FILE STATUS IS WS-AUDITF-STATUS.
           SELECT TRANF-FILE ASSIGN TO TRANF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TRNF-CORR-ID
                  FILE STATUS IS WS-TRANF-STATUS.
           SELECT RTRVLOG-FILE ASSIGN TO RTRVLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RTL-KEY
                  FILE STATUS IS WS-RTRVLOG-STATUS.
           SELECT RTRVOUT-FILE ASSIGN TO RTRVOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTRVOUT-STATUS.
           SELECT RTRVRPT-FILE ASSIGN TO RTRVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RTRVRPT-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  RTRVREQ-FILE
           RECORDING MODE IS F.
       01  RTRVREQ-RECORD              PIC X(80).
      * The audit archive and AUDITF are read into the one AUDITREC
      * layout in WORKING-STORAGE; TRANF and both posting archives
      * into the one TRANREC layout, the archive records being
      * TRANREC less its trailing fields, which read in as spaces.
       FD  ARCHOUT-FILE
           RECORDING MODE IS F.
       01  ARCHOUT-RECORD              PIC X(123).
       FD  TRNAOUT-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(77).
       FD  TRNAOLD-FILE
           RECORDING MODE IS F.
       01  ARCH-OLD-RECORD             PIC X(67).
       FD  TRNARCF-FILE.
       01  TRNAR-RECORD.
           COPY TRNARREC.
       FD  AUDITF-FILE.
       01  AUDITF-RECORD.
           05  AUDF-CORR-ID            PIC X(16).
           05  AUDF-REST               PIC X(107).
       FD  TRANF-FILE.
       01  TRANF-RECORD.
           05  TRNF-CORR-ID            PIC X(16).
           05  TRNF-REST               PIC X(101).
       FD  RTRVLOG-FILE.
       01  RTLG-RECORD.
           COPY RTLGREC.
       FD  RTRVOUT-FILE
           RECORDING MODE IS F.
       01  RTX-RECORD.
           COPY RTXREC.
       FD  RTRVRPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
      * One record found for a request - an audit record or a
      * posting, as its own image - or a marker for a corr-id wanted
      * (SRT-WANTED), so that a corr-id on neither archive still
      * comes through to be looked for on the live files.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-REQUEST-NO          PIC 9(03).
           05  SRT-CORR-ID             PIC X(16).
           05  SRT-SOURCE              PIC X(01).
               88  SRT-WANTED                  VALUE '0'.
               88  SRT-AUDIT                   VALUE '1'.
               88  SRT-POSTING                 VALUE '2'.
           05  SRT-ARCHIVED-DATE       PIC X(08).
           05  SRT-IMAGE               PIC X(123).
      *
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RTRVREQ-STATUS       PIC X(02).
           05  WS-ARCHOUT-STATUS       PIC X(02).
           05  WS-TRNAOUT-STATUS       PIC X(02).
           05  WS-TRNAOLD-STATUS       PIC X(02).
           05  WS-TRNARCF-STATUS       PIC X(02).
           05  WS-AUDITF-STATUS        PIC X(02).
           05  WS-TRANF-STATUS         PIC X(02).
           05  WS-RTRVLOG-STATUS       PIC X(02).
           05  WS-RTRVOUT-STATUS       PIC X(02).
           05  WS-RTRVRPT-STATUS       PIC X(02).
       01  AUDIT-RECORD.
           COPY AUDITREC.
       01  TRAN-RECORD.
           COPY TRANREC.
      * One request card as read.
       01  WS-REQ-CARD.
           05  WS-CRD-REQUESTER        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-CRD-TYPE             PIC X(01).
               88  WS-CRD-VALID-TYPE             VALUE 'C' 'A' 'U'.
               88  WS-CRD-BY-CORR-ID             VALUE 'C'.
           05  FILLER                  PIC X(01).
           05  WS-CRD-KEY              PIC X(16).
           05  WS-CRD-KEY-R REDEFINES WS-CRD-KEY.
               10  FILLER              PIC X(08).
               10  WS-CRD-KEY-9-10     PIC X(02).
               10  WS-CRD-KEY-11-16    PIC X(06).
           05  FILLER                  PIC X(01).
           05  WS-CRD-FROM-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-CRD-TO-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-CRD-EXTRACT          PIC X(01).
               88  WS-CRD-VALID-EXTRACT          VALUE 'Y' 'N' ' '.
           05  FILLER                  PIC X(01).
           05  WS-CRD-REASON           PIC X(32).
      * The run's request cards, in card order - the card's number
      * is its place in the table.
       01  WS-REQ-FIELDS.
           05  WS-REQ-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-REQ-LIMIT            PIC 9(03) COMP VALUE 50.
           05  WS-REQ-ENTRY OCCURS 50 TIMES.
               10  WS-RQ-REQUESTER     PIC X(08).
               10  WS-RQ-TYPE          PIC X(01).
                   88  WS-RQ-BY-CORR-ID          VALUE 'C'.
                   88  WS-RQ-BY-ACCOUNT          VALUE 'A'.
                   88  WS-RQ-BY-USER             VALUE 'U'.
               10  WS-RQ-KEY           PIC X(16).
               10  WS-RQ-KEY-R REDEFINES WS-RQ-KEY.
                   15  WS-RQ-ACCOUNT-ID
                                       PIC X(10).
                   15  FILLER          PIC X(06).
               10  WS-RQ-KEY-U REDEFINES WS-RQ-KEY.
                   15  WS-RQ-USER-ID   PIC X(08).
                   15  FILLER          PIC X(08).
               10  WS-RQ-FROM-DATE     PIC X(08).
               10  WS-RQ-TO-DATE       PIC X(08).
               10  WS-RQ-EXTRACT       PIC X(01).
                   88  WS-RQ-WANTS-EXTRACT       VALUE 'Y'.
               10  WS-RQ-REASON        PIC X(32).
               10  WS-RQ-STATUS        PIC X(01).
                   88  WS-RQ-ACCEPTED            VALUE 'V'.
                   88  WS-RQ-REJECTED            VALUE 'R'.
               10  WS-RQ-REJECT-REASON PIC X(30).
               10  WS-RQ-TRUNCATED     PIC X(01).
                   88  WS-RQ-IS-TRUNCATED        VALUE 'Y'.
               10  WS-RQ-CORR-ID-CT    PIC 9(05) COMP.
               10  WS-RQ-AUDIT-CT      PIC 9(05) COMP.
               10  WS-RQ-POSTING-CT    PIC 9(05) COMP.
               10  WS-RQ-EXTRACT-CT    PIC 9(05) COMP.
      * The corr-ids wanted, by request, with the TRNARCF archive
      * marker's dates where there is one (spaces where not).
       01  WS-WANTED-FIELDS.
           05  WS-WNT-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-WNT-LIMIT            PIC 9(03) COMP VALUE 500.
           05  WS-WNT-ARCHIVED-CT      PIC 9(03) COMP VALUE ZERO.
           05  WS-WNT-LOW-DATE         PIC X(08) VALUE HIGH-VALUES.
           05  WS-WNT-HIGH-DATE        PIC X(08) VALUE LOW-VALUES.
           05  WS-WNT-ENTRY OCCURS 500 TIMES.
               10  WS-WNT-REQUEST-NO   PIC 9(03) COMP.
               10  WS-WNT-CORR-ID      PIC X(16).
               10  WS-WNT-ARCHIVED-DATE
                                       PIC X(08).
               10  WS-WNT-TAR-DATE     PIC X(08).
      * The corr-id being added to those wanted, for which request,
      * and its archive marker's dates.
       01  WS-ADD-FIELDS.
           05  WS-ADD-REQUEST-NO       PIC 9(03) COMP.
           05  WS-ADD-CORR-ID          PIC X(16).
           05  WS-ADD-ARCHIVED-DATE    PIC X(08).
           05  WS-ADD-TAR-DATE         PIC X(08).
           05  WS-ADD-MARKER-SW        PIC X(01).
               88  WS-ADD-MARKER-KNOWN           VALUE 'Y'.
               88  WS-ADD-MARKER-TO-READ         VALUE 'N'.
           05  WS-ADD-RESULT-SW        PIC X(01).
               88  WS-ADD-NEW                    VALUE 'N'.
               88  WS-ADD-EXISTING               VALUE 'E'.
               88  WS-ADD-NO-ROOM                VALUE 'F'.
       01  WS-SUB-FIELDS.
           05  WS-REQ-SUB              PIC 9(03) COMP.
           05  WS-WNT-SUB              PIC 9(03) COMP.
           05  WS-REQ-NO               PIC 9(03) VALUE ZERO.
           05  WS-CURRENT-REQ          PIC 9(03) COMP VALUE ZERO.
           05  WS-NEXT-REQ             PIC 9(03) COMP.
       01  WS-SW-FIELDS.
           05  WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RTRVREQ-EOF                VALUE 'Y'.
           05  WS-AUD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ARCHOUT-EOF                VALUE 'Y'.
           05  WS-ARC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ARCHIVE-EOF                VALUE 'Y'.
           05  WS-AOL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ARCHIVE-OLD-EOF            VALUE 'Y'.
           05  WS-TAR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-TRNARCF-EOF                VALUE 'Y'.
           05  WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SORTED-EOF                 VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(01).
               88  WS-FOUND                      VALUE 'Y'.
               88  WS-NOT-FOUND                  VALUE 'N'.
      * Which kinds of card the run has, so a pass no card needs is
      * not made.
           05  WS-ANY-ACCOUNT-SW       PIC X(01) VALUE 'N'.
               88  WS-ANY-ACCOUNT-REQ            VALUE 'Y'.
           05  WS-ANY-USER-SW          PIC X(01) VALUE 'N'.
               88  WS-ANY-USER-REQ               VALUE 'Y'.
      * The corr-id being reported: where each side was found.
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-REQ            PIC 9(03).
           05  WS-GROUP-CORR-ID        PIC X(16).
           05  WS-GROUP-ARCHIVED-DATE  PIC X(08).
           05  WS-GROUP-AUDIT-SRC      PIC X(01).
               88  WS-GROUP-AUDIT-ARCHIVE        VALUE 'A'.
               88  WS-GROUP-AUDIT-LIVE           VALUE 'L'.
               88  WS-GROUP-AUDIT-NONE           VALUE 'N'.
           05  WS-GROUP-POSTING-SRC    PIC X(01).
               88  WS-GROUP-POSTING-ARCHIVE      VALUE 'A'.
               88  WS-GROUP-POSTING-LIVE         VALUE 'L'.
               88  WS-GROUP-POSTING-NONE         VALUE 'N'.
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC X(08).
           05  WS-STAMP-TIME           PIC X(08).
       01  WS-COUNT-FIELDS.
           05  WS-CARD-CT              PIC 9(05) VALUE ZERO.
           05  WS-ACCEPTED-CT          PIC 9(05) VALUE ZERO.
           05  WS-REJECTED-CT          PIC 9(05) VALUE ZERO.
           05  WS-OVER-LIMIT-CT        PIC 9(05) VALUE ZERO.
           05  WS-TRUNCATED-CT         PIC 9(05) VALUE ZERO.
           05  WS-MARKER-READ-CT       PIC 9(09) VALUE ZERO.
           05  WS-AUDIT-READ-CT        PIC 9(09) VALUE ZERO.
           05  WS-POSTING-READ-CT      PIC 9(09) VALUE ZERO.
           05  WS-REPORTED-CT          PIC 9(07) VALUE ZERO.
           05  WS-DUP-CT               PIC 9(07) VALUE ZERO.
           05  WS-EXTRACT-CT           PIC 9(07) VALUE ZERO.
       01  WS-EDIT-AMOUNT              PIC Z(08)9.99-.
      *
       01  RPT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
                   'ARCRTRV - ARCHIVE RETRIEVAL   RUN '.
           05  HDR-DATE                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDR-TIME                PIC X(06).
           05  FILLER                  PIC X(83) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(45) VALUE
                   'ACCOUNT AND USER SEARCHES COVER THE ARCHIVES'.
           05  FILLER                  PIC X(45) VALUE
                   ' ONLY - RECORDS STILL ON AUDITF AND TRANF ARE'.
           05  FILLER                  PIC X(24) VALUE
                   ' ON THE ONLINE INQUIRIES'.
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  RPT-REQUEST-LINE.
           05  FILLER                  PIC X(08) VALUE 'REQUEST '.
           05  REQ-NO                  PIC 9(03).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  REQ-REQUESTER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REQ-TYPE-TEXT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REQ-KEY                 PIC X(16).
           05  FILLER                  PIC X(06) VALUE ' FROM '.
           05  REQ-FROM-DATE           PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  REQ-TO-DATE             PIC X(08).
           05  FILLER                  PIC X(09) VALUE ' EXTRACT '.
           05  REQ-EXTRACT             PIC X(01).
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  RPT-REASON-LINE.
           05  FILLER                  PIC X(12) VALUE
                   '    REASON: '.
           05  RSN-REASON              PIC X(32).
           05  FILLER                  PIC X(13) VALUE
                   '    LOGGED AS'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSN-LOG-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSN-LOG-TIME            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSN-LOG-NO              PIC 9(03).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  NTE-TEXT                PIC X(128).
       01  RPT-CORR-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'CORR-ID '.
           05  CRL-CORR-ID             PIC X(16).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CRL-ARCHIVED-TEXT       PIC X(40).
           05  FILLER                  PIC X(61) VALUE SPACES.
       01  RPT-SIDE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  SID-LEFT                PIC X(60).
           05  FILLER                  PIC X(03) VALUE ' | '.
           05  SID-RIGHT               PIC X(63).
       01  RPT-REQ-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'CORR-IDS '.
           05  RTT-CORR-ID-CT          PIC Z(04)9.
           05  FILLER                  PIC X(17) VALUE
                   '   AUDIT RECORDS '.
           05  RTT-AUDIT-CT            PIC Z(04)9.
           05  FILLER                  PIC X(12) VALUE
                   '   POSTINGS '.
           05  RTT-POSTING-CT          PIC Z(04)9.
           05  FILLER                  PIC X(13) VALUE
                   '   EXTRACTED '.
           05  RTT-EXTRACT-CT          PIC Z(04)9.
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  TTL-TEXT                PIC X(40).
           05  TTL-COUNT               PIC Z(08)9.
           05  FILLER                  PIC X(83) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           PERFORM OPEN-FILES.
           MOVE WS-STAMP-DATE      TO HDR-DATE.
           MOVE WS-STAMP-TIME(1:6) TO HDR-TIME.
           WRITE RPT-LINE FROM RPT-HEADER-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM RPT-HEADER-2
               AFTER ADVANCING 1 LINE.
           PERFORM READ-REQUEST-CARD.
           PERFORM LOAD-ONE-REQUEST
                   UNTIL WS-RTRVREQ-EOF.
           IF WS-ACCEPTED-CT > ZERO
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-REQUEST-NO
                                    SRT-CORR-ID
                                    SRT-SOURCE
                   INPUT PROCEDURE IS GATHER-RECORDS
                   OUTPUT PROCEDURE IS REPORT-RECORDS
           ELSE
               PERFORM PRINT-UNSEARCHED-REQUEST
                       VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
           END-IF.
           PERFORM COMPLETE-LOG-ENTRY
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           PERFORM PRINT-TOTALS.
           CLOSE RTRVREQ-FILE TRNARCF-FILE AUDITF-FILE TRANF-FILE
                 RTRVLOG-FILE RTRVOUT-FILE RTRVRPT-FILE.
           DISPLAY 'ARCRTRV COMPLETE CARDS=' WS-CARD-CT
                   ' REJECTED=' WS-REJECTED-CT
                   ' CORR-IDS=' WS-REPORTED-CT
                   ' EXTRACTED=' WS-EXTRACT-CT.
           IF WS-CARD-CT EQUAL ZERO
              OR WS-REJECTED-CT > ZERO
              OR WS-TRUNCATED-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT RTRVREQ-FILE.
           IF WS-RTRVREQ-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR RTRVREQ OPEN STATUS='
                       WS-RTRVREQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRNARCF-FILE.
           IF WS-TRNARCF-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR TRNARCF OPEN STATUS='
                       WS-TRNARCF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDITF-FILE.
           IF WS-AUDITF-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR AUDITF OPEN STATUS='
                       WS-AUDITF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANF-FILE.
           IF WS-TRANF-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR TRANF OPEN STATUS='
                       WS-TRANF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RTRVLOG-FILE.
           IF WS-RTRVLOG-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR RTRVLOG OPEN STATUS='
                       WS-RTRVLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RTRVOUT-FILE.
           IF WS-RTRVOUT-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR RTRVOUT OPEN STATUS='
                       WS-RTRVOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RTRVRPT-FILE.
           IF WS-RTRVRPT-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR RTRVRPT OPEN STATUS='
                       WS-RTRVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *****************************************************************
      * LOAD-ONE-REQUEST - validate the card, keep it in the table,
      * and log it before anything is searched: IN PROGRESS, or
      * REJECTED with the reason. A card beyond the table's room is
      * logged rejected and goes no further.
      *****************************************************************
       LOAD-ONE-REQUEST.
           ADD 1 TO WS-CARD-CT.
           ADD 1 TO WS-REQ-NO.
           MOVE SPACES TO RTLG-RECORD.
           MOVE WS-STAMP-DATE      TO RTL-RUN-DATE.
           MOVE WS-STAMP-TIME(1:6) TO RTL-RUN-TIME.
           MOVE WS-REQ-NO          TO RTL-REQUEST-NO.
           MOVE WS-CRD-REQUESTER   TO RTL-REQUESTER.
           MOVE WS-CRD-TYPE        TO RTL-REQ-TYPE.
           MOVE WS-CRD-KEY         TO RTL-SEARCH-KEY.
           MOVE WS-CRD-FROM-DATE   TO RTL-FROM-DATE.
           MOVE WS-CRD-TO-DATE     TO RTL-TO-DATE.
           MOVE WS-CRD-EXTRACT     TO RTL-EXTRACT-FLAG.
           MOVE WS-CRD-REASON      TO RTL-REASON.
           MOVE ZERO TO RTL-CORR-ID-CT.
           MOVE ZERO TO RTL-AUDIT-CT.
           MOVE ZERO TO RTL-POSTING-CT.
           MOVE ZERO TO RTL-EXTRACT-CT.
           MOVE 'N' TO RTL-TRUNCATED-FLAG.
           IF WS-REQ-COUNT NOT LESS THAN WS-REQ-LIMIT
               ADD 1 TO WS-OVER-LIMIT-CT
               ADD 1 TO WS-REJECTED-CT
               SET RTL-REJECTED TO TRUE
               MOVE 'OVER THE 50-CARD LIMIT'
                    TO RTL-REJECT-REASON
               DISPLAY 'ARCRTRV CARD ' WS-REQ-NO
                       ' REJECTED - OVER THE CARD LIMIT, RESUBMIT'
           ELSE
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-REQ-COUNT TO WS-REQ-SUB
               PERFORM VALIDATE-REQUEST
               IF WS-RQ-REJECTED(WS-REQ-SUB)
                   ADD 1 TO WS-REJECTED-CT
                   SET RTL-REJECTED TO TRUE
                   MOVE WS-RQ-REJECT-REASON(WS-REQ-SUB)
                        TO RTL-REJECT-REASON
               ELSE
                   ADD 1 TO WS-ACCEPTED-CT
                   SET RTL-IN-PROGRESS TO TRUE
                   IF WS-RQ-BY-ACCOUNT(WS-REQ-SUB)
                       SET WS-ANY-ACCOUNT-REQ TO TRUE
                   END-IF
                   IF WS-RQ-BY-USER(WS-REQ-SUB)
                       SET WS-ANY-USER-REQ TO TRUE
                   END-IF
               END-IF
           END-IF.
           WRITE RTLG-RECORD.
           IF WS-RTRVLOG-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR RTRVLOG WRITE STATUS='
                       WS-RTRVLOG-STATUS ' request=' WS-REQ-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-REQUEST-CARD.
      *
       READ-REQUEST-CARD.
           READ RTRVREQ-FILE INTO WS-REQ-CARD
               AT END
                   SET WS-RTRVREQ-EOF TO TRUE
           END-READ.
           IF NOT WS-RTRVREQ-EOF
               IF WS-RTRVREQ-STATUS NOT EQUAL '00'
                   DISPLAY 'ARCRTRV ERROR RTRVREQ READ STATUS='
                           WS-RTRVREQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       VALIDATE-REQUEST.
           MOVE WS-CRD-REQUESTER TO WS-RQ-REQUESTER(WS-REQ-SUB).
           MOVE WS-CRD-TYPE      TO WS-RQ-TYPE(WS-REQ-SUB).
           MOVE WS-CRD-KEY       TO WS-RQ-KEY(WS-REQ-SUB).
           MOVE WS-CRD-EXTRACT   TO WS-RQ-EXTRACT(WS-REQ-SUB).
           MOVE WS-CRD-REASON    TO WS-RQ-REASON(WS-REQ-SUB).
           IF WS-CRD-BY-CORR-ID
               MOVE SPACES TO WS-RQ-FROM-DATE(WS-REQ-SUB)
               MOVE SPACES TO WS-RQ-TO-DATE(WS-REQ-SUB)
           ELSE
               MOVE WS-CRD-FROM-DATE TO WS-RQ-FROM-DATE(WS-REQ-SUB)
               MOVE WS-CRD-TO-DATE   TO WS-RQ-TO-DATE(WS-REQ-SUB)
           END-IF.
           MOVE SPACES TO WS-RQ-REJECT-REASON(WS-REQ-SUB).
           MOVE 'N'    TO WS-RQ-TRUNCATED(WS-REQ-SUB).
           MOVE ZERO   TO WS-RQ-CORR-ID-CT(WS-REQ-SUB).
           MOVE ZERO   TO WS-RQ-AUDIT-CT(WS-REQ-SUB).
           MOVE ZERO   TO WS-RQ-POSTING-CT(WS-REQ-SUB).
           MOVE ZERO   TO WS-RQ-EXTRACT-CT(WS-REQ-SUB).
           SET WS-RQ-ACCEPTED(WS-REQ-SUB) TO TRUE.
           IF WS-CRD-REQUESTER EQUAL SPACES
               MOVE 'REQUESTER USER ID MISSING'
                    TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
           ELSE
               IF WS-CRD-REASON EQUAL SPACES
                   MOVE 'REASON MISSING'
                        TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
               ELSE
                   IF NOT WS-CRD-VALID-TYPE
                       MOVE 'REQUEST TYPE NOT C, A OR U'
                            TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
                   ELSE
                       IF WS-CRD-KEY EQUAL SPACES
                           MOVE 'SEARCH KEY MISSING'
                                TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
                       ELSE
                           IF NOT WS-CRD-VALID-EXTRACT
                               MOVE 'EXTRACT FLAG NOT Y OR N'
                                    TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
                           ELSE
                               PERFORM VALIDATE-RANGE-REQUEST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-RQ-REJECT-REASON(WS-REQ-SUB) NOT EQUAL SPACES
               SET WS-RQ-REJECTED(WS-REQ-SUB) TO TRUE
           END-IF.
      *
      *****************************************************************
      * VALIDATE-RANGE-REQUEST - an account id is 10 characters and a
      * user id 8: anything past them on the card is a mistyped key.
      *****************************************************************
       VALIDATE-RANGE-REQUEST.
           IF WS-RQ-BY-ACCOUNT(WS-REQ-SUB)
               IF WS-CRD-KEY-11-16 NOT EQUAL SPACES
                   MOVE 'ACCOUNT ID LONGER THAN 10'
                        TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
               END-IF
           END-IF.
           IF WS-RQ-BY-USER(WS-REQ-SUB)
               IF WS-CRD-KEY-9-10 NOT EQUAL SPACES
                  OR WS-CRD-KEY-11-16 NOT EQUAL SPACES
                   MOVE 'USER ID LONGER THAN 8'
                        TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
               END-IF
           END-IF.
           IF NOT WS-RQ-BY-CORR-ID(WS-REQ-SUB)
              AND WS-RQ-REJECT-REASON(WS-REQ-SUB) EQUAL SPACES
               IF WS-CRD-FROM-DATE NOT NUMERIC
                  OR WS-CRD-TO-DATE NOT NUMERIC
                   MOVE 'DATE RANGE NOT YYYYMMDD'
                        TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
               ELSE
                   IF WS-CRD-FROM-DATE > WS-CRD-TO-DATE
                       MOVE 'FROM DATE AFTER TO DATE'
                            TO WS-RQ-REJECT-REASON(WS-REQ-SUB)
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * GATHER-RECORDS - sort input procedure: gather the corr-ids
      * wanted, read the audit archive, then the posting archive if
      * any wanted posting was archived, and release a marker for
      * every corr-id wanted.
      *****************************************************************
       GATHER-RECORDS.
           PERFORM WANT-CORR-ID-REQUEST
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           IF WS-ANY-ACCOUNT-REQ
               PERFORM SCAN-ARCHIVE-MARKERS
           END-IF.
           PERFORM SCAN-AUDIT-ARCHIVE.
           IF WS-WNT-ARCHIVED-CT > ZERO
               PERFORM SCAN-POSTING-ARCHIVE
           ELSE
               DISPLAY 'ARCRTRV NO WANTED POSTING IS ARCHIVED -'
                       ' POSTING ARCHIVE NOT READ'
           END-IF.
           PERFORM RELEASE-ONE-WANTED
                   VARYING WS-WNT-SUB FROM 1 BY 1
                   UNTIL WS-WNT-SUB > WS-WNT-COUNT.
      *
       WANT-CORR-ID-REQUEST.
           IF WS-RQ-ACCEPTED(WS-REQ-SUB)
              AND WS-RQ-BY-CORR-ID(WS-REQ-SUB)
               MOVE WS-REQ-SUB            TO WS-ADD-REQUEST-NO
               MOVE WS-RQ-KEY(WS-REQ-SUB) TO WS-ADD-CORR-ID
               SET WS-ADD-MARKER-TO-READ  TO TRUE
               PERFORM ADD-WANTED
           END-IF.
      *
      *****************************************************************
      * ADD-WANTED - add WS-ADD-CORR-ID to the corr-ids wanted for
      * request WS-ADD-REQUEST-NO, once. Its archive marker is read
      * here unless the caller already has it in hand. No room left
      * marks the request truncated. WS-ADD-RESULT-SW says which.
      *****************************************************************
       ADD-WANTED.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM FIND-WANTED
                   VARYING WS-WNT-SUB FROM 1 BY 1
                   UNTIL WS-WNT-SUB > WS-WNT-COUNT
                      OR WS-FOUND.
           SET WS-ADD-NO-ROOM TO TRUE.
           IF WS-NOT-FOUND
               IF WS-WNT-COUNT < WS-WNT-LIMIT
                   SET WS-ADD-NEW TO TRUE
                   IF WS-ADD-MARKER-TO-READ
                       PERFORM READ-ARCHIVE-MARKER
                   END-IF
                   ADD 1 TO WS-WNT-COUNT
                   MOVE WS-ADD-REQUEST-NO
                        TO WS-WNT-REQUEST-NO(WS-WNT-COUNT)
                   MOVE WS-ADD-CORR-ID
                        TO WS-WNT-CORR-ID(WS-WNT-COUNT)
                   MOVE WS-ADD-ARCHIVED-DATE
                        TO WS-WNT-ARCHIVED-DATE(WS-WNT-COUNT)
                   MOVE WS-ADD-TAR-DATE
                        TO WS-WNT-TAR-DATE(WS-WNT-COUNT)
                   ADD 1 TO WS-RQ-CORR-ID-CT(WS-ADD-REQUEST-NO)
                   IF WS-ADD-ARCHIVED-DATE NOT EQUAL SPACES
                       ADD 1 TO WS-WNT-ARCHIVED-CT
                       IF WS-ADD-TAR-DATE < WS-WNT-LOW-DATE
                           MOVE WS-ADD-TAR-DATE TO WS-WNT-LOW-DATE
                       END-IF
                       IF WS-ADD-TAR-DATE > WS-WNT-HIGH-DATE
                           MOVE WS-ADD-TAR-DATE TO WS-WNT-HIGH-DATE
                       END-IF
                   END-IF
               ELSE
                   IF NOT WS-RQ-IS-TRUNCATED(WS-ADD-REQUEST-NO)
                       MOVE 'Y' TO WS-RQ-TRUNCATED(WS-ADD-REQUEST-NO)
                       ADD 1 TO WS-TRUNCATED-CT
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND
               SET WS-ADD-EXISTING TO TRUE
           END-IF.
      *
       FIND-WANTED.
           IF WS-WNT-REQUEST-NO(WS-WNT-SUB) EQUAL WS-ADD-REQUEST-NO
              AND WS-WNT-CORR-ID(WS-WNT-SUB) EQUAL WS-ADD-CORR-ID
               SET WS-FOUND TO TRUE
           END-IF.
      *
       READ-ARCHIVE-MARKER.
           MOVE SPACES TO WS-ADD-ARCHIVED-DATE.
           MOVE SPACES TO WS-ADD-TAR-DATE.
           MOVE WS-ADD-CORR-ID TO TAR-CORR-ID.
           READ TRNARCF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRNARCF-STATUS NOT EQUAL '00'
              AND WS-TRNARCF-STATUS NOT EQUAL '23'
               DISPLAY 'ARCRTRV ERROR TRNARCF READ STATUS='
                       WS-TRNARCF-STATUS ' corr-id=' WS-ADD-CORR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRNARCF-STATUS EQUAL '00'
               MOVE TAR-ARCHIVED-DATE TO WS-ADD-ARCHIVED-DATE
               MOVE TAR-DATE          TO WS-ADD-TAR-DATE
           END-IF.
      *
      *****************************************************************
      * SCAN-ARCHIVE-MARKERS - one pass of TRNARCF for the account
      * cards: every marker for the account dated in the range is an
      * archived posting wanted.
      *****************************************************************
       SCAN-ARCHIVE-MARKERS.
           MOVE LOW-VALUES TO TAR-CORR-ID.
           START TRNARCF-FILE KEY IS NOT LESS THAN TAR-CORR-ID
               INVALID KEY
                   SET WS-TRNARCF-EOF TO TRUE
           END-START.
           IF NOT WS-TRNARCF-EOF
               PERFORM READ-TRNARCF-NEXT
           END-IF.
           PERFORM MATCH-ONE-MARKER
                   UNTIL WS-TRNARCF-EOF.
      *
       READ-TRNARCF-NEXT.
           READ TRNARCF-FILE NEXT RECORD
               AT END
                   SET WS-TRNARCF-EOF TO TRUE
           END-READ.
           IF NOT WS-TRNARCF-EOF
               IF WS-TRNARCF-STATUS NOT EQUAL '00'
                   DISPLAY 'ARCRTRV ERROR TRNARCF READ STATUS='
                           WS-TRNARCF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MARKER-READ-CT
           END-IF.
      *
       MATCH-ONE-MARKER.
           PERFORM MATCH-MARKER-REQUEST
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           PERFORM READ-TRNARCF-NEXT.
      *
       MATCH-MARKER-REQUEST.
           IF WS-RQ-ACCEPTED(WS-REQ-SUB)
              AND WS-RQ-BY-ACCOUNT(WS-REQ-SUB)
              AND TAR-ACCOUNT-ID EQUAL WS-RQ-ACCOUNT-ID(WS-REQ-SUB)
              AND TAR-DATE NOT LESS THAN WS-RQ-FROM-DATE(WS-REQ-SUB)
              AND TAR-DATE NOT GREATER THAN WS-RQ-TO-DATE(WS-REQ-SUB)
               MOVE WS-REQ-SUB        TO WS-ADD-REQUEST-NO
               MOVE TAR-CORR-ID       TO WS-ADD-CORR-ID
               MOVE TAR-ARCHIVED-DATE TO WS-ADD-ARCHIVED-DATE
               MOVE TAR-DATE          TO WS-ADD-TAR-DATE
               SET WS-ADD-MARKER-KNOWN TO TRUE
               PERFORM ADD-WANTED
           END-IF.
      *
      *****************************************************************
      * SCAN-AUDIT-ARCHIVE - every audit archive generation, for the
      * corr-ids wanted and for the user cards. A user card's match
      * has its corr-id wanted, so the posting is looked for too; a
      * corr-id it already wanted was released by the wanted search,
      * and one there is no room for is left out.
      *****************************************************************
       SCAN-AUDIT-ARCHIVE.
           OPEN INPUT ARCHOUT-FILE.
           IF WS-ARCHOUT-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR ARCHOUT OPEN STATUS='
                       WS-ARCHOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-AUDIT-ARCHIVE.
           PERFORM MATCH-ONE-AUDIT
                   UNTIL WS-ARCHOUT-EOF.
           CLOSE ARCHOUT-FILE.
      *
       READ-AUDIT-ARCHIVE.
           READ ARCHOUT-FILE INTO AUDIT-RECORD
               AT END
                   SET WS-ARCHOUT-EOF TO TRUE
           END-READ.
           IF NOT WS-ARCHOUT-EOF
               IF WS-ARCHOUT-STATUS NOT EQUAL '00'
                   DISPLAY 'ARCRTRV ERROR ARCHOUT READ STATUS='
                           WS-ARCHOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AUDIT-READ-CT
           END-IF.
      *
       MATCH-ONE-AUDIT.
           PERFORM MATCH-AUDIT-WANTED
                   VARYING WS-WNT-SUB FROM 1 BY 1
                   UNTIL WS-WNT-SUB > WS-WNT-COUNT.
           IF WS-ANY-USER-REQ
               PERFORM MATCH-AUDIT-USER
                       VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
           END-IF.
           PERFORM READ-AUDIT-ARCHIVE.
      *
       MATCH-AUDIT-WANTED.
           IF WS-WNT-CORR-ID(WS-WNT-SUB) EQUAL AUD-CORR-ID
               MOVE WS-WNT-REQUEST-NO(WS-WNT-SUB) TO SRT-REQUEST-NO
               PERFORM RELEASE-AUDIT
           END-IF.
      *
       MATCH-AUDIT-USER.
           IF WS-RQ-ACCEPTED(WS-REQ-SUB)
              AND WS-RQ-BY-USER(WS-REQ-SUB)
              AND AUD-USER-ID EQUAL WS-RQ-USER-ID(WS-REQ-SUB)
              AND AUD-DATE NOT LESS THAN WS-RQ-FROM-DATE(WS-REQ-SUB)
              AND AUD-DATE NOT GREATER THAN WS-RQ-TO-DATE(WS-REQ-SUB)
               MOVE WS-REQ-SUB   TO WS-ADD-REQUEST-NO
               MOVE AUD-CORR-ID  TO WS-ADD-CORR-ID
               SET WS-ADD-MARKER-TO-READ TO TRUE
               PERFORM ADD-WANTED
               IF WS-ADD-NEW
                   MOVE WS-REQ-SUB TO SRT-REQUEST-NO
                   PERFORM RELEASE-AUDIT
               END-IF
           END-IF.
      *
       RELEASE-AUDIT.
           MOVE AUD-CORR-ID  TO SRT-CORR-ID.
           SET SRT-AUDIT     TO TRUE.
           MOVE SPACES       TO SRT-ARCHIVED-DATE.
           MOVE AUDIT-RECORD TO SRT-IMAGE.
           RELEASE SORT-RECORD.
      *
      *****************************************************************
      * SCAN-POSTING-ARCHIVE - both posting archives, for the wanted
      * corr-ids with an archive marker. A posting dated outside the
      * markers' dates cannot be one of them and is passed over
      * without searching the table.
      *****************************************************************
       SCAN-POSTING-ARCHIVE.
           OPEN INPUT TRNAOUT-FILE.
           IF WS-TRNAOUT-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR TRNAOUT OPEN STATUS='
                       WS-TRNAOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRNAOLD-FILE.
           IF WS-TRNAOLD-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR TRNAOLD OPEN STATUS='
                       WS-TRNAOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ARCHIVE.
           PERFORM MATCH-ONE-POSTING
                   UNTIL WS-ARCHIVE-EOF.
           PERFORM READ-ARCHIVE-OLD.
           PERFORM MATCH-ONE-POSTING
                   UNTIL WS-ARCHIVE-OLD-EOF.
           CLOSE TRNAOUT-FILE TRNAOLD-FILE.
      *
       READ-ARCHIVE.
           MOVE SPACES TO TRAN-RECORD.
           READ TRNAOUT-FILE INTO TRAN-RECORD
               AT END
                   SET WS-ARCHIVE-EOF TO TRUE
           END-READ.
           IF NOT WS-ARCHIVE-EOF
               IF WS-TRNAOUT-STATUS NOT EQUAL '00'
                   DISPLAY 'ARCRTRV ERROR TRNAOUT READ STATUS='
                           WS-TRNAOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POSTING-READ-CT
           END-IF.
      *
       READ-ARCHIVE-OLD.
           MOVE SPACES TO TRAN-RECORD.
           READ TRNAOLD-FILE INTO TRAN-RECORD
               AT END
                   SET WS-ARCHIVE-OLD-EOF TO TRUE
           END-READ.
           IF NOT WS-ARCHIVE-OLD-EOF
               IF WS-TRNAOLD-STATUS NOT EQUAL '00'
                   DISPLAY 'ARCRTRV ERROR TRNAOLD READ STATUS='
                           WS-TRNAOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POSTING-READ-CT
           END-IF.
      *
      *****************************************************************
      * MATCH-ONE-POSTING - the posting in TRAN-RECORD, from either
      * archive; reads on from whichever is being read.
      *****************************************************************
       MATCH-ONE-POSTING.
           IF TRN-DATE NOT LESS THAN WS-WNT-LOW-DATE
              AND TRN-DATE NOT GREATER THAN WS-WNT-HIGH-DATE
               PERFORM MATCH-POSTING-WANTED
                       VARYING WS-WNT-SUB FROM 1 BY 1
                       UNTIL WS-WNT-SUB > WS-WNT-COUNT
           END-IF.
           IF WS-ARCHIVE-EOF
               PERFORM READ-ARCHIVE-OLD
           ELSE
               PERFORM READ-ARCHIVE
           END-IF.
      *
       MATCH-POSTING-WANTED.
           IF WS-WNT-ARCHIVED-DATE(WS-WNT-SUB) NOT EQUAL SPACES
              AND WS-WNT-CORR-ID(WS-WNT-SUB) EQUAL TRN-CORR-ID
               MOVE WS-WNT-REQUEST-NO(WS-WNT-SUB) TO SRT-REQUEST-NO
               MOVE TRN-CORR-ID       TO SRT-CORR-ID
               SET SRT-POSTING        TO TRUE
               MOVE SPACES            TO SRT-ARCHIVED-DATE
               MOVE TRAN-RECORD(1:77) TO SRT-IMAGE
               RELEASE SORT-RECORD
           END-IF.
      *
       RELEASE-ONE-WANTED.
           MOVE WS-WNT-REQUEST-NO(WS-WNT-SUB)    TO SRT-REQUEST-NO.
           MOVE WS-WNT-CORR-ID(WS-WNT-SUB)       TO SRT-CORR-ID.
           SET SRT-WANTED                        TO TRUE.
           MOVE WS-WNT-ARCHIVED-DATE(WS-WNT-SUB) TO SRT-ARCHIVED-DATE.
           MOVE SPACES                           TO SRT-IMAGE.
           RELEASE SORT-RECORD.
      *
      *****************************************************************
      * REPORT-RECORDS - sort output procedure: one block per corr-id
      * under its request, every request printed in card order -
      * those with nothing found, and those rejected, included.
      *****************************************************************
       REPORT-RECORDS.
           PERFORM RETURN-SORTED.
           PERFORM REPORT-ONE-CORR-ID
                   UNTIL WS-SORTED-EOF.
           IF WS-CURRENT-REQ > ZERO
               MOVE WS-CURRENT-REQ TO WS-REQ-SUB
               PERFORM PRINT-REQUEST-TOTALS
           END-IF.
           COMPUTE WS-NEXT-REQ = WS-CURRENT-REQ + 1.
           PERFORM PRINT-UNSEARCHED-REQUEST
                   VARYING WS-REQ-SUB FROM WS-NEXT-REQ BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT.
      *
       RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
           END-RETURN.
      *
       REPORT-ONE-CORR-ID.
           IF SRT-REQUEST-NO NOT EQUAL WS-CURRENT-REQ
               IF WS-CURRENT-REQ > ZERO
                   MOVE WS-CURRENT-REQ TO WS-REQ-SUB
                   PERFORM PRINT-REQUEST-TOTALS
               END-IF
               COMPUTE WS-NEXT-REQ = WS-CURRENT-REQ + 1
               PERFORM PRINT-UNSEARCHED-REQUEST
                       VARYING WS-REQ-SUB FROM WS-NEXT-REQ BY 1
                       UNTIL WS-REQ-SUB NOT LESS THAN SRT-REQUEST-NO
               MOVE SRT-REQUEST-NO TO WS-CURRENT-REQ
               MOVE SRT-REQUEST-NO TO WS-REQ-SUB
               PERFORM PRINT-REQUEST-HEADER
           END-IF.
           MOVE SRT-REQUEST-NO TO WS-GROUP-REQ.
           MOVE SRT-CORR-ID    TO WS-GROUP-CORR-ID.
           MOVE SPACES         TO WS-GROUP-ARCHIVED-DATE.
           SET WS-GROUP-AUDIT-NONE   TO TRUE.
           SET WS-GROUP-POSTING-NONE TO TRUE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE SPACES TO TRAN-RECORD.
           PERFORM TAKE-ONE-SORTED
                   UNTIL WS-SORTED-EOF
                      OR SRT-REQUEST-NO NOT EQUAL WS-GROUP-REQ
                      OR SRT-CORR-ID NOT EQUAL WS-GROUP-CORR-ID.
           IF WS-GROUP-AUDIT-NONE
               PERFORM READ-LIVE-AUDIT
           END-IF.
           IF WS-GROUP-POSTING-NONE
               PERFORM READ-LIVE-POSTING
           END-IF.
           MOVE WS-GROUP-REQ TO WS-REQ-SUB.
           ADD 1 TO WS-REPORTED-CT.
           IF NOT WS-GROUP-AUDIT-NONE
               ADD 1 TO WS-RQ-AUDIT-CT(WS-REQ-SUB)
           END-IF.
           IF NOT WS-GROUP-POSTING-NONE
               ADD 1 TO WS-RQ-POSTING-CT(WS-REQ-SUB)
           END-IF.
           PERFORM PRINT-CORR-ID-BLOCK.
           IF WS-RQ-WANTS-EXTRACT(WS-REQ-SUB)
               PERFORM WRITE-EXTRACT
           END-IF.
      *
      *****************************************************************
      * TAKE-ONE-SORTED - the first copy of each side is the one
      * reported; a further copy is the same record from another
      * archive generation.
      *****************************************************************
       TAKE-ONE-SORTED.
           IF SRT-WANTED
               MOVE SRT-ARCHIVED-DATE TO WS-GROUP-ARCHIVED-DATE
           END-IF.
           IF SRT-AUDIT
               IF WS-GROUP-AUDIT-NONE
                   MOVE SRT-IMAGE TO AUDIT-RECORD
                   SET WS-GROUP-AUDIT-ARCHIVE TO TRUE
               ELSE
                   ADD 1 TO WS-DUP-CT
               END-IF
           END-IF.
           IF SRT-POSTING
               IF WS-GROUP-POSTING-NONE
                   MOVE SRT-IMAGE(1:77) TO TRAN-RECORD
                   SET WS-GROUP-POSTING-ARCHIVE TO TRUE
               ELSE
                   ADD 1 TO WS-DUP-CT
               END-IF
           END-IF.
           PERFORM RETURN-SORTED.
      *
       READ-LIVE-AUDIT.
           MOVE WS-GROUP-CORR-ID TO AUDF-CORR-ID.
           READ AUDITF-FILE INTO AUDIT-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-AUDITF-STATUS NOT EQUAL '00'
              AND WS-AUDITF-STATUS NOT EQUAL '23'
               DISPLAY 'ARCRTRV ERROR AUDITF READ STATUS='
                       WS-AUDITF-STATUS ' corr-id=' WS-GROUP-CORR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AUDITF-STATUS EQUAL '00'
               SET WS-GROUP-AUDIT-LIVE TO TRUE
           ELSE
               MOVE SPACES TO AUDIT-RECORD
           END-IF.
      *
       READ-LIVE-POSTING.
           MOVE WS-GROUP-CORR-ID TO TRNF-CORR-ID.
           READ TRANF-FILE INTO TRAN-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANF-STATUS NOT EQUAL '00'
              AND WS-TRANF-STATUS NOT EQUAL '23'
               DISPLAY 'ARCRTRV ERROR TRANF READ STATUS='
                       WS-TRANF-STATUS ' corr-id=' WS-GROUP-CORR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRANF-STATUS EQUAL '00'
               SET WS-GROUP-POSTING-LIVE TO TRUE
           ELSE
               MOVE SPACES TO TRAN-RECORD
           END-IF.
      *
       PRINT-REQUEST-HEADER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-REQ-SUB                  TO REQ-NO.
           MOVE WS-RQ-REQUESTER(WS-REQ-SUB) TO REQ-REQUESTER.
           MOVE WS-RQ-KEY(WS-REQ-SUB)       TO REQ-KEY.
           MOVE WS-RQ-FROM-DATE(WS-REQ-SUB) TO REQ-FROM-DATE.
           MOVE WS-RQ-TO-DATE(WS-REQ-SUB)   TO REQ-TO-DATE.
           MOVE WS-RQ-EXTRACT(WS-REQ-SUB)   TO REQ-EXTRACT.
           MOVE WS-RQ-TYPE(WS-REQ-SUB)      TO REQ-TYPE-TEXT.
           IF WS-RQ-BY-CORR-ID(WS-REQ-SUB)
               MOVE 'CORR-ID'    TO REQ-TYPE-TEXT
           END-IF.
           IF WS-RQ-BY-ACCOUNT(WS-REQ-SUB)
               MOVE 'ACCOUNT'    TO REQ-TYPE-TEXT
           END-IF.
           IF WS-RQ-BY-USER(WS-REQ-SUB)
               MOVE 'USER'       TO REQ-TYPE-TEXT
           END-IF.
           WRITE RPT-LINE FROM RPT-REQUEST-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-RQ-REASON(WS-REQ-SUB) TO RSN-REASON.
           MOVE WS-STAMP-DATE            TO RSN-LOG-DATE.
           MOVE WS-STAMP-TIME(1:6)       TO RSN-LOG-TIME.
           MOVE WS-REQ-SUB               TO RSN-LOG-NO.
           WRITE RPT-LINE FROM RPT-REASON-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * PRINT-UNSEARCHED-REQUEST - a request with no corr-id to
      * report: rejected, or searched and nothing found.
      *****************************************************************
       PRINT-UNSEARCHED-REQUEST.
           PERFORM PRINT-REQUEST-HEADER.
           MOVE SPACES TO NTE-TEXT.
           IF WS-RQ-REJECTED(WS-REQ-SUB)
               STRING 'REJECTED - ' WS-RQ-REJECT-REASON(WS-REQ-SUB)
                      ' - NOTHING SEARCHED, CORRECT THE CARD AND'
                      ' RESUBMIT'
                      DELIMITED BY SIZE INTO NTE-TEXT
           ELSE
               MOVE 'NOTHING FOUND ON THE ARCHIVES' TO NTE-TEXT
           END-IF.
           WRITE RPT-LINE FROM RPT-NOTE-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RQ-ACCEPTED(WS-REQ-SUB)
               PERFORM PRINT-REQUEST-TOTALS
           END-IF.
      *
       PRINT-REQUEST-TOTALS.
           MOVE SPACES TO NTE-TEXT.
           IF WS-RQ-IS-TRUNCATED(WS-REQ-SUB)
               MOVE 'MORE CORR-IDS FOUND THAN ONE RUN HOLDS - LIST IS'
                    TO NTE-TEXT
               WRITE RPT-LINE FROM RPT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE '  INCOMPLETE: NARROW THE DATE RANGE AND RESUBMIT'
                    TO NTE-TEXT
               WRITE RPT-LINE FROM RPT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO NTE-TEXT
           END-IF.
           MOVE WS-RQ-CORR-ID-CT(WS-REQ-SUB) TO RTT-CORR-ID-CT.
           MOVE WS-RQ-AUDIT-CT(WS-REQ-SUB)   TO RTT-AUDIT-CT.
           MOVE WS-RQ-POSTING-CT(WS-REQ-SUB) TO RTT-POSTING-CT.
           MOVE WS-RQ-EXTRACT-CT(WS-REQ-SUB) TO RTT-EXTRACT-CT.
           WRITE RPT-LINE FROM RPT-REQ-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *****************************************************************
      * PRINT-CORR-ID-BLOCK - the audit record on the left, the
      * posting on the right.
      *****************************************************************
       PRINT-CORR-ID-BLOCK.
           MOVE WS-GROUP-CORR-ID TO CRL-CORR-ID.
           MOVE SPACES TO CRL-ARCHIVED-TEXT.
           IF WS-GROUP-ARCHIVED-DATE EQUAL SPACES
               MOVE 'NO TRNARCF ARCHIVE MARKER' TO CRL-ARCHIVED-TEXT
           ELSE
               STRING 'POSTING ARCHIVED ON ' WS-GROUP-ARCHIVED-DATE
                      DELIMITED BY SIZE INTO CRL-ARCHIVED-TEXT
           END-IF.
           WRITE RPT-LINE FROM RPT-CORR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SID-LEFT SID-RIGHT.
           IF WS-GROUP-AUDIT-ARCHIVE
               MOVE 'AUDIT RECORD - FROM THE AUDIT ARCHIVE' TO SID-LEFT
           END-IF.
           IF WS-GROUP-AUDIT-LIVE
               MOVE 'AUDIT RECORD - FROM AUDITF' TO SID-LEFT
           END-IF.
           IF WS-GROUP-AUDIT-NONE
               MOVE 'AUDIT RECORD - NOT ON THE ARCHIVE OR AUDITF'
                    TO SID-LEFT
           END-IF.
           IF WS-GROUP-POSTING-ARCHIVE
               MOVE 'POSTING - FROM THE POSTING ARCHIVE' TO SID-RIGHT
           END-IF.
           IF WS-GROUP-POSTING-LIVE
               MOVE 'POSTING - FROM TRANF' TO SID-RIGHT
           END-IF.
           IF WS-GROUP-POSTING-NONE
               MOVE 'POSTING - NOT ON THE ARCHIVE OR TRANF' TO SID-RIGHT
           END-IF.
           WRITE RPT-LINE FROM RPT-SIDE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SID-LEFT SID-RIGHT.
           IF NOT WS-GROUP-AUDIT-NONE
               STRING 'USER=' AUD-USER-ID ' TERM=' AUD-TERM-ID
                      ' DATE=' AUD-DATE ' TIME=' AUD-TIME
                      DELIMITED BY SIZE INTO SID-LEFT
           END-IF.
           IF NOT WS-GROUP-POSTING-NONE
               STRING 'ACCOUNT=' TRN-ACCOUNT-ID ' TYPE=' TRN-TRAN-TYPE
                      ' DATE=' TRN-DATE ' TIME=' TRN-TIME
                      DELIMITED BY SIZE INTO SID-RIGHT
           END-IF.
           WRITE RPT-LINE FROM RPT-SIDE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SID-LEFT SID-RIGHT.
           IF NOT WS-GROUP-AUDIT-NONE
               IF AUD-AMOUNT NUMERIC
                   MOVE AUD-AMOUNT TO WS-EDIT-AMOUNT
               ELSE
                   MOVE ZERO TO WS-EDIT-AMOUNT
               END-IF
               STRING 'STATUS=' AUD-STATUS-CODE
                      ' OK=' AUD-SUCCESS-FLAG
                      ' ABEND=' AUD-ABEND-CODE
                      ' TYPE=' AUD-TRAN-TYPE
                      ' AMT=' WS-EDIT-AMOUNT
                      DELIMITED BY SIZE INTO SID-LEFT
           END-IF.
           IF NOT WS-GROUP-POSTING-NONE
               MOVE TRN-AMOUNT TO WS-EDIT-AMOUNT
               STRING 'AMOUNT=' WS-EDIT-AMOUNT
                      ' REVERSED-FLAG=' TRN-REVERSED-FLAG
                      DELIMITED BY SIZE INTO SID-RIGHT
           END-IF.
           WRITE RPT-LINE FROM RPT-SIDE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SID-LEFT SID-RIGHT.
           IF NOT WS-GROUP-AUDIT-NONE
               STRING 'IN:  ' AUD-INBOUND-MSG
                      DELIMITED BY SIZE INTO SID-LEFT
           END-IF.
           IF NOT WS-GROUP-POSTING-NONE
               STRING 'REVERSAL/RELATED CORR-ID=' TRN-REVERSAL-CORR-ID
                      DELIMITED BY SIZE INTO SID-RIGHT
           END-IF.
           WRITE RPT-LINE FROM RPT-SIDE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SID-LEFT SID-RIGHT.
           IF NOT WS-GROUP-AUDIT-NONE
               STRING 'OUT: ' AUD-RESPONSE-MSG
                      DELIMITED BY SIZE INTO SID-LEFT
           END-IF.
           IF NOT WS-GROUP-POSTING-NONE
               IF TRN-TRAN-TYPE EQUAL 'ADJD'
                  OR TRN-TRAN-TYPE EQUAL 'ADJC'
                   STRING 'ADJ REASON=' TRN-ADJ-REASON
                          DELIMITED BY SIZE INTO SID-RIGHT
               ELSE
                   STRING 'PAYEE=' TRN-PAYEE-ID
                          DELIMITED BY SIZE INTO SID-RIGHT
               END-IF
           END-IF.
           WRITE RPT-LINE FROM RPT-SIDE-LINE
               AFTER ADVANCING 1 LINE.
      *
       WRITE-EXTRACT.
           MOVE SPACES             TO RTX-RECORD.
           MOVE WS-GROUP-REQ       TO RTX-REQUEST-NO.
           MOVE WS-RQ-REQUESTER(WS-REQ-SUB) TO RTX-REQUESTER.
           MOVE WS-GROUP-CORR-ID   TO RTX-CORR-ID.
           MOVE WS-GROUP-AUDIT-SRC TO RTX-AUDIT-SOURCE.
           IF NOT WS-GROUP-AUDIT-NONE
               MOVE AUDIT-RECORD   TO RTX-AUDIT-IMAGE
           END-IF.
           MOVE WS-GROUP-POSTING-SRC TO RTX-POSTING-SOURCE.
           IF NOT WS-GROUP-POSTING-NONE
               MOVE TRAN-RECORD(1:77) TO RTX-POSTING-IMAGE
           END-IF.
           MOVE WS-GROUP-ARCHIVED-DATE TO RTX-ARCHIVED-DATE.
           WRITE RTX-RECORD.
           IF WS-RTRVOUT-STATUS NOT EQUAL '00'
               DISPLAY 'ARCRTRV ERROR RTRVOUT WRITE STATUS='
                       WS-RTRVOUT-STATUS ' corr-id=' WS-GROUP-CORR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RQ-EXTRACT-CT(WS-REQ-SUB).
           ADD 1 TO WS-EXTRACT-CT.
      *
      *****************************************************************
      * COMPLETE-LOG-ENTRY - an accepted card's log entry is turned
      * COMPLETED with what was found, now the report is written.
      *****************************************************************
       COMPLETE-LOG-ENTRY.
           IF WS-RQ-ACCEPTED(WS-REQ-SUB)
               MOVE WS-STAMP-DATE      TO RTL-RUN-DATE
               MOVE WS-STAMP-TIME(1:6) TO RTL-RUN-TIME
               MOVE WS-REQ-SUB         TO RTL-REQUEST-NO
               READ RTRVLOG-FILE
                   INVALID KEY
                       DISPLAY 'ARCRTRV ERROR RTRVLOG ENTRY MISSING'
                               ' request=' RTL-REQUEST-NO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               IF WS-RTRVLOG-STATUS NOT EQUAL '00'
                   DISPLAY 'ARCRTRV ERROR RTRVLOG READ STATUS='
                           WS-RTRVLOG-STATUS ' request=' RTL-REQUEST-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET RTL-COMPLETED TO TRUE
               MOVE WS-RQ-CORR-ID-CT(WS-REQ-SUB) TO RTL-CORR-ID-CT
               MOVE WS-RQ-AUDIT-CT(WS-REQ-SUB)   TO RTL-AUDIT-CT
               MOVE WS-RQ-POSTING-CT(WS-REQ-SUB) TO RTL-POSTING-CT
               MOVE WS-RQ-EXTRACT-CT(WS-REQ-SUB) TO RTL-EXTRACT-CT
               MOVE WS-RQ-TRUNCATED(WS-REQ-SUB)  TO RTL-TRUNCATED-FLAG
               REWRITE RTLG-RECORD
               IF WS-RTRVLOG-STATUS NOT EQUAL '00'
                   DISPLAY 'ARCRTRV ERROR RTRVLOG REWRITE STATUS='
                           WS-RTRVLOG-STATUS ' request=' RTL-REQUEST-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'REQUEST CARDS READ' TO TTL-TEXT.
           MOVE WS-CARD-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REQUEST CARDS REJECTED' TO TTL-TEXT.
           MOVE WS-REJECTED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH OVER THE CARD LIMIT' TO TTL-TEXT.
           MOVE WS-OVER-LIMIT-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SEARCHES TRUNCATED' TO TTL-TEXT.
           MOVE WS-TRUNCATED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRNARCF ARCHIVE MARKERS READ' TO TTL-TEXT.
           MOVE WS-MARKER-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AUDIT ARCHIVE RECORDS READ' TO TTL-TEXT.
           MOVE WS-AUDIT-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTING ARCHIVE RECORDS READ' TO TTL-TEXT.
           MOVE WS-POSTING-READ-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CORR-IDS REPORTED' TO TTL-TEXT.
           MOVE WS-REPORTED-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REPEATED ARCHIVE COPIES DROPPED' TO TTL-TEXT.
           MOVE WS-DUP-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'EXTRACT RECORDS WRITTEN' TO TTL-TEXT.
           MOVE WS-EXTRACT-CT TO TTL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
