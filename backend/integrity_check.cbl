               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT FS-CHAIN-REPORT-FILE ASSIGN TO
               'data/chain_verify.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CHR-FILE-STATUS.

           SELECT FS-ERROR-LOG-FILE ASSIGN TO 'data/error_log.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ERR-ID
               FILE STATUS IS WS-ERR-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-FK-ROUTE-ID    PIC X(15).
           02    FS-FK-VEHICLE-ID    PIC X(15).
           02    FS-FK-DRIVER-ID    PIC X(15).
           02    FS-S-DEPARTURE-TIME    PIC X(23).
           02    FS-S-ARRIVAL-TIME    PIC X(23).
           02    FS-S-STATUS    PIC X(8).
           02    FS-S-TIME-STAMP    PIC X(21).

       FD  FS-SEAT-MAP-FILE.
       01  FS-SEAT-RECORD.
           02    FS-EWALLET-CONFIRMATION-CODE    PIC X(10).
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP    PIC X(21).

       FD  FS-ROUTES-FILE.
       01  FS-ROUTES-RECORD.
           02    FS-ROUTE-DISTANCE    PIC 9(10)V9(2).
           02    FS-ROUTE-BASE-PRICE    PIC 9(10)V9(2).
           02    FS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    FS-ROUTE-TIME-STAMP    PIC X(21).

       FD  FS-JOURNEY-LEGS-FILE.
       01  FS-JOURNEY-LEG-RECORD.
           02    FS-JRN-FILLER-2    PIC X(3).
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3).
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3).
           02    FS-JRN-IMAGE    PIC X(200).

       FD  FS-CHAIN-REPORT-FILE.
       01  FS-CHAIN-REPORT-RECORD.
           02    FS-CHR-RESULT    PIC X(6).
           02    FS-CHR-FILLER-1    PIC X(3).
           02    FS-CHR-FILE-CODE    PIC X(8).
           02    FS-CHR-FILLER-2    PIC X(3).
           02    FS-CHR-RECORD-COUNT    PIC 9(9).
           02    FS-CHR-FILLER-3    PIC X(3).
           02    FS-CHR-HEAD-SEQ    PIC 9(9).
           02    FS-CHR-FILLER-4    PIC X(3).
           02    FS-CHR-HEAD-HASH    PIC X(64).
           02    FS-CHR-FILLER-5    PIC X(3).
           02    FS-CHR-BREAK-SEQ    PIC 9(9).
           02    FS-CHR-FILLER-6    PIC X(3).
           02    FS-CHR-BREAK-REASON    PIC X(20).
           02    FS-CHR-FILLER-7    PIC X(3).
           02    FS-CHR-BREAK-KEY    PIC X(21).
           02    FS-CHR-FILLER-8    PIC X(3).
           02    FS-CHR-TIME-STAMP.
               03    FS-CHR-TS-DATE    PIC X(10).
               03    FS-CHR-TS-REST    PIC X(11).

       FD  FS-ERROR-LOG-FILE.
       01  FS-ERROR-LOG-RECORD.
           02    FS-ERR-ID    PIC X(15).
           02    FS-ERR-PROGRAM    PIC X(20).
           02    FS-ERR-PARAGRAPH    PIC X(30).
           02    FS-ERR-FILE-NAME    PIC X(20).
           02    FS-ERR-RECORD-KEY    PIC X(15).
           02    FS-ERR-FILE-STATUS    PIC XX.
           02    FS-ERR-RESOLVED    PIC X.
           02    FS-ERR-TIME-STAMP    PIC X(21).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).


       FD  FS-BOOKING-EVENT-FILE.
       01  FS-BOOKING-EVENT-RECORD.
           02    FS-BEV-FK-BOOKING-ID    PIC X(15).
           02    FS-BEV-FILLER-1    PIC X(3) VALUE SPACES.
           02    FS-BEV-EVENT    PIC X(12).
           02    FS-BEV-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-BEV-OLD-VALUE    PIC X(20).
           02    FS-BEV-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-BEV-NEW-VALUE    PIC X(20).
           02    FS-BEV-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-BEV-PROGRAM    PIC X(20).
           02    FS-BEV-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-BEV-CHANGED-BY    PIC X(15).
           02    FS-BEV-FILLER-6    PIC X(3) VALUE SPACES.
           02    FS-BEV-TIME-STAMP    PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-BUFFER    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-TIME    PIC 9(8).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-REPAIR-CHOICE    PIC X(3).
       01  WS-REPAIRED-COUNT    PIC 9(7) VALUE 0.
       01  WS-RUN-MODE-ENTRY    PIC X(10).
       01  WS-CHR-FILE-STATUS    PIC XX.
       01  WS-ERR-FILE-STATUS    PIC XX.
       01  WS-CHAIN-BREAK-COUNT    PIC 9(7) VALUE 0.
       01  WS-CHAIN-REPORT-TODAY    PIC X VALUE 'N'.
       01  WS-CHAIN-FILE-NAME    PIC X(20).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC 9(6).
           02    WS-GSI-TIME    PIC 9(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-BEV-FILE-STATUS    PIC XX.
       01  WS-BEV-BOOKING-ID    PIC X(15).
       01  WS-BEV-EVENT    PIC X(12).
       01  WS-BEV-OLD-VALUE    PIC X(20).
       01  WS-BEV-NEW-VALUE    PIC X(20).
       01  WS-BEV-CHANGED-BY    PIC X(15).
       01  WS-BEV-STAMP-DATE.
           02    WS-BEV-STAMP-YYYY    PIC 9999.
           02    WS-BEV-STAMP-MM    PIC 99.
           02    WS-BEV-STAMP-DD    PIC 99.
       01  WS-BEV-STAMP-TIME    PIC 9(8).


       PROCEDURE DIVISION.
           PERFORM CHECK-PAYMENT-FOREIGN-KEYS
           PERFORM CHECK-JOURNEY-LEG-ROUTES
           PERFORM CHECK-JOURNAL-CONTINUITY
           PERFORM CHECK-EVIDENCE-CHAINS
           PERFORM WRITE-COUNT-SUMMARY

           CLOSE FS-EXCEPTION-FILE
           DISPLAY 'Seat map rows read   : ' WS-SEAT-COUNT
           DISPLAY 'Journey legs read    : ' WS-LEG-COUNT
           DISPLAY 'Exceptions found     : ' WS-EXCEPTION-COUNT
           IF WS-CHAIN-BREAK-COUNT > ZEROES THEN
               DISPLAY 'CRITICAL - evidence chain breaks : '
                   WS-CHAIN-BREAK-COUNT
           END-IF
           DISPLAY ' '
           DISPLAY 'Exception detail written to '
               'data/integrity_exceptions.txt'
           DISPLAY 'Journal gaps found   : ' WS-JRN-GAP-COUNT
           .

       CHECK-EVIDENCE-CHAINS.
      *    The hash chains on admin_audit, payment_history and
      *    or_register are walked by audit_chain, which runs ahead of
      *    this job in the nightly batch. A broken link means an
      *    evidence record was altered, inserted or removed outside
      *    the programs - a critical finding, so besides the line
      *    in the exception report it goes to the error log where
      *    the admin console lists it until someone resolves it.
      *    A chain result not dated today is reported as well: an
      *    unverified night must not read as a clean one.
           PERFORM GENERATE-TIME-STAMP
           MOVE 'N' TO WS-CHAIN-REPORT-TODAY
           MOVE SPACES TO WS-EOF

           OPEN INPUT FS-CHAIN-REPORT-FILE
           IF WS-CHR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-CHAIN-REPORT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-CHR-TS-DATE = WS-TS-DATE THEN
                       MOVE 'Y' TO WS-CHAIN-REPORT-TODAY
                       IF FS-CHR-RESULT = 'BROKEN' THEN
                           PERFORM RAISE-CHAIN-BREAK
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CHR-FILE-STATUS = '00' OR
               WS-CHR-FILE-STATUS = '10' THEN
               CLOSE FS-CHAIN-REPORT-FILE
           END-IF

           IF WS-CHAIN-REPORT-TODAY = 'N' THEN
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-LINE
               STRING 'CHAIN NOT CHECKED | no audit_chain result '
                   'dated ' WS-TS-DATE
                   ' in data/chain_verify.txt'
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           END-IF

           DISPLAY 'Chain breaks found   : ' WS-CHAIN-BREAK-COUNT
           .

       RAISE-CHAIN-BREAK.
           ADD 1 TO WS-CHAIN-BREAK-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT

           EVALUATE FS-CHR-FILE-CODE
               WHEN 'AUDIT'
                   MOVE 'admin_audit' TO WS-CHAIN-FILE-NAME
               WHEN 'PAYHIST'
                   MOVE 'payment_history' TO WS-CHAIN-FILE-NAME
               WHEN 'ORREG'
                   MOVE 'or_register' TO WS-CHAIN-FILE-NAME
               WHEN OTHER
                   MOVE FS-CHR-FILE-CODE TO WS-CHAIN-FILE-NAME
           END-EVALUATE

           MOVE SPACES TO WS-LINE
           STRING '*** CRITICAL *** CHAIN BREAK | '
               WS-CHAIN-FILE-NAME ' first broken link '
               FS-CHR-BREAK-SEQ ' ' FS-CHR-BREAK-REASON
               ' ' FS-CHR-BREAK-KEY
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE

      *    Status 'CB' marks a chain break on the console list; the
      *    record key is the sequence number of the first bad link.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'ERRLOG' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-ERROR-LOG-FILE
           IF WS-ERR-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-ERROR-LOG-FILE
           END-IF

           IF WS-ERR-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-ERROR-LOG-RECORD
               MOVE WS-GENERATED-ID TO FS-ERR-ID
               MOVE 'integrity_check' TO FS-ERR-PROGRAM
               MOVE 'CHECK-EVIDENCE-CHAINS' TO FS-ERR-PARAGRAPH
               MOVE WS-CHAIN-FILE-NAME TO FS-ERR-FILE-NAME
               MOVE FS-CHR-BREAK-SEQ TO FS-ERR-RECORD-KEY
               MOVE 'CB' TO FS-ERR-FILE-STATUS
               MOVE 'N' TO FS-ERR-RESOLVED
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-ERR-TIME-STAMP
               WRITE FS-ERROR-LOG-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE FS-ERROR-LOG-FILE
           .

       NEXT-SEQUENCE-VALUE.
           OPEN I-O FS-SEQUENCE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-SEQUENCE-FILE
           END-IF
           MOVE WS-SEQ-NAME TO FS-SEQ-NAME
           READ FS-SEQUENCE-FILE
           KEY IS FS-SEQ-NAME
           INVALID KEY
               MOVE 1 TO WS-INCREMENT-VALUE
               MOVE WS-SEQ-NAME TO FS-SEQ-NAME
               MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
               WRITE FS-SEQUENCE-RECORD
               END-WRITE
           NOT INVALID KEY
               COMPUTE WS-INCREMENT-VALUE =
                   FS-SEQ-LAST-INCREMENT + 1
               MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
               REWRITE FS-SEQUENCE-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-SEQUENCE-FILE
           .

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:6) TO WS-GSI-TIME
           MOVE WS-INCREMENT-VALUE TO WS-GSI-INCREMENT-VALUE
           .

       WRITE-COUNT-SUMMARY.
           STRING 'COUNTS | bookings ' WS-BOOKING-COUNT
               ' (active ' WS-ACTIVE-BOOKING-COUNT
               ' | dangling legs ' WS-DANGLING-LEG-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'CRITICAL | evidence chain breaks '
               WS-CHAIN-BREAK-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           .

       SUPERVISED-REPAIR.
                       READ FS-SCHEDULES-FILE
                       KEY IS FS-SCHEDULE-ID
                       INVALID KEY
                           MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                           MOVE 'canceled' TO FS-BOOKING-STATUS
                           REWRITE FS-BOOKING-RECORD
                               NOT INVALID KEY
                                   MOVE FS-BOOKING-ID TO
                                       WS-BEV-BOOKING-ID
                                   MOVE 'REPAIR' TO WS-BEV-EVENT
                                   MOVE FS-BOOKING-STATUS TO
                                       WS-BEV-NEW-VALUE
                                   MOVE 'INTEGRITY' TO
                                       WS-BEV-CHANGED-BY
                                   PERFORM WRITE-BOOKING-EVENT
                           END-REWRITE
                           ADD 1 TO WS-REPAIRED-COUNT
                       END-READ
           .

       GENERATE-TIME-STAMP.
           ACCEPT WS-TS-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TS-YYYYMMDD(5:2) TO WS-TS-DATE(1:2)
           MOVE '/' TO WS-TS-DATE(3:1)
           MOVE WS-TS-YYYYMMDD(7:2) TO WS-TS-DATE(4:2)
           MOVE '/' TO WS-TS-DATE(6:1)
           MOVE WS-TS-YYYYMMDD(1:4) TO WS-TS-DATE(7:4)
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:6) TO WS-TS-TIME
           .

       WRITE-BOOKING-EVENT.
      *    One line per change to a booking, appended in the order
      *    the changes happen, so archive_inquiry can replay the
      *    booking's timeline even after the row itself is archived.
           OPEN EXTEND FS-BOOKING-EVENT-FILE
           IF WS-BEV-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BOOKING-EVENT-FILE
           END-IF
           IF WS-BEV-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-BOOKING-EVENT-RECORD
               MOVE WS-BEV-BOOKING-ID TO FS-BEV-FK-BOOKING-ID
               MOVE WS-BEV-EVENT TO FS-BEV-EVENT
               MOVE WS-BEV-OLD-VALUE TO FS-BEV-OLD-VALUE
               MOVE WS-BEV-NEW-VALUE TO FS-BEV-NEW-VALUE
               MOVE 'integrity_check' TO FS-BEV-PROGRAM
               MOVE WS-BEV-CHANGED-BY TO FS-BEV-CHANGED-BY
               ACCEPT WS-BEV-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-BEV-STAMP-TIME FROM TIME
               MOVE WS-BEV-STAMP-MM TO FS-BEV-TIME-STAMP(1:2)
               MOVE '/' TO FS-BEV-TIME-STAMP(3:1)
               MOVE WS-BEV-STAMP-DD TO FS-BEV-TIME-STAMP(4:2)
               MOVE '/' TO FS-BEV-TIME-STAMP(6:1)
               MOVE WS-BEV-STAMP-YYYY TO FS-BEV-TIME-STAMP(7:4)
               MOVE WS-BEV-STAMP-TIME(1:2) TO FS-BEV-TIME-STAMP(14:2)
               MOVE ':' TO FS-BEV-TIME-STAMP(16:1)
               MOVE WS-BEV-STAMP-TIME(3:2) TO FS-BEV-TIME-STAMP(17:2)
               MOVE ':' TO FS-BEV-TIME-STAMP(19:1)
               MOVE WS-BEV-STAMP-TIME(5:2) TO FS-BEV-TIME-STAMP(20:2)
               WRITE FS-BOOKING-EVENT-RECORD
           END-IF
           CLOSE FS-BOOKING-EVENT-FILE
           .
