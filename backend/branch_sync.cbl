               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-DISCREPANCY-STATUS.

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN TO
               'data/crypto/branch_sync.req'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN TO
               'data/crypto/branch_sync.ans'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-SEAT-MAP-FILE.
       01  FS-SEAT-RECORD.
           02    FS-DIS-MESSAGE    PIC X(50).


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

       FD  FS-FIELD-REQUEST-FILE.
       01  FS-FIELD-REQUEST-RECORD.
           02    FS-FCQ-TRACE    PIC X(16).
           02    FS-FCQ-OPERATION    PIC X(7).
           02    FS-FCQ-KIND    PIC X.
           02    FS-FCQ-WIDTH    PIC 9(3).
           02    FS-FCQ-VALUE    PIC X(100).
           02    FS-FCQ-VAULT-ROW    PIC X(240).

       FD  FS-FIELD-RESPONSE-FILE.
       01  FS-FIELD-RESPONSE-RECORD.
           02    FS-FCA-TRACE    PIC X(16).
           02    FS-FCA-RESULT    PIC XX.
           02    FS-FCA-VALUE    PIC X(100).
           02    FS-FCA-VAULT-ROW    PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-DAY-FILE-STATUS    PIC XX.
       01  WS-RUN-MODE    PIC X(6).
       01  WS-RUN-ARGUMENT    PIC X(60).
       01  WS-BRANCH-CODE    PIC X(4).
       01  WS-SYNC-DATE    PIC 99/99/9999.
       01  WS-SYNC-DATE-ENTRY    PIC X(10).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-BOOKING-COUNT    PIC 9(6) VALUE 0.
       01  WS-PAYMENT-COUNT    PIC 9(6) VALUE 0.
       01  WS-PASSENGER-COUNT    PIC 9(6) VALUE 0.
       01  WS-VAULT-COUNT    PIC 9(6) VALUE 0.
       01  WS-TRAILER-COUNTS.
           02    WS-TRL-BOOKING-COUNT    PIC 9(6).
           02    WS-TRL-FILLER-1    PIC X(2).
           02    WS-TRL-PAYMENT-COUNT    PIC 9(6).
           02    WS-TRL-FILLER-2    PIC X(2).
           02    WS-TRL-PASSENGER-COUNT    PIC 9(6).
           02    WS-TRL-FILLER-3    PIC X(2).
           02    WS-TRL-VAULT-COUNT    PIC 9(6).
       01  WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
       01  WS-BUMPED-COUNT    PIC 9(6) VALUE 0.
       01  WS-DISCREPANCY-COUNT    PIC 9(6) VALUE 0.
       01  WS-DIS-RECORD-KEY    PIC X(15).
       01  WS-SEAT-TAKEN    PIC X.
       01  WS-LOCAL-BOOKING-SAVE    PIC X(117).
       01  WS-DAY-FILE-DATE-TAG    PIC X(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
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
      *    The field vault rows behind the passengers' encrypted
      *    contact fields travel with them, through backend/
      *    python_script_for_field_crypto.py.
       01  WS-FCQ-FILE-STATUS    PIC XX.
       01  WS-FCA-FILE-STATUS    PIC XX.
       01  WS-FC-REQUEST-COUNT    PIC 9(6) VALUE 0.
       01  WS-FC-EOF    PIC X.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    applies another branch's day file under conflict rules (a
      *    seat already sold locally bumps the incoming booking) and
      *    prints a discrepancy report for the supervisors to work.
      *    Usage : branch_sync EXPORT <branch> [MMDDYYYY]
      *            branch_sync IMPORT <dayfile-path>
           ACCEPT WS-COMMAND-LINE-ENTRY FROM COMMAND-LINE
           MOVE SPACES TO WS-RUN-MODE
                   PERFORM IMPORT-BRANCH-DAY-FILE
               WHEN OTHER
                   DISPLAY 'Usage : branch_sync EXPORT <branch>'
                       ' [MMDDYYYY]'
                   DISPLAY '        branch_sync IMPORT <dayfile>'
           END-EVALUATE

           END-IF

           IF WS-SYNC-DATE-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO WS-SYNC-DATE(1:2)
               MOVE '/' TO WS-SYNC-DATE(3:1)
               MOVE WS-TODAY-DD TO WS-SYNC-DATE(4:2)
               MOVE '/' TO WS-SYNC-DATE(6:1)
               MOVE WS-TODAY-YYYY TO WS-SYNC-DATE(7:4)
           ELSE
               MOVE WS-SYNC-DATE-ENTRY TO WS-SYNC-DATE
           END-IF
      *    be shipped.
           MOVE WS-SYNC-DATE(1:2) TO WS-DAY-FILE-DATE-TAG(1:2)
           MOVE WS-SYNC-DATE(4:2) TO WS-DAY-FILE-DATE-TAG(3:2)
           MOVE WS-SYNC-DATE(7:4) TO WS-DAY-FILE-DATE-TAG(5:4)
           MOVE SPACES TO WS-DAY-FILE-NAME
           STRING 'data/export/branch_day_' DELIMITED BY SIZE
               WS-BRANCH-CODE DELIMITED BY SPACE
           PERFORM EXPORT-DAY-BOOKINGS
           PERFORM EXPORT-DAY-PAYMENTS
           PERFORM EXPORT-DAY-PASSENGERS
           PERFORM EXPORT-VAULT-ROWS

           MOVE SPACES TO FS-DAY-RECORD
           MOVE 'T' TO FS-DF-RECORD-TYPE
           MOVE WS-PAYMENT-COUNT TO WS-TRL-PAYMENT-COUNT
           MOVE SPACES TO WS-TRL-FILLER-2
           MOVE WS-PASSENGER-COUNT TO WS-TRL-PASSENGER-COUNT
           MOVE SPACES TO WS-TRL-FILLER-3
           MOVE WS-VAULT-COUNT TO WS-TRL-VAULT-COUNT
           MOVE WS-TRAILER-COUNTS TO FS-DF-BODY
           WRITE FS-DAY-RECORD

           DISPLAY 'Bookings   : ' WS-BOOKING-COUNT
           DISPLAY 'Payments   : ' WS-PAYMENT-COUNT
           DISPLAY 'Passengers : ' WS-PASSENGER-COUNT
           DISPLAY 'Vault rows : ' WS-VAULT-COUNT
           .

       EXPORT-DAY-BOOKINGS.
           .

       EXPORT-DAY-PASSENGERS.
      *    The record travels as stored, contact fields encrypted.
      *    Its email and phone are tokens for rows in the field
      *    vault, so those rows are asked for here and follow as 'V'
      *    records (still encrypted). Branches hold the same
      *    data/field_keys.txt, which goes out with each key
      *    rotation and never in a day file.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-FC-REQUEST-COUNT
           CALL "SYSTEM" USING "mkdir -p -m 700 data/crypto"
               RETURNING WS-RETURN-CODE
           OPEN OUTPUT FS-FIELD-REQUEST-FILE
           OPEN INPUT FS-PASSENGER-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PASSENGER-FILE NEXT RECORD
                       MOVE FS-PASSENGER-RECORD TO FS-DF-BODY
                       WRITE FS-DAY-RECORD
                       ADD 1 TO WS-PASSENGER-COUNT
                       PERFORM ASK-PASSENGER-VAULT-ROWS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-PASSENGER-FILE
           CLOSE FS-FIELD-REQUEST-FILE
           .

       ASK-PASSENGER-VAULT-ROWS.
           IF WS-FCQ-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FS-FIELD-REQUEST-RECORD
           MOVE FS-P-USER-ID TO FS-FCQ-TRACE
           MOVE 'EXPORT' TO FS-FCQ-OPERATION
           MOVE 'T' TO FS-FCQ-KIND
           MOVE 100 TO FS-FCQ-WIDTH
           MOVE FS-P-EMAIL TO FS-FCQ-VALUE
           WRITE FS-FIELD-REQUEST-RECORD
           MOVE 'D' TO FS-FCQ-KIND
           MOVE 11 TO FS-FCQ-WIDTH
           MOVE FS-P-PHONE-NUMBER TO FS-FCQ-VALUE
           WRITE FS-FIELD-REQUEST-RECORD
           ADD 2 TO WS-FC-REQUEST-COUNT
           .

       EXPORT-VAULT-ROWS.
      *    A contact field held plain (no key at this branch yet)
      *    has no vault row and simply gets none.
           IF WS-FC-REQUEST-COUNT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM RUN-BRANCH-FIELD-CRYPTO
           IF WS-FC-RC NOT = ZEROES THEN
               DISPLAY 'Error : <Contact vault rows not exported>'
               PERFORM REMOVE-FIELD-CRYPTO-FILES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FC-EOF
           OPEN INPUT FS-FIELD-RESPONSE-FILE
           PERFORM UNTIL WS-FC-EOF = 'Y'
               READ FS-FIELD-RESPONSE-FILE
               AT END MOVE 'Y' TO WS-FC-EOF
               NOT AT END
                   IF FS-FCA-RESULT = '00' AND
                       FS-FCA-VAULT-ROW NOT = SPACES THEN
                       MOVE SPACES TO FS-DAY-RECORD
                       MOVE 'V' TO FS-DF-RECORD-TYPE
                       MOVE WS-BRANCH-CODE TO FS-DF-BRANCH-CODE
                       MOVE FS-FCA-VAULT-ROW TO FS-DF-BODY
                       WRITE FS-DAY-RECORD
                       ADD 1 TO WS-VAULT-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-FIELD-RESPONSE-FILE
           PERFORM REMOVE-FIELD-CRYPTO-FILES
           .

       RUN-BRANCH-FIELD-CRYPTO.
           MOVE SPACES TO WS-FC-COMMAND
           STRING 'python3 backend/python_script_for_field_crypto.py '
               'data/crypto/branch_sync.req '
               'data/crypto/branch_sync.ans'
           DELIMITED BY SIZE INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-FC-RC
           .

       REMOVE-FIELD-CRYPTO-FILES.
           MOVE SPACES TO WS-FC-COMMAND
           STRING 'rm -f data/crypto/branch_sync.req '
               'data/crypto/branch_sync.ans'
           DELIMITED BY SIZE INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-RETURN-CODE
           .

       IMPORT-BRANCH-DAY-FILE.
               OPEN OUTPUT FS-DISCREPANCY-FILE
           END-IF

           MOVE ZEROES TO WS-FC-REQUEST-COUNT
           CALL "SYSTEM" USING "mkdir -p -m 700 data/crypto"
               RETURNING WS-RETURN-CODE
           OPEN OUTPUT FS-FIELD-REQUEST-FILE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DAY-FILE
           END-PERFORM

           CLOSE FS-DAY-FILE
           CLOSE FS-FIELD-REQUEST-FILE
           PERFORM MERGE-VAULT-ROWS

           IF WS-TRAILER-SEEN NOT = 'Y' THEN
               MOVE SPACES TO WS-DIS-RECORD-KEY
               WHEN 'P'
                   ADD 1 TO WS-PASSENGER-COUNT
                   PERFORM APPLY-REMOTE-PASSENGER
               WHEN 'V'
                   ADD 1 TO WS-VAULT-COUNT
                   PERFORM QUEUE-REMOTE-VAULT-ROW
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   PERFORM CHECK-CONTROL-TRAILER
                       END-IF
                       WRITE FS-BOOKING-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'BRANCH-SYNC' TO WS-BEV-EVENT
                               MOVE SPACES TO WS-BEV-OLD-VALUE
                               MOVE SPACES TO WS-BEV-NEW-VALUE
                               STRING FS-BOOKING-STATUS
                                   DELIMITED BY SPACE
                                   ' seat ' FS-SEAT-NUMBER(8:3)
                                   DELIMITED BY SIZE
                                   INTO WS-BEV-NEW-VALUE
                               PERFORM WRITE-BRANCH-BOOKING-EVENT
                       END-WRITE
                       ADD 1 TO WS-APPLIED-COUNT
                   NOT INVALID KEY
           .

       APPLY-REMOTE-CANCELLATION.
           MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
           MOVE 'canceled' TO FS-BOOKING-STATUS
           MOVE FS-DF-BODY(99:19) TO FS-TIME-STAMP
           REWRITE FS-BOOKING-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'CANCEL' TO WS-BEV-EVENT
                   MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                   PERFORM WRITE-BRANCH-BOOKING-EVENT
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT

           CLOSE FS-PASSENGER-FILE
           .

       QUEUE-REMOTE-VAULT-ROW.
      *    Vault rows are merged in one pass once the whole day file
      *    has been read.
           IF WS-FCQ-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FS-FIELD-REQUEST-RECORD
           MOVE 'MERGE' TO FS-FCQ-OPERATION
           MOVE 'T' TO FS-FCQ-KIND
           MOVE 100 TO FS-FCQ-WIDTH
           MOVE FS-DF-BODY(1:26) TO FS-FCQ-VALUE
           MOVE FS-DF-BODY(1:240) TO FS-FCQ-VAULT-ROW
           WRITE FS-FIELD-REQUEST-RECORD
           ADD 1 TO WS-FC-REQUEST-COUNT
           .

       MERGE-VAULT-ROWS.
      *    A row the vault already holds is passed over. One that
      *    cannot be merged leaves that contact field unreadable
      *    here, so it goes on the discrepancy report.
           IF WS-FC-REQUEST-COUNT = ZEROES THEN
               PERFORM REMOVE-FIELD-CRYPTO-FILES
               EXIT PARAGRAPH
           END-IF
           PERFORM RUN-BRANCH-FIELD-CRYPTO
           IF WS-FC-RC NOT = ZEROES THEN
               MOVE SPACES TO WS-DIS-RECORD-KEY
               MOVE 'CONTACT VAULT ROWS NOT MERGED' TO WS-DIS-MESSAGE
               PERFORM WRITE-DISCREPANCY-LINE
               PERFORM REMOVE-FIELD-CRYPTO-FILES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FC-EOF
           OPEN INPUT FS-FIELD-RESPONSE-FILE
           PERFORM UNTIL WS-FC-EOF = 'Y'
               READ FS-FIELD-RESPONSE-FILE
               AT END MOVE 'Y' TO WS-FC-EOF
               NOT AT END
                   IF FS-FCA-RESULT NOT = '00' THEN
                       MOVE FS-FCA-VALUE(1:15) TO WS-DIS-RECORD-KEY
                       MOVE 'CONTACT VAULT ROW NOT MERGED' TO
                           WS-DIS-MESSAGE
                       PERFORM WRITE-DISCREPANCY-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-FIELD-RESPONSE-FILE
           PERFORM REMOVE-FIELD-CRYPTO-FILES
           .

       CHECK-CONTROL-TRAILER.
      *    Day files from before vault rows were carried have no
      *    vault count, and are checked without one.
           MOVE FS-DF-BODY(1:30) TO WS-TRAILER-COUNTS
           IF WS-TRL-VAULT-COUNT IS NOT NUMERIC THEN
               MOVE WS-VAULT-COUNT TO WS-TRL-VAULT-COUNT
           END-IF
           IF WS-TRL-BOOKING-COUNT NOT = WS-BOOKING-COUNT OR
               WS-TRL-PAYMENT-COUNT NOT = WS-PAYMENT-COUNT OR
               WS-TRL-PASSENGER-COUNT NOT = WS-PASSENGER-COUNT OR
               WS-TRL-VAULT-COUNT NOT = WS-VAULT-COUNT THEN
               MOVE SPACES TO WS-DIS-RECORD-KEY
               MOVE 'TRAILER COUNTS DO NOT MATCH FILE CONTENT' TO
                   WS-DIS-MESSAGE
           WRITE FS-DISCREPANCY-RECORD
           ADD 1 TO WS-DISCREPANCY-COUNT
           .

       WRITE-BRANCH-BOOKING-EVENT.
      *    Changes arriving in a day file belong to the branch that
      *    sent it.
           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
           MOVE SPACES TO WS-BEV-CHANGED-BY
           STRING 'BRANCH-' WS-REMOTE-BRANCH DELIMITED BY SIZE
               INTO WS-BEV-CHANGED-BY
           PERFORM WRITE-BOOKING-EVENT
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
               MOVE 'branch_sync' TO FS-BEV-PROGRAM
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
