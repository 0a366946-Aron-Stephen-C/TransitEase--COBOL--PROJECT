               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-SEQ-STATUS.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.

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
           02    FS-FK-VEHICLE-ID    PIC X(15).
           02    FS-FK-DRIVER-ID    PIC X(15).
           02    FS-S-DEPARTURE-TIME.
               03    FS-S-D-DATE    PIC 99/99/9999.
               03    FS-S-D-FILLER-SPACE-1    PIC X(3).
               03    FS-S-D-TIME.
                   04    FS-S-D-HOUR    PIC 99.
               03    FS-S-D-FILLER-SPACE-2    PIC X(3).
               03    FS-S-D-TIME-FORMAT    PIC XX.
           02    FS-S-ARRIVAL-TIME.
               03    FS-S-A-DATE    PIC 99/99/9999.
               03    FS-S-A-FILLER-SPACE-1    PIC X(3).
               03    FS-S-A-TIME.
                   04    FS-S-A-HOUR    PIC 99.
               03    FS-S-A-TIME-FORMAT    PIC XX.
           02    FS-S-STATUS    PIC X(8).
           02    FS-S-TIME-STAMP.
               03    FS-S-DATE    PIC 99/99/9999.
               03    FS-S-FILLER-SPACE    PIC X(3).
               03    FS-S-TIME.
                   04    FS-S-HOUR    PIC 99.
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
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
               88    FS-P-NOTIFY-NONE    VALUE 'N'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-JRN-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-JRN-IMAGE    PIC X(200).

       FD  FS-JOURNAL-SEQ-FILE.
       01  FS-JOURNAL-SEQ-RECORD    PIC 9(7).

       FD  FS-FIELD-REQUEST-FILE.
       01  FS-FIELD-REQUEST-RECORD.
           02    FS-FCQ-TRACE    PIC X(16).
           02    FS-FCQ-OPERATION    PIC X(7).
           02    FS-FCQ-KIND    PIC X.
           02    FS-FCQ-WIDTH    PIC 9(3).
           02    FS-FCQ-VALUE    PIC X(100).

       FD  FS-FIELD-RESPONSE-FILE.
       01  FS-FIELD-RESPONSE-RECORD.
           02    FS-FCA-TRACE    PIC X(16).
           02    FS-FCA-RESULT    PIC XX.
           02    FS-FCA-VALUE    PIC X(100).

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
       01  WS-JRN-FILE-STATUS    PIC XX.
       01  WS-JRN-SEQ-STATUS    PIC XX.
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-SWEEP-HOURS    PIC 9(3) VALUE 6.
       01  WS-SWEEP-HOURS-ENTRY    PIC X(3).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-TODAY-TIME    PIC 9(8).
       01  WS-FORFEIT-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-NOTIFY-COMMAND    PIC X(300).
       01  WS-NOTIFY-RETURN-CODE    PIC 9(2).
      *    Field encryption for passenger contact data (email,
      *    phone, emergency contact) - AES-GCM through backend/
      *    python_script_for_field_crypto.py, keys in
      *    data/field_keys.txt rotated by backend/field_crypto.
       01  WS-FCQ-FILE-STATUS    PIC XX.
       01  WS-FCA-FILE-STATUS    PIC XX.
       01  WS-FC-FIELD    PIC X(100).
       01  WS-FC-WIDTH    PIC 9(3).
       01  WS-FC-KIND    PIC X.
           88    WS-FC-KIND-TEXT    VALUE 'T'.
           88    WS-FC-KIND-DIGITS    VALUE 'D'.
       01  WS-FC-OPERATION    PIC X(7).
       01  WS-FC-RESULT    PIC XX.
       01  WS-FC-TRACE.
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'DEPOSIT'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.
       01  WS-FC-PLAIN-EMAIL    PIC X(100).
       01  WS-FC-PLAIN-PHONE    PIC X(11).
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
           DISPLAY 'Deposit sweep - cutoff ' WS-SWEEP-HOURS
               ' hours before departure'

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-TIME(1:2) TO WS-TODAY-HOUR24
           MOVE WS-TODAY-TIME(3:2) TO WS-TODAY-MINUTE

           COMPUTE WS-CURRENT-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-CURRENT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-INT)
       COMPUTE-MINUTES-TO-DEPARTURE.
           MOVE FS-S-D-DATE(1:2) TO WS-DEPART-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-DEPART-DATE-INT(7:2)
           MOVE FS-S-D-DATE(7:4) TO WS-DEPART-DATE-INT(1:4)

           IF FS-S-D-TIME-FORMAT = 'AM' THEN
               IF FS-S-D-HOUR = 12 THEN
           .

       EXPIRE-DEPOSIT-HOLD.
           MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
           MOVE 'canceled' TO FS-BOOKING-STATUS
           REWRITE FS-BOOKING-RECORD
               NOT INVALID KEY
                   MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                   MOVE 'DEPOSIT-EXP' TO WS-BEV-EVENT
                   MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                   MOVE 'DEPOSIT-SWEEP' TO WS-BEV-CHANGED-BY
                   PERFORM WRITE-BOOKING-EVENT
           END-REWRITE
           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           MOVE 'RWT' TO WS-JRN-ACTION
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM DECRYPT-PASSENGER-CONTACT
               IF FS-P-NOTIFY-SMS-ONLY OR FS-P-NOTIFY-BOTH THEN
                   STRING "python3 backend/python_"-
                   "script_for_sms.py " WS-FC-PLAIN-PHONE
                   DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND
                   CALL "SYSTEM" USING WS-NOTIFY-COMMAND
                       RETURNING WS-NOTIFY-RETURN-CODE
               IF NOT FS-P-NOTIFY-SMS-ONLY AND
                   NOT FS-P-NOTIFY-NONE THEN
                   STRING "python3 backend/python_script"-
                   "_for_email.py " WS-FC-PLAIN-EMAIL
                   DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND
                   CALL "SYSTEM" USING WS-NOTIFY-COMMAND
                       RETURNING WS-NOTIFY-RETURN-CODE
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
           END-IF
           CLOSE FS-DAY-JOURNAL-FILE
           .

       DECRYPT-PASSENGER-CONTACT.
      *    Plain copies of the passenger's email and phone for
      *    matching and sending; the record keeps the encrypted form.
           MOVE FS-P-EMAIL TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD TO WS-FC-PLAIN-EMAIL
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-P-PHONE-NUMBER TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO WS-FC-PLAIN-PHONE
           .

       DECRYPT-FIELD.
      *    Reverses ENCRYPT-FIELD in place, under whichever key the
      *    value was written with. Anything not in encrypted form
      *    (including records written before encryption was
      *    switched on) is returned unchanged.
           MOVE 'DECRYPT' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
           .

       RUN-FIELD-CRYPTO.
      *    One request to backend/python_script_for_field_crypto.py
      *    - AES-256-GCM under the keys in data/field_keys.txt, the
      *    encrypted value itself held in data/field_vault.db. The
      *    request and answer files are named after this program
      *    and the time, and are removed as soon as the answer is
      *    in, so no plain value stays on disk and two terminals
      *    never read each other's answer. WS-FC-RESULT is '00'
      *    when done and 'NK' when no key is on file; on anything
      *    else WS-FC-FIELD is left as it came in.
           MOVE SPACES TO WS-FC-RESULT
           ACCEPT WS-FC-TRACE-TIME FROM TIME
           MOVE SPACES TO WS-FC-REQUEST-NAME
           STRING 'data/crypto/' DELIMITED BY SIZE
               WS-FC-TRACE-CODE DELIMITED BY SPACE
               '-' WS-FC-TRACE-TIME '.req' DELIMITED BY SIZE
               INTO WS-FC-REQUEST-NAME
           MOVE SPACES TO WS-FC-RESPONSE-NAME
           STRING 'data/crypto/' DELIMITED BY SIZE
               WS-FC-TRACE-CODE DELIMITED BY SPACE
               '-' WS-FC-TRACE-TIME '.ans' DELIMITED BY SIZE
               INTO WS-FC-RESPONSE-NAME
           CALL "SYSTEM" USING "mkdir -p -m 700 data/crypto"
           PERFORM VARYING WS-FC-TRY FROM 1 BY 1
               UNTIL WS-FC-TRY > 3 OR WS-FC-RESULT NOT = SPACES
               PERFORM CALL-FIELD-CRYPTO
           END-PERFORM

           MOVE SPACES TO WS-FC-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               WS-FC-REQUEST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FC-RESPONSE-NAME DELIMITED BY SPACE
               INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-FC-RC
           .

       CALL-FIELD-CRYPTO.
           MOVE SPACES TO FS-FIELD-REQUEST-RECORD
           MOVE WS-FC-TRACE TO FS-FCQ-TRACE
           MOVE WS-FC-OPERATION TO FS-FCQ-OPERATION
           MOVE WS-FC-KIND TO FS-FCQ-KIND
           MOVE WS-FC-WIDTH TO FS-FCQ-WIDTH
           MOVE WS-FC-FIELD TO FS-FCQ-VALUE
           OPEN OUTPUT FS-FIELD-REQUEST-FILE
           IF WS-FCQ-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           WRITE FS-FIELD-REQUEST-RECORD
           END-WRITE
           CLOSE FS-FIELD-REQUEST-FILE

           MOVE SPACES TO WS-FC-COMMAND
           STRING 'python3 backend/python_script_for_field_crypto.py '
               DELIMITED BY SIZE
               WS-FC-REQUEST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FC-RESPONSE-NAME DELIMITED BY SPACE
               INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-FC-RC
           IF WS-FC-RC NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-FIELD-RESPONSE-FILE
           IF WS-FCA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           READ FS-FIELD-RESPONSE-FILE
           AT END
               MOVE SPACES TO FS-FIELD-RESPONSE-RECORD
           END-READ
           CLOSE FS-FIELD-RESPONSE-FILE

           IF FS-FCA-TRACE = WS-FC-TRACE THEN
               MOVE FS-FCA-RESULT TO WS-FC-RESULT
               IF FS-FCA-RESULT = '00' THEN
                   MOVE FS-FCA-VALUE TO WS-FC-FIELD
               END-IF
           END-IF
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
               MOVE 'deposit_sweep' TO FS-BEV-PROGRAM
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
