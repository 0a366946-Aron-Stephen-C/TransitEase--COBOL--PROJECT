               RECORD KEY IS FS-SEAT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SEAT-ATTR-FILE ASSIGN TO
               'data/seat_attributes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SATT-KEY
               FILE STATUS IS WS-SATT-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASF-BOOKING-ID
               FILE STATUS IS WS-ASF-FILE-STATUS.

           SELECT FS-MINOR-TRAVEL-FILE ASSIGN TO
               'data/minor_travel.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-UMT-BOOKING-ID
               FILE STATUS IS WS-UMT-FILE-STATUS.

           SELECT FS-CONTACTS-FILE ASSIGN TO
               'data/passenger_contacts.txt'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
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
           02    FS-ROUTE-BASE-PRICE    PIC 9(10)V9(2).
           02    FS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    FS-ROUTE-TIME-STAMP.
               03    FS-R-DATE    PIC 99/99/9999.
               03    FS-R-FILLER-SPACE    PIC X(3).
               03    FS-R-TIME.
                   04    FS-R-HOUR    PIC 99.
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
           02    FS-SEAT-STATUS    PIC X(10).
           02    FS-SEAT-FK-BOOKING-ID    PIC X(15).

       FD  FS-SEAT-ATTR-FILE.
       01  FS-SEAT-ATTR-RECORD.
           02    FS-SATT-KEY.
               03    FS-SATT-VEHICLE-CLASS    PIC X.
               03    FS-SATT-SEAT-NO    PIC 9(3).
           02    FS-SATT-POSITION    PIC X(6).
           02    FS-SATT-ZONE    PIC X(5).
           02    FS-SATT-PWD-FLAG    PIC X.
           02    FS-SATT-DOOR-FLAG    PIC X.
           02    FS-SATT-LEGROOM-FLAG    PIC X.
           02    FS-SATT-DECK    PIC X.
           02    FS-SATT-BERTH    PIC X.

       FD  FS-BOOKING-FILE.
       01  FS-BOOKING-RECORD.
           02    FS-BOOKING-ID    PIC X(15).
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
               88    FS-P-NOTIFY-EMAIL-ONLY    VALUE 'E'.
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-SCHEDULE-CREW-FILE.
       01  FS-SCHEDULE-CREW-RECORD.
           02    FS-CD-BADGE-NUMBER    PIC X(20).
           02    FS-CD-STATUS    PIC X(11).
           02    FS-CD-TIME-STAMP.
               03    FS-CD-DATE    PIC 99/99/9999.
               03    FS-CD-FILLER-SPACE    PIC X(3).
               03    FS-CD-TIME.
                   04    FS-CD-HOUR    PIC 99.
           02    FS-ASF-INFANT    PIC X.
           02    FS-ASF-BOARDING-HELP    PIC X.

       FD  FS-MINOR-TRAVEL-FILE.
       01  FS-MINOR-TRAVEL-RECORD.
           02    FS-UMT-BOOKING-ID    PIC X(15).
           02    FS-UMT-MINOR-NAME    PIC X(40).
           02    FS-UMT-MINOR-AGE    PIC 99.
           02    FS-UMT-SEND-NAME    PIC X(40).
           02    FS-UMT-SEND-PHONE    PIC X(11).
           02    FS-UMT-SEND-ID-TYPE    PIC X(15).
           02    FS-UMT-SEND-ID-NO    PIC X(20).
           02    FS-UMT-RECV-NAME    PIC X(40).
           02    FS-UMT-RECV-PHONE    PIC X(11).
           02    FS-UMT-RECV-ID-TYPE    PIC X(15).
           02    FS-UMT-RECV-ID-NO    PIC X(20).
           02    FS-UMT-ESCORT-FEE    PIC 9(6)V99.
           02    FS-UMT-STATUS    PIC X(8).
           02    FS-UMT-HANDED-TO-NAME    PIC X(40).
           02    FS-UMT-HANDED-TO-ID-NO    PIC X(20).
           02    FS-UMT-FK-CONDUCTOR-ID    PIC X(15).
           02    FS-UMT-HANDOVER-STAMP    PIC X(21).
           02    FS-UMT-TIME-STAMP    PIC X(21).

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-PCN-USER-ID    PIC X(15).
       FD  FS-REG-MANIFEST-FILE.
       01  FS-REG-MANIFEST-RECORD    PIC X(132).

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


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-ASSIST-EOF    PIC X.
       01  WS-ASSIST-LISTED    PIC 9(3).
       01  WS-ASSIST-NOTES    PIC X(30).
       01  WS-UMT-FILE-STATUS    PIC XX.
       01  WS-MINOR-EOF    PIC X.
       01  WS-MINOR-LISTED    PIC 9(3).
       01  WS-MINOR-AGE-DISPLAY    PIC Z9.
       01  WS-PCN-FILE-STATUS    PIC XX.
       01  WS-REG-LISTED-COUNT    PIC 9(3).
       01  WS-REG-EOF    PIC X.
       01  WS-SATT-FILE-STATUS    PIC XX.
       01  WS-MANIFEST-DECK    PIC X(5).
       01  WS-MANIFEST-BERTH    PIC X(5).
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'MANIFEST'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.


       PROCEDURE DIVISION.
           TO WS-LINE
           WRITE FS-MANIFEST-RECORD FROM WS-LINE

           MOVE "SEAT | DECK  | BERTH | PASSENGER NAME               "-
           "  | PHONE       | CATEGORY | PAYMENT"
           TO WS-LINE
           WRITE FS-MANIFEST-RECORD FROM WS-LINE

           OPEN INPUT FS-SEAT-MAP-FILE
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-PASSENGER-FILE
           OPEN INPUT FS-SEAT-ATTR-FILE

           PERFORM UNTIL WS-SEAT-CURSOR > FS-VEHICLE-CAPACITY
               MOVE WS-MANIFEST-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
               ADD 1 TO WS-SEAT-CURSOR
           END-PERFORM

           CLOSE FS-SEAT-ATTR-FILE
           CLOSE FS-PASSENGER-FILE
           CLOSE FS-BOOKING-FILE
           CLOSE FS-SEAT-MAP-FILE
                   END-IF

                   MOVE FS-SEAT-NO TO WS-SEAT-NO-DISPLAY
                   PERFORM FETCH-SEAT-DECK-BERTH

      *            Both files are read only here, so the contact
      *            fields are decrypted in the record itself.
                   PERFORM DECRYPT-MANIFEST-PHONE
                   STRING WS-SEAT-NO-DISPLAY "  | "
                   WS-MANIFEST-DECK " | "
                   WS-MANIFEST-BERTH " | "
                   FS-P-LAST-NAME(1:15) ", "
                   FS-P-FIRST-NAME(1:13) " | "
                   FS-P-PHONE-NUMBER " | "
           END-READ
           .

       FETCH-SEAT-DECK-BERTH.
      *    Deck and berth come from the vehicle layout; a seat with no
      *    layout row, or on a single-deck seated coach, prints '-'.
           MOVE '-' TO WS-MANIFEST-DECK
           MOVE '-' TO WS-MANIFEST-BERTH
           IF WS-SATT-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FS-VEHICLE-CLASS TO FS-SATT-VEHICLE-CLASS
           MOVE FS-SEAT-NO TO FS-SATT-SEAT-NO
           READ FS-SEAT-ATTR-FILE
           KEY IS FS-SATT-KEY
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           EVALUATE FS-SATT-DECK
               WHEN 'L' MOVE 'LOWER' TO WS-MANIFEST-DECK
               WHEN 'U' MOVE 'UPPER' TO WS-MANIFEST-DECK
           END-EVALUATE
           EVALUATE FS-SATT-BERTH
               WHEN 'L' MOVE 'LOWER' TO WS-MANIFEST-BERTH
               WHEN 'U' MOVE 'UPPER' TO WS-MANIFEST-BERTH
           END-EVALUATE
           .

       WRITE-MANIFEST-TRAILER.
           PERFORM WRITE-ASSISTANCE-BLOCK
           PERFORM WRITE-MINOR-BLOCK
           PERFORM COUNT-STANDEE-RIDERS

           MOVE "------------------------------------------------------"
           ADD 1 TO WS-ASSIST-LISTED
           .

       WRITE-MINOR-BLOCK.
      *    Children travelling alone ride in the crew's care until
      *    the receiving guardian named at sale collects them - the
      *    conductor hands over only against that name and ID.
           MOVE ZEROES TO WS-MINOR-LISTED
           MOVE SPACES TO WS-MINOR-EOF

           OPEN INPUT FS-MINOR-TRAVEL-FILE
           IF WS-UMT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-MINOR-EOF
           END-IF
           OPEN INPUT FS-BOOKING-FILE

           MOVE "------------------------------------------------------"
           TO WS-LINE
           WRITE FS-MANIFEST-RECORD FROM WS-LINE
           MOVE "UNACCOMPANIED MINORS" TO WS-LINE
           WRITE FS-MANIFEST-RECORD FROM WS-LINE

           PERFORM UNTIL WS-MINOR-EOF = 'Y'
               READ FS-MINOR-TRAVEL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-MINOR-EOF
               NOT AT END
                   PERFORM WRITE-ONE-MINOR-LINE
               END-READ
           END-PERFORM

           IF WS-MINOR-LISTED = ZEROES THEN
               MOVE "  (none booked)" TO WS-LINE
               WRITE FS-MANIFEST-RECORD FROM WS-LINE
           END-IF

           CLOSE FS-BOOKING-FILE
           IF WS-UMT-FILE-STATUS = '00' OR
               WS-UMT-FILE-STATUS = '10' THEN
               CLOSE FS-MINOR-TRAVEL-FILE
           END-IF
           .

       WRITE-ONE-MINOR-LINE.
           MOVE FS-UMT-BOOKING-ID TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           IF FS-FK-SCHEDULE-ID NOT = WS-MANIFEST-SCHEDULE-ID THEN
               EXIT PARAGRAPH
           END-IF
           IF FS-BOOKING-STATUS NOT = 'paid' AND
               FS-BOOKING-STATUS NOT = 'reserved' AND
               FS-BOOKING-STATUS NOT = 'checked' AND
               FS-BOOKING-STATUS NOT = 'boarded' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-SEAT-NUMBER TO WS-SEAT-NO-DISPLAY
           MOVE FS-UMT-MINOR-AGE TO WS-MINOR-AGE-DISPLAY
           MOVE SPACES TO WS-LINE
           STRING '  Seat ' WS-SEAT-NO-DISPLAY ' : '
               FUNCTION TRIM(FS-UMT-MINOR-NAME) ', AGE '
               WS-MINOR-AGE-DISPLAY ' - ' FS-UMT-BOOKING-ID
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-MANIFEST-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING '             RELEASE TO '
               FUNCTION TRIM(FS-UMT-RECV-NAME) ' / ID '
               FUNCTION TRIM(FS-UMT-RECV-ID-TYPE) ' '
               FUNCTION TRIM(FS-UMT-RECV-ID-NO) ' / PH '
               FS-UMT-RECV-PHONE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-MANIFEST-RECORD FROM WS-LINE
           ADD 1 TO WS-MINOR-LISTED
           .

       COUNT-STANDEE-RIDERS.
      *    Standees hold no seat row, so the seat sweep above never
      *    sees them - they are counted straight off the bookings.
               END-READ
           END-IF

           PERFORM DECRYPT-EMERGENCY-CONTACT
           MOVE SPACES TO WS-LINE
           STRING FS-P-LAST-NAME(1:12) ', '
               FS-P-FIRST-NAME(1:8) '| '
           DISPLAY "*        Manifest generation completed!           *"
           DISPLAY "***************************************************"
           .

       DECRYPT-MANIFEST-PHONE.
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-P-PHONE-NUMBER TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-P-PHONE-NUMBER
           .

       DECRYPT-EMERGENCY-CONTACT.
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-NAME TO WS-FC-FIELD
           MOVE 50 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:50) TO FS-PCN-EMERGENCY-NAME
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-PHONE TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-PCN-EMERGENCY-PHONE
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
