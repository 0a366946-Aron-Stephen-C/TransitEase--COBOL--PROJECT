               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-OUTBOX-STATUS.

           SELECT FS-OUTBOX-TEXT-FILE ASSIGN TO 'data/outbox_text.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBT-MSG-ID
               FILE STATUS IS WS-OBT-FILE-STATUS.


           SELECT FS-MESSAGE-TEMPLATE-FILE ASSIGN TO
               'data/message_templates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MTP-KEY
               FILE STATUS IS WS-MTP-FILE-STATUS.

           SELECT FS-TRAINING-MARKER-FILE ASSIGN TO
               'data/training_marker.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS FS-ORG-OR-NUMBER
               FILE STATUS IS WS-OR-STATUS.

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
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
               88    FS-P-NOTIFY-NONE    VALUE 'N'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
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
           02    FS-ERR-FILE-STATUS    PIC XX.
           02    FS-ERR-RESOLVED    PIC X.
           02    FS-ERR-TIME-STAMP.
               03    FS-ERR-TS-DATE    PIC 99/99/9999.
               03    FS-ERR-TS-FILLER-SPACE    PIC X(3).
               03    FS-ERR-TS-TIME.
                   04    FS-ERR-TS-HOUR    PIC 99.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
           02    FS-OBX-STATUS    PIC X(9).
           02    FS-OBX-ATTEMPTS    PIC 9(2).
           02    FS-OBX-TIME-STAMP.
               03    FS-OBX-TS-DATE    PIC 99/99/9999.
               03    FS-OBX-TS-FILLER-SPACE    PIC X(3).
               03    FS-OBX-TS-TIME.
                   04    FS-OBX-TS-HOUR    PIC 99.
                   04    FS-OBX-TS-COLON-2    PIC X.
                   04    FS-OBX-TS-SECOND    PIC 99.

       FD  FS-OUTBOX-TEXT-FILE.
       01  FS-OUTBOX-TEXT-RECORD.
           02    FS-OBT-MSG-ID    PIC X(15).
           02    FS-OBT-TEXT    PIC X(200).


      *    Outbound wording by message type and language, with
      *    {NAME} {BOOKING} {SCHEDULE} {ROUTE} {DATE} {TIME}
      *    {AMOUNT} and {DETAIL} filled in when the text is rendered.
       FD  FS-MESSAGE-TEMPLATE-FILE.
       01  FS-MESSAGE-TEMPLATE-RECORD.
           02    FS-MTP-KEY.
               03    FS-MTP-MSG-TYPE    PIC X(12).
               03    FS-MTP-LANGUAGE    PIC X(3).
           02    FS-MTP-TEXT    PIC X(200).
           02    FS-MTP-UPDATED-BY    PIC X(15).
           02    FS-MTP-TIME-STAMP    PIC X(21).

       FD  FS-TRAINING-MARKER-FILE.
       01  FS-TRAINING-MARKER-RECORD    PIC X(40).

           02    FS-LVL-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-LVL-FK-PAYMENT-ID    PIC X(15).
           02    FS-LVL-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-LVL-DATE    PIC 99/99/9999.

       FD  FS-OR-REGISTER-FILE.
       01  FS-OR-REGISTER-RECORD.
           02    FS-ORG-AMOUNT    PIC 9(10)V99.
           02    FS-ORG-STATUS    PIC X(9).
           02    FS-ORG-TIME-STAMP.
               03    FS-ORG-TS-DATE    PIC 99/99/9999.
               03    FS-ORG-TS-FILLER-SPACE    PIC X(3).
               03    FS-ORG-TS-TIME.
                   04    FS-ORG-TS-HOUR    PIC 99.
                   04    FS-ORG-TS-MINUTES    PIC 99.
                   04    FS-ORG-TS-COLON-2    PIC X.
                   04    FS-ORG-TS-SECOND    PIC 99.
           02    FS-ORG-CHAIN-SEQ    PIC 9(9).
           02    FS-ORG-CHAIN-HASH    PIC X(64).

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
       01  WS-SCHEDULES-RECORD.
           02    WS-SCHEDULE-ID            PIC X(15).
           02    WS-S-DEPARTURE-TIME.
               03    WS-S-D-DATE           PIC 99/99/9999.
               03    WS-S-D-FILLER-SPACE-1 PIC X(3) VALUE SPACES.
               03    WS-S-D-TIME.
                   04    WS-S-D-HOUR       PIC 99.
       
       
           02    WS-S-ARRIVAL-TIME.
               03    WS-S-A-DATE           PIC 99/99/9999.
               03    WS-S-A-FILLER-SPACE-1 PIC X(3) VALUE SPACES.
               03    WS-S-A-TIME.
                   04    WS-S-A-HOUR       PIC 99.
       01  WS-ERR-IN-FILE-NAME              PIC X(20).
       01  WS-ERR-IN-RECORD-KEY             PIC X(15).
       01  WS-ERR-IN-STATUS                 PIC XX.
       01  WS-BPM-TODAY-INT                 PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT             PIC 9(8).
       01  WS-BPM-TODAY-DATE.
           02    WS-BPM-TODAY-YYYY    PIC 9999.
           02    WS-BPM-TODAY-MM            PIC 99.
           02    WS-BPM-TODAY-DD            PIC 99.
       01  WS-BASE-FARE-AMOUNT              PIC 9(10)V99.
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME                     PIC X(10).
       01  WS-INCREMENT-VALUE              PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE                PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE        PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR            PIC 99.
       01  WS-OR-FOUND                     PIC X.
       01  WS-OR-EOF                       PIC X.
       01  WS-TICKET-OR-NUMBER             PIC 9(8).
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-TKT-PRICE-EDIT    PIC Z(9)9.99.
       01  WS-TKT-SEAT-EDIT    PIC Z(9)9.
       01  WS-MTP-FILE-STATUS    PIC XX.
       01  WS-MTP-WANT-TYPE    PIC X(12).
       01  WS-MTP-WANT-LANG    PIC X(3).
       01  WS-MTP-NAME    PIC X(50).
       01  WS-MTP-BOOKING    PIC X(15).
       01  WS-MTP-SCHEDULE    PIC X(15).
       01  WS-MTP-ROUTE    PIC X(60).
       01  WS-MTP-DATE    PIC X(10).
       01  WS-MTP-TIME    PIC X(8).
       01  WS-MTP-AMOUNT    PIC X(20).
       01  WS-MTP-DETAIL    PIC X(60).
       01  WS-MTP-RENDERED    PIC X(200).
       01  WS-MTP-TOKEN    PIC X(12).
       01  WS-MTP-VALUE    PIC X(60).
       01  WS-MTP-LENGTH    PIC 9(3).
       01  WS-MTP-IN-POS    PIC 9(3).
       01  WS-MTP-OUT-POS    PIC 9(3).
       01  WS-MTP-SEND-TEXT    PIC X(200).
       01  WS-MTP-CMD-POINTER    PIC 9(3).
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'TICKET'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.
       01  WS-FC-PLAIN-EMAIL    PIC X(100).
       01  WS-FC-PLAIN-PHONE    PIC X(11).


       PROCEDURE DIVISION.
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-OUTBOX-MSG-ID

           PERFORM SET-TICKET-PLACEHOLDERS
           MOVE 'TICKET-EMAIL' TO WS-MTP-WANT-TYPE
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               OPEN I-O FS-OUTBOX-TEXT-FILE
               IF WS-OBT-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS-OUTBOX-TEXT-FILE
               END-IF
               MOVE WS-OUTBOX-MSG-ID TO FS-OBT-MSG-ID
               MOVE WS-MTP-RENDERED TO FS-OBT-TEXT
               WRITE FS-OUTBOX-TEXT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE FS-OUTBOX-TEXT-FILE
           END-IF

           OPEN I-O FS-OUTBOX-FILE
           IF WS-OUTBOX-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
               WRITE FS-OUTBOX-RECORD
               END-WRITE

               PERFORM DECRYPT-PASSENGER-CONTACT
               MOVE SPACES TO WS-COMMAND
               STRING "python3 backend/python_script_for_email.py "
                   WS-FC-PLAIN-EMAIL DELIMITED BY SIZE INTO WS-COMMAND
               IF WS-MTP-RENDERED NOT = SPACES THEN
                   MOVE WS-MTP-RENDERED TO WS-MTP-SEND-TEXT
                   INSPECT WS-MTP-SEND-TEXT REPLACING ALL "'" BY SPACE
                   COMPUTE WS-MTP-CMD-POINTER =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND)) + 1
                   STRING " '" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MTP-SEND-TEXT) DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                   INTO WS-COMMAND WITH POINTER WS-MTP-CMD-POINTER
               END-IF

               CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-RETURN-CODE
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
      *    change no longer needs a programmer; the compiled-in 12.00
      *    stays as the fallback when the file or row is missing or
      *    the new rate is not yet effective.
           ACCEPT WS-BPM-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-BPM-TODAY-YYYY * 10000) + (WS-BPM-TODAY-MM * 100) +
               WS-BPM-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
                   IF FS-BPM-EFFECTIVE-DATE = SPACES THEN
                       MOVE FS-BPM-PARAM-VALUE TO WS-VAT-RATE
                   ELSE
                       MOVE FS-BPM-EFFECTIVE-DATE(7:4) TO
                           WS-BPM-EFFECTIVE-INT(1:4)
                       MOVE FS-BPM-EFFECTIVE-DATE(1:2) TO
                           WS-BPM-EFFECTIVE-INT(5:2)
                       MOVE FS-BPM-EFFECTIVE-DATE(4:2) TO
                           WS-BPM-EFFECTIVE-INT(7:2)
                       IF WS-BPM-EFFECTIVE-INT <= WS-BPM-TODAY-INT
                           THEN
                           MOVE FS-BPM-PARAM-VALUE TO WS-VAT-RATE
           WRITE FS-TICKET-RECORD FROM WS-LINE


      *    Title and closing note come from the message templates
      *    in the passenger's language when there are any.
           PERFORM SET-TICKET-PLACEHOLDERS
           MOVE 'TICKET-TITLE' TO WS-MTP-WANT-TYPE
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               MOVE WS-MTP-RENDERED TO WS-LINE
           ELSE
               MOVE "                  GENERATED TICKET" TO WS-LINE
           END-IF
           WRITE FS-TICKET-RECORD FROM WS-LINE


           MOVE "II. Travel Information" TO WS-LINE
           WRITE FS-TICKET-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "Booking ID       : " FS-BOOKING-ID
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-TICKET-RECORD FROM WS-LINE

           STRING "Route ID         : " FS-ROUTE-ID
           DELIMITED BY SIZE INTO WS-LINE
           END-IF


           MOVE 'TICKET-NOTE' TO WS-MTP-WANT-TYPE
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               MOVE WS-MTP-RENDERED(1:100) TO WS-LINE
               WRITE FS-TICKET-RECORD FROM WS-LINE
               IF WS-MTP-RENDERED(101:100) NOT = SPACES THEN
                   MOVE WS-MTP-RENDERED(101:100) TO WS-LINE
                   WRITE FS-TICKET-RECORD FROM WS-LINE
               END-IF
           END-IF


      *    The QR carries the booking ID with its check digit, so a
      *    scan at the door goes through the same check as a keyed
      *    entry.
           MOVE SPACES TO WS-LINE
           STRING "QR Payload       : " FS-BOOKING-ID
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-TICKET-RECORD FROM WS-LINE


           MOVE "------------------@TransitEase2025--------------------"
           TO WS-LINE
           WRITE FS-TICKET-RECORD FROM WS-LINE
           .


       SET-TICKET-PLACEHOLDERS.
           IF FS-ROUTE-CURRENCY-CODE = SPACES THEN
               MOVE 'PHP' TO FS-ROUTE-CURRENCY-CODE
           END-IF
           MOVE FS-P-LANGUAGE TO WS-MTP-WANT-LANG
           MOVE SPACES TO WS-MTP-NAME
           STRING FUNCTION TRIM(FS-P-FIRST-NAME) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-P-LAST-NAME) DELIMITED BY SIZE
           INTO WS-MTP-NAME
           MOVE FS-BOOKING-ID TO WS-MTP-BOOKING
           MOVE FS-SCHEDULE-ID TO WS-MTP-SCHEDULE
           MOVE SPACES TO WS-MTP-ROUTE
           STRING FUNCTION TRIM(FS-ROUTE-ORIGIN) DELIMITED BY SIZE
               ' to ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-ROUTE-DESTINATION) DELIMITED BY SIZE
           INTO WS-MTP-ROUTE
           MOVE FS-S-D-DATE TO WS-MTP-DATE
           MOVE SPACES TO WS-MTP-TIME
           STRING FS-S-D-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME-FORMAT DELIMITED BY SIZE
           INTO WS-MTP-TIME
           MOVE FS-PRICE TO WS-TKT-PRICE-EDIT
           MOVE SPACES TO WS-MTP-AMOUNT
           STRING FS-ROUTE-CURRENCY-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TKT-PRICE-EDIT) DELIMITED BY SIZE
           INTO WS-MTP-AMOUNT
           MOVE FS-SEAT-NUMBER TO WS-TKT-SEAT-EDIT
           MOVE FUNCTION TRIM(WS-TKT-SEAT-EDIT) TO WS-MTP-DETAIL
           .

       RENDER-MESSAGE-TEMPLATE.
      *    The wording for WS-MTP-WANT-TYPE in the passenger's
      *    language, or the English row when there is no
      *    translation yet, with the placeholders filled in. No
      *    template on file leaves WS-MTP-RENDERED blank and the
      *    caller falls back to its own wording.
           MOVE SPACES TO WS-MTP-RENDERED
           IF WS-MTP-WANT-LANG NOT = 'FIL' AND
               WS-MTP-WANT-LANG NOT = 'CEB' THEN
               MOVE 'ENG' TO WS-MTP-WANT-LANG
           END-IF

           OPEN INPUT FS-MESSAGE-TEMPLATE-FILE
           IF WS-MTP-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MTP-WANT-TYPE TO FS-MTP-MSG-TYPE
           MOVE WS-MTP-WANT-LANG TO FS-MTP-LANGUAGE
           READ FS-MESSAGE-TEMPLATE-FILE
           KEY IS FS-MTP-KEY
           INVALID KEY
               MOVE 'ENG' TO FS-MTP-LANGUAGE
               READ FS-MESSAGE-TEMPLATE-FILE
               KEY IS FS-MTP-KEY
               INVALID KEY
                   MOVE SPACES TO FS-MTP-TEXT
               END-READ
           END-READ
           CLOSE FS-MESSAGE-TEMPLATE-FILE
           IF FS-MTP-TEXT = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MTP-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(FS-MTP-TEXT TRAILING))
           MOVE 1 TO WS-MTP-IN-POS
           MOVE 1 TO WS-MTP-OUT-POS
           PERFORM UNTIL WS-MTP-IN-POS > WS-MTP-LENGTH OR
               WS-MTP-OUT-POS > 200
               IF FS-MTP-TEXT(WS-MTP-IN-POS:1) = '{' THEN
                   ADD 1 TO WS-MTP-IN-POS
                   MOVE SPACES TO WS-MTP-TOKEN
                   UNSTRING FS-MTP-TEXT DELIMITED BY '}'
                       INTO WS-MTP-TOKEN
                       WITH POINTER WS-MTP-IN-POS
                   END-UNSTRING
                   PERFORM PICK-TEMPLATE-VALUE
                   IF WS-MTP-VALUE NOT = SPACES THEN
                       STRING FUNCTION TRIM(WS-MTP-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-MTP-RENDERED
                           WITH POINTER WS-MTP-OUT-POS
                           ON OVERFLOW MOVE 201 TO WS-MTP-OUT-POS
                       END-STRING
                   END-IF
               ELSE
                   MOVE FS-MTP-TEXT(WS-MTP-IN-POS:1) TO
                       WS-MTP-RENDERED(WS-MTP-OUT-POS:1)
                   ADD 1 TO WS-MTP-IN-POS
                   ADD 1 TO WS-MTP-OUT-POS
               END-IF
           END-PERFORM
           .

       PICK-TEMPLATE-VALUE.
           EVALUATE WS-MTP-TOKEN
               WHEN 'NAME'
                   MOVE WS-MTP-NAME TO WS-MTP-VALUE
               WHEN 'BOOKING'
                   MOVE WS-MTP-BOOKING TO WS-MTP-VALUE
               WHEN 'SCHEDULE'
                   MOVE WS-MTP-SCHEDULE TO WS-MTP-VALUE
               WHEN 'ROUTE'
                   MOVE WS-MTP-ROUTE TO WS-MTP-VALUE
               WHEN 'DATE'
                   MOVE WS-MTP-DATE TO WS-MTP-VALUE
               WHEN 'TIME'
                   MOVE WS-MTP-TIME TO WS-MTP-VALUE
               WHEN 'AMOUNT'
                   MOVE WS-MTP-AMOUNT TO WS-MTP-VALUE
               WHEN 'DETAIL'
                   MOVE WS-MTP-DETAIL TO WS-MTP-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-MTP-VALUE
           END-EVALUATE
           .

       ERROR-OPENING-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*         Error opening file. Try Again!          *"
           DISPLAY " Press 'enter' key to continue..."
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
