               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02    FS-LF-DESCRIPTION    PIC X(40).
           02    FS-LF-STORAGE-LOCATION    PIC X(20).
           02    FS-LF-STATUS    PIC X(8).
           02    FS-LF-FOUND-DATE    PIC 99/99/9999.
           02    FS-LF-TIME-STAMP    PIC X(22).

       FD  FS-LOSS-CLAIMS-FILE.
       01  FS-LOSS-CLAIMS-RECORD.
           02    FS-LC-FK-SCHEDULE-ID    PIC X(15).
           02    FS-LC-DESCRIPTION    PIC X(40).
           02    FS-LC-STATUS    PIC X(8).
           02    FS-LC-TIME-STAMP    PIC X(22).

       FD  FS-BOOKING-FILE.
       01  FS-BOOKING-RECORD.
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
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-OUTBOX-FILE.
       01  FS-OUTBOX-RECORD.
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

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-LF-SCHEDULE-ENTRY    PIC X(15).
       01  WS-LF-DISPOSAL-DAYS    PIC 9(3) VALUE 60.
       01  WS-LF-AGED-COUNT    PIC 9(4).
       01  WS-LF-CLAIM-SAVE    PIC X(15).
       01  WS-OBT-FILE-STATUS    PIC XX.
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


       PROCEDURE DIVISION.
           MOVE WS-LF-DESC-ENTRY TO FS-LF-DESCRIPTION
           MOVE WS-LF-LOCATION-ENTRY TO FS-LF-STORAGE-LOCATION
           MOVE 'held' TO FS-LF-STATUS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO FS-LF-FOUND-DATE(1:2)
           MOVE '/' TO FS-LF-FOUND-DATE(3:1)
           MOVE WS-TODAY-DD TO FS-LF-FOUND-DATE(4:2)
           MOVE '/' TO FS-LF-FOUND-DATE(6:1)
           MOVE WS-TODAY-YYYY TO FS-LF-FOUND-DATE(7:4)
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-LF-TIME-STAMP

           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE 'LOST-FOUND' TO WS-MTP-WANT-TYPE
           MOVE WS-LF-CLAIM-SAVE TO WS-MTP-BOOKING
           STRING FUNCTION TRIM(FS-LF-DESCRIPTION) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-LF-STORAGE-LOCATION) DELIMITED BY SIZE
           INTO WS-MTP-DETAIL
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               OPEN I-O FS-OUTBOX-TEXT-FILE
               IF WS-OBT-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS-OUTBOX-TEXT-FILE
               END-IF
               MOVE WS-GENERATED-ID TO FS-OBT-MSG-ID
               MOVE WS-MTP-RENDERED TO FS-OBT-TEXT
               WRITE FS-OUTBOX-TEXT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE FS-OUTBOX-TEXT-FILE
           END-IF

           OPEN I-O FS-OUTBOX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
           CLOSE FS-OUTBOX-FILE
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

       SET-PASSENGER-PLACEHOLDERS.
           MOVE FS-P-LANGUAGE TO WS-MTP-WANT-LANG
           MOVE SPACES TO WS-MTP-NAME
           STRING FUNCTION TRIM(FS-P-FIRST-NAME) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-P-LAST-NAME) DELIMITED BY SIZE
           INTO WS-MTP-NAME
           MOVE SPACES TO WS-MTP-BOOKING
           MOVE SPACES TO WS-MTP-SCHEDULE
           MOVE SPACES TO WS-MTP-ROUTE
           MOVE SPACES TO WS-MTP-DATE
           MOVE SPACES TO WS-MTP-TIME
           MOVE SPACES TO WS-MTP-AMOUNT
           MOVE SPACES TO WS-MTP-DETAIL
           .

       RELEASE-FOUND-ITEM.
           DISPLAY 'Found Item ID : ' WITH NO ADVANCING
           ACCEPT WS-LF-ITEM-ENTRY
           .

       ITEM-AGING-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-LF-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-LF-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-LF-DATE-INT)
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-LF-STATUS = 'held' THEN
                       MOVE FS-LF-FOUND-DATE(7:4) TO
                           WS-LF-DATE-INT(1:4)
                       MOVE FS-LF-FOUND-DATE(1:2) TO
                           WS-LF-DATE-INT(5:2)
                       MOVE FS-LF-FOUND-DATE(4:2) TO
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
