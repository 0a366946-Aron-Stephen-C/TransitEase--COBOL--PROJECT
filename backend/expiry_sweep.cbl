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

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
           02    FS-VCH-FK-BOOKING-ID    PIC X(15).
           02    FS-VCH-VALUE    PIC 9(10)V99.
           02    FS-VCH-STATUS    PIC X(8).
           02    FS-VCH-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-VCH-TIME-STAMP.
               03    FS-VCH-TS-DATE    PIC 99/99/9999.
               03    FS-VCH-TS-FILLER-SPACE    PIC X(3).
               03    FS-VCH-TS-TIME.
                   04    FS-VCH-TS-HOUR    PIC 99.
           02    FS-LL-REFERENCE    PIC X(15).
           02    FS-LL-FILLER-4    PIC X(3).
           02    FS-LL-TIME-STAMP.
               03    FS-LL-TS-DATE    PIC 99/99/9999.
               03    FS-LL-TS-FILLER-SPACE    PIC X(3).
               03    FS-LL-TS-TIME.
                   04    FS-LL-TS-HOUR    PIC 99.
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

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
           02    FS-GLJ-FILLER-1    PIC X(2) VALUE SPACES.
           02    FS-GLJ-ENTRY-SEQ    PIC 9(6).
           02    FS-GLJ-FILLER-2    PIC X(2) VALUE SPACES.
           02    FS-GLJ-POST-DATE    PIC 99/99/9999.
           02    FS-GLJ-FILLER-3    PIC X(2) VALUE SPACES.
           02    FS-GLJ-ACCOUNT-CODE    PIC X(4).
           02    FS-GLJ-FILLER-4    PIC X(2) VALUE SPACES.
       01  WS-LL-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-OUT-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-ES-VALUE-EDIT    PIC Z(9)9.99.
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
       01  WS-EOF    PIC X.
       01  WS-BUFFER    PIC X.
       01  WS-LINE    PIC X(132).
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
       01  WS-ES-MENU-CHOICE    PIC X.
       01  WS-ES-LAST-EARN-DAY    PIC S9(9) COMP.
       01  WS-ES-FORFEIT-AMOUNT    PIC 9(10)V99.
       01  WS-ES-ENTRY-SEQ    PIC 9(6).
       01  WS-ES-POST-DATE    PIC 99/99/9999.
       01  WS-ES-GL-ACCOUNT-CODE    PIC X(4).
       01  WS-ES-GL-ACCOUNT-NAME    PIC X(20).
       01  WS-ES-GL-DR-CR    PIC X(2).
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-ES-MONTH-ENTRY    PIC 99.
       01  WS-ES-YEAR-ENTRY    PIC 9(4).
       01  WS-ES-BRK-REDEEMED-CNT    PIC 9(5).
       01  WS-ES-BRK-REDEEMED-VAL    PIC 9(12)V99.
       01  WS-ES-BRK-EXPIRED-CNT    PIC 9(5).
           .

       RUN-EXPIRY-SWEEP.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-ES-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-ES-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-ES-DATE-INT)
           MOVE '/' TO WS-ES-POST-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-ES-POST-DATE(4:2)
           MOVE '/' TO WS-ES-POST-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-ES-POST-DATE(7:4)

           MOVE ZEROES TO WS-ES-VCH-EXPIRED
           MOVE ZEROES TO WS-ES-VCH-WARNED
           .

       CHECK-ONE-VOUCHER.
           MOVE FS-VCH-EXPIRY-DATE(7:4) TO WS-ES-DATE-INT(1:4)
           MOVE FS-VCH-EXPIRY-DATE(1:2) TO WS-ES-DATE-INT(5:2)
           MOVE FS-VCH-EXPIRY-DATE(4:2) TO WS-ES-DATE-INT(7:2)
           COMPUTE WS-ES-REC-DAY =
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE 'EXPIRY-WARN' TO WS-MTP-WANT-TYPE
           MOVE FS-VCH-CODE TO WS-MTP-BOOKING
           MOVE FS-VCH-EXPIRY-DATE TO WS-MTP-DATE
           MOVE FS-VCH-VALUE TO WS-ES-VALUE-EDIT
           MOVE WS-ES-VALUE-EDIT TO WS-MTP-AMOUNT
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

       SWEEP-LOYALTY.
      *    Dormancy rule: an account whose last ledger activity is
      *    older than the validity window forfeits its whole
                   MOVE '10' TO WS-LL-FILE-STATUS
               NOT AT END
                   IF FS-LL-USER-ID = FS-LP-USER-ID THEN
                       MOVE FS-LL-TS-DATE(7:4) TO
                           WS-ES-DATE-INT(1:4)
                       MOVE FS-LL-TS-DATE(1:2) TO
                           WS-ES-DATE-INT(5:2)
                       MOVE FS-LL-TS-DATE(4:2) TO
       BREAKAGE-REPORT.
           DISPLAY 'Report month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-ES-MONTH-ENTRY
           DISPLAY 'Report year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-ES-YEAR-ENTRY

           MOVE ZEROES TO WS-ES-BRK-REDEEMED-CNT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-VCH-TS-DATE(1:2) = WS-ES-MONTH-ENTRY AND
                       FS-VCH-TS-DATE(7:4) = WS-ES-YEAR-ENTRY THEN
                       EVALUATE FS-VCH-STATUS
                           WHEN 'redeemed'
                               ADD 1 TO WS-ES-BRK-REDEEMED-CNT
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
               IF FS-BPM-EFFECTIVE-DATE = SPACES THEN
                   MOVE 'Y' TO WS-BPM-PARAM-IS-LIVE
               ELSE
                   MOVE FS-BPM-EFFECTIVE-DATE(7:4) TO
                       WS-BPM-EFFECTIVE-INT(1:4)
                   MOVE FS-BPM-EFFECTIVE-DATE(1:2) TO
                       WS-BPM-EFFECTIVE-INT(5:2)
                   MOVE FS-BPM-EFFECTIVE-DATE(4:2) TO
                       WS-BPM-EFFECTIVE-INT(7:2)
                   IF WS-BPM-EFFECTIVE-INT <= WS-BPM-TODAY-INT THEN
                       MOVE 'Y' TO WS-BPM-PARAM-IS-LIVE
                   END-IF
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
