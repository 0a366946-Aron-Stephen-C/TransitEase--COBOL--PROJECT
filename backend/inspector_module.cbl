               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-SEQ-STATUS.

           SELECT FS-CHAIN-HEAD-FILE ASSIGN TO 'data/chain_heads.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHH-FILE-CODE
               FILE STATUS IS WS-CHN-FILE-STATUS.

           SELECT FS-CHAIN-REQUEST-FILE ASSIGN TO
               'data/chain/link_request.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CHQ-FILE-STATUS.

           SELECT FS-CHAIN-RESPONSE-FILE ASSIGN TO
               'data/chain/link_response.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CHA-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.


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
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
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
           02    FS-INSP-CHECKED-COUNT    PIC 9(3).
           02    FS-INSP-IRREGULAR-COUNT    PIC 9(3).
           02    FS-INSP-TIME-STAMP.
               03    FS-INSP-TS-DATE    PIC 99/99/9999.
               03    FS-INSP-TS-FILLER-SPACE    PIC X(3).
               03    FS-INSP-TS-TIME.
                   04    FS-INSP-TS-HOUR    PIC 99.
           02    FS-PEN-AMOUNT    PIC 9(8)V99.
           02    FS-PEN-STATUS    PIC X(8).
           02    FS-PEN-TIME-STAMP.
               03    FS-PEN-TS-DATE    PIC 99/99/9999.
               03    FS-PEN-TS-FILLER-SPACE    PIC X(3).
               03    FS-PEN-TS-TIME.
                   04    FS-PEN-TS-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
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

       FD  FS-CHAIN-HEAD-FILE.
       01  FS-CHAIN-HEAD-RECORD.
           02    FS-CHH-FILE-CODE    PIC X(8).
           02    FS-CHH-LAST-SEQ    PIC 9(9).
           02    FS-CHH-LAST-HASH    PIC X(64).
           02    FS-CHH-TIME-STAMP    PIC X(21).

       FD  FS-CHAIN-REQUEST-FILE.
       01  FS-CHAIN-REQUEST-RECORD.
           02    FS-CHQ-TRACE    PIC X(16).
           02    FS-CHQ-PREV-HASH    PIC X(64).
           02    FS-CHQ-SEQ    PIC 9(9).
           02    FS-CHQ-LENGTH    PIC 9(3).
           02    FS-CHQ-BODY    PIC X(171).

       FD  FS-CHAIN-RESPONSE-FILE.
       01  FS-CHAIN-RESPONSE-RECORD.
           02    FS-CHA-TRACE    PIC X(16).
           02    FS-CHA-SEQ    PIC X(9).
           02    FS-CHA-HASH    PIC X(64).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC X(10).
           02    FS-BPM-TIME-STAMP    PIC X(21).


       WORKING-STORAGE SECTION.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-JRN-FILE-STATUS    PIC XX.
       01  WS-JRN-SEQ-STATUS    PIC XX.
       01  WS-JRN-FILE-CODE    PIC X(8).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-PAYMENT-ID    PIC X(15).
       01  WS-OR-NUMBER    PIC 9(8).
       01  WS-RPT-MONTH-ENTRY    PIC 99.
       01  WS-RPT-YEAR-ENTRY    PIC 9(4).
       01  WS-RPT-TALLY-TABLE.
           02    WS-RPT-TALLY OCCURS 100 TIMES.
               03    WS-RPT-ROUTE-ID    PIC X(15).
       01  WS-RPT-EVASION-PCT    PIC 9(3)V99.
       01  WS-RPT-CASES-OPENED    PIC 9(5).
       01  WS-RPT-CASES-PAID    PIC 9(5).
      *    Evidence chain hashing for admin_audit, payment_history
      *    and or_register - see NEXT-CHAIN-LINK.
       01  WS-CHN-FILE-STATUS    PIC XX.
       01  WS-CHQ-FILE-STATUS    PIC XX.
       01  WS-CHA-FILE-STATUS    PIC XX.
       01  WS-CHN-FILE-CODE    PIC X(8).
       01  WS-CHN-TEXT-BODY    PIC X(171).
       01  WS-CHN-LENGTH    PIC 9(3).
       01  WS-CHN-SEQ    PIC 9(9).
       01  WS-CHN-PREV-HASH    PIC X(64).
       01  WS-CHN-HASH    PIC X(64).
       01  WS-CHN-TRACE.
           02    WS-CHN-TRACE-CODE    PIC X(8).
           02    WS-CHN-TRACE-TIME    PIC 9(8).
       01  WS-CHN-TRY    PIC 9.
       01  WS-CHN-COMMAND    PIC X(120).
       01  WS-CHN-RC    PIC S9(4) COMP.
       01  WS-CKD-ID.
           02    WS-CKD-DATE    PIC X(6).
           02    WS-CKD-SECONDS    PIC 9(5).
           02    WS-CKD-INCREMENT    PIC 9(3).
           02    WS-CKD-DIGIT    PIC 9.
       01  WS-CKD-I    PIC 99.
       01  WS-CKD-ONE    PIC 9.
       01  WS-CKD-PRODUCT    PIC 99.
       01  WS-CKD-SUM    PIC 9(4).
       01  WS-CKD-COMPUTED    PIC 9.
       01  WS-CKD-FIRST-DATE    PIC X(6) VALUE '999999'.
       01  WS-CKD-FIRST-NUM    PIC 9(6).
       01  WS-CKD-ENTRY    PIC X(15).
       01  WS-CKD-OK    PIC X.


       PROCEDURE DIVISION.
      *    inspection result per schedule, open penalty-fare cases
      *    for evasion, and collect the penalty through the normal
      *    payment path with a BIR official receipt.
           PERFORM LOAD-CHECK-DIGIT-CUTOVER
           MOVE SPACES TO WS-INSP-MENU-CHOICE
           PERFORM UNTIL WS-INSP-MENU-CHOICE = '6'
               PERFORM CLEAR
       VERIFY-BOOKING.
           DISPLAY 'Scan or enter Booking ID : ' WITH NO ADVANCING
           ACCEPT WS-INSP-BOOKING-ENTRY
           MOVE WS-INSP-BOOKING-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' ** BOOKING ID CHECK DIGIT WRONG - RE-KEY OR'
                   ' RESCAN **'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-BOOKING-FILE
           MOVE WS-INSP-BOOKING-ENTRY TO FS-BOOKING-ID
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-ORG-TIME-STAMP

           MOVE 'ORREG' TO WS-CHN-FILE-CODE
           MOVE FS-OR-REGISTER-RECORD(1:65) TO WS-CHN-TEXT-BODY(1:65)
           MOVE FS-ORG-TIME-STAMP TO WS-CHN-TEXT-BODY(66:21)
           MOVE 86 TO WS-CHN-LENGTH
           PERFORM NEXT-CHAIN-LINK
           MOVE WS-CHN-SEQ TO FS-ORG-CHAIN-SEQ
           MOVE WS-CHN-HASH TO FS-ORG-CHAIN-HASH

           WRITE FS-OR-REGISTER-RECORD
           END-WRITE
           MOVE 'ORREG' TO WS-JRN-FILE-CODE
       MONTHLY-INSPECTION-REPORT.
           DISPLAY 'Report month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-RPT-MONTH-ENTRY
           DISPLAY 'Report year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-RPT-YEAR-ENTRY

           MOVE ZEROES TO WS-RPT-TALLY-COUNT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-INSP-TS-DATE(1:2) = WS-RPT-MONTH-ENTRY AND
                       FS-INSP-TS-DATE(7:4) = WS-RPT-YEAR-ENTRY THEN
                       PERFORM TALLY-ONE-INSPECTION
                   END-IF
               END-READ
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PEN-TS-DATE(1:2) = WS-RPT-MONTH-ENTRY AND
                       FS-PEN-TS-DATE(7:4) = WS-RPT-YEAR-ENTRY THEN
                       ADD 1 TO WS-RPT-CASES-OPENED
                       IF FS-PEN-STATUS = 'paid' THEN
                           ADD 1 TO WS-RPT-CASES-PAID
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

       NEXT-CHAIN-LINK.
      *    Links the record about to be written to the last one
      *    written to the same evidence file. The caller puts the
      *    record body in WS-CHN-TEXT-BODY (length WS-CHN-LENGTH)
      *    and the file code in WS-CHN-FILE-CODE, and stores the
      *    WS-CHN-SEQ and WS-CHN-HASH returned here in the record.
      *    The head in data/chain_heads.txt moves on under the same
      *    open, the way the OR control record does; audit_chain
      *    walks the files every night.
           OPEN I-O FS-CHAIN-HEAD-FILE
           IF WS-CHN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CHAIN-HEAD-FILE
           END-IF

           MOVE WS-CHN-FILE-CODE TO FS-CHH-FILE-CODE
           READ FS-CHAIN-HEAD-FILE
           KEY IS FS-CHH-FILE-CODE
           INVALID KEY
               MOVE 1 TO WS-CHN-SEQ
               MOVE ALL '0' TO WS-CHN-PREV-HASH
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-CHN-FILE-CODE TO FS-CHH-FILE-CODE
               MOVE WS-CHN-SEQ TO FS-CHH-LAST-SEQ
               MOVE WS-CHN-HASH TO FS-CHH-LAST-HASH
               MOVE WS-TIME-STAMP TO FS-CHH-TIME-STAMP
               WRITE FS-CHAIN-HEAD-RECORD
               END-WRITE
           NOT INVALID KEY
               COMPUTE WS-CHN-SEQ = FS-CHH-LAST-SEQ + 1
               MOVE FS-CHH-LAST-HASH TO WS-CHN-PREV-HASH
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-CHN-SEQ TO FS-CHH-LAST-SEQ
               MOVE WS-CHN-HASH TO FS-CHH-LAST-HASH
               MOVE WS-TIME-STAMP TO FS-CHH-TIME-STAMP
               REWRITE FS-CHAIN-HEAD-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-CHAIN-HEAD-FILE
           .

       COMPUTE-CHAIN-HASH.
      *    SHA-256 of one link, over the previous link's hash, this
      *    link's sequence number and the first WS-CHN-LENGTH bytes
      *    of the record body, from backend/
      *    python_script_for_chain_hash.py - the script audit_chain
      *    seals and verifies with. The request and answer pass
      *    through data/chain/ against a trace while the chain head
      *    is held open, so two programs cannot cross answers.
      *    Changing any byte, or the order of records, changes
      *    every hash from that link on. A link the script cannot
      *    hash after three tries is stored with a blank hash and
      *    shows as a break in the nightly check.
           MOVE SPACES TO WS-CHN-HASH
           MOVE WS-CHN-FILE-CODE TO WS-CHN-TRACE-CODE
           ACCEPT WS-CHN-TRACE-TIME FROM TIME
           CALL "SYSTEM" USING "mkdir -p data/chain"
           PERFORM VARYING WS-CHN-TRY FROM 1 BY 1
               UNTIL WS-CHN-TRY > 3 OR WS-CHN-HASH NOT = SPACES
               PERFORM CALL-CHAIN-HASH
           END-PERFORM
           IF WS-CHN-HASH = SPACES THEN
               DISPLAY 'Error : <Evidence chain link not hashed - '
                   WS-CHN-FILE-CODE ' ' WS-CHN-SEQ '>'
           END-IF
           .

       CALL-CHAIN-HASH.
           MOVE SPACES TO FS-CHAIN-REQUEST-RECORD
           MOVE WS-CHN-TRACE TO FS-CHQ-TRACE
           MOVE WS-CHN-PREV-HASH TO FS-CHQ-PREV-HASH
           MOVE WS-CHN-SEQ TO FS-CHQ-SEQ
           MOVE WS-CHN-LENGTH TO FS-CHQ-LENGTH
           MOVE WS-CHN-TEXT-BODY TO FS-CHQ-BODY
           OPEN OUTPUT FS-CHAIN-REQUEST-FILE
           IF WS-CHQ-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           WRITE FS-CHAIN-REQUEST-RECORD
           END-WRITE
           CLOSE FS-CHAIN-REQUEST-FILE

           MOVE SPACES TO WS-CHN-COMMAND
           STRING 'python3 backend/python_script_for_chain_hash.py '
               'data/chain/link_request.txt '
               'data/chain/link_response.txt'
           DELIMITED BY SIZE INTO WS-CHN-COMMAND
           CALL "SYSTEM" USING WS-CHN-COMMAND
               RETURNING WS-CHN-RC
           IF WS-CHN-RC NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-CHAIN-RESPONSE-FILE
           IF WS-CHA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           READ FS-CHAIN-RESPONSE-FILE
           AT END
               MOVE SPACES TO FS-CHAIN-RESPONSE-RECORD
           END-READ
           CLOSE FS-CHAIN-RESPONSE-FILE

           IF FS-CHA-TRACE = WS-CHN-TRACE AND
               FS-CHA-SEQ = WS-CHN-SEQ THEN
               MOVE FS-CHA-HASH TO WS-CHN-HASH
           END-IF
           .

       COMPUTE-BOOKING-CHECK-DIGIT.
      *    Luhn over the first fourteen digits of WS-CKD-ID: every
      *    second digit from the right is doubled, nines cast out.
           MOVE ZEROES TO WS-CKD-SUM
           PERFORM VARYING WS-CKD-I FROM 14 BY -1 UNTIL WS-CKD-I < 1
               MOVE WS-CKD-ID(WS-CKD-I:1) TO WS-CKD-ONE
               IF FUNCTION MOD(WS-CKD-I, 2) = 0 THEN
                   COMPUTE WS-CKD-PRODUCT = WS-CKD-ONE * 2
                   IF WS-CKD-PRODUCT > 9 THEN
                       SUBTRACT 9 FROM WS-CKD-PRODUCT
                   END-IF
               ELSE
                   MOVE WS-CKD-ONE TO WS-CKD-PRODUCT
               END-IF
               ADD WS-CKD-PRODUCT TO WS-CKD-SUM
           END-PERFORM
           COMPUTE WS-CKD-COMPUTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CKD-SUM, 10), 10)
           .

       CHECK-BOOKING-ID-ENTRY.
      *    Every keyed or scanned booking ID goes through here before
      *    the booking file is touched. IDs issued before the check
      *    digit came in (dated before BOOKING-CKD-FROM) have none
      *    and pass on the legacy path until they age out.
           IF WS-CKD-FIRST-DATE = '999999' THEN
               PERFORM LOAD-CHECK-DIGIT-CUTOVER
           END-IF
           MOVE 'N' TO WS-CKD-OK
           IF WS-CKD-ENTRY(1:6) IS NUMERIC AND
               WS-CKD-ENTRY(1:6) < WS-CKD-FIRST-DATE THEN
               MOVE 'Y' TO WS-CKD-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-CKD-ENTRY IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CKD-ENTRY TO WS-CKD-ID
           PERFORM COMPUTE-BOOKING-CHECK-DIGIT
           IF WS-CKD-COMPUTED = WS-CKD-DIGIT THEN
               MOVE 'Y' TO WS-CKD-OK
           END-IF
           .

       LOAD-CHECK-DIGIT-CUTOVER.
      *    The day booking IDs started carrying a check digit is held
      *    as business parameter BOOKING-CKD-FROM (YYMMDD). The first
      *    booking issued with a digit writes it, or it is set at
      *    install. Until it is on file no ID has a digit yet, so
      *    every ID stays on the legacy path and the row is looked
      *    for again at the next entry.
           MOVE '999999' TO WS-CKD-FIRST-DATE
           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
               READ FS-BUSINESS-PARAMS-FILE
               KEY IS FS-BPM-PARAM-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BPM-PARAM-VALUE TO WS-CKD-FIRST-NUM
                   MOVE WS-CKD-FIRST-NUM TO WS-CKD-FIRST-DATE
               END-READ
               CLOSE FS-BUSINESS-PARAMS-FILE
           END-IF
           .
