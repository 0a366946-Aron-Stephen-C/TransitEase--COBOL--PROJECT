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

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           02    FS-DSP-FK-BOOKING-ID    PIC X(15).
           02    FS-DSP-AMOUNT    PIC 9(10)V99.
           02    FS-DSP-STATUS    PIC X(8).
           02    FS-DSP-TIME-STAMP    PIC X(22).

       FD  FS-PAYMENT-FILE.
       01  FS-PAYMENT-RECORD.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
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

       FD  FS-PAYMENT-HISTORY-FILE.
       01  FS-PAYMENT-HISTORY-RECORD.
           02    FS-PH-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-PH-CHANGED-BY    PIC X(15).
           02    FS-PH-FILLER-6    PIC X(3) VALUE SPACES.
           02    FS-PH-TIME-STAMP    PIC X(21).
           02    FS-PH-FILLER-7    PIC X(3) VALUE SPACES.
           02    FS-PH-CHAIN-SEQ    PIC 9(9).
           02    FS-PH-FILLER-8    PIC X(3) VALUE SPACES.
           02    FS-PH-CHAIN-HASH    PIC X(64).

       FD  FS-REPRESENT-FILE.
       01  FS-REPRESENT-RECORD    PIC X(132).
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
       01  WS-CB-OUTCOME-CHOICE    PIC X.
       01  WS-CB-OR-NUMBER    PIC 9(8).
       01  WS-CB-BOARD-NOTE    PIC X(9).
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
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
               MOVE 'disputed' TO FS-BOOKING-STATUS
               REWRITE FS-BOOKING-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'DISPUTED' TO WS-BEV-EVENT
                       PERFORM WRITE-DESK-BOOKING-EVENT
               END-REWRITE
               MOVE 'BOOKING' TO WS-JRN-FILE-CODE
               MOVE 'RWT' TO WS-JRN-ACTION
                   CONTINUE
               NOT INVALID KEY
                   IF FS-BOOKING-STATUS = 'disputed' THEN
                       MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                       MOVE 'paid' TO FS-BOOKING-STATUS
                       REWRITE FS-BOOKING-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'DISPUTE-WON' TO WS-BEV-EVENT
                               PERFORM WRITE-DESK-BOOKING-EVENT
                       END-REWRITE
                       MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                       MOVE 'RWT' TO WS-JRN-ACTION
           MOVE 'CB-DESK' TO FS-PH-CHANGED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-PH-TIME-STAMP

           MOVE 'PAYHIST' TO WS-CHN-FILE-CODE
           MOVE FS-PAYMENT-HISTORY-RECORD(1:132) TO WS-CHN-TEXT-BODY
           MOVE 132 TO WS-CHN-LENGTH
           PERFORM NEXT-CHAIN-LINK
           MOVE WS-CHN-SEQ TO FS-PH-CHAIN-SEQ
           MOVE WS-CHN-HASH TO FS-PH-CHAIN-HASH
           WRITE FS-PAYMENT-HISTORY-RECORD
           CLOSE FS-PAYMENT-HISTORY-FILE
           .
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

       WRITE-DESK-BOOKING-EVENT.
           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
           MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
           MOVE 'CB-DESK' TO WS-BEV-CHANGED-BY
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
               MOVE 'chargeback_module' TO FS-BEV-PROGRAM
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
