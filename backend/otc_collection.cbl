       IDENTIFICATION DIVISION.
       PROGRAM-ID. otc_collection.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-OTC-REFERENCE-FILE ASSIGN TO
               'data/otc_references.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OTC-REFERENCE
               FILE STATUS IS WS-OTC-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-PAYMENT-FILE ASSIGN TO 'data/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PAYMENT-ID
               ALTERNATE RECORD KEY IS FS-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT FS-PAYMENT-HISTORY-FILE ASSIGN TO
               'data/payment_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT FS-SEAT-MAP-FILE ASSIGN TO 'data/seat_map.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEAT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OR-REGISTER-FILE ASSIGN TO 'data/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ORG-OR-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OR-CONTROL-FILE ASSIGN TO 'data/or_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ORC-SERIES-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-REMITTANCE-FILE ASSIGN USING
               WS-REMITTANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-STATUS.

           SELECT FS-EXCEPTION-FILE ASSIGN TO
               'data/otc_collection_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT FS-DAY-JOURNAL-FILE ASSIGN TO
               'data/journal/day_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT FS-JOURNAL-SEQ-FILE ASSIGN TO
               'data/journal/journal_seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  FS-OTC-REFERENCE-FILE.
       01  FS-OTC-REFERENCE-RECORD.
           02    FS-OTC-REFERENCE    PIC X(15).
           02    FS-OTC-FK-BOOKING-ID    PIC X(15).
           02    FS-OTC-GROUP-ID    PIC X(15).
           02    FS-OTC-FK-USER-ID    PIC X(15).
           02    FS-OTC-AMOUNT-DUE    PIC 9(10)V99.
           02    FS-OTC-PAY-BY-DATE    PIC 99/99/9999.
           02    FS-OTC-STATUS    PIC X(9).
           02    FS-OTC-COLLECTED-AMOUNT    PIC 9(10)V99.
           02    FS-OTC-OUTLET    PIC X(15).
           02    FS-OTC-COLLECTED-TIME-STAMP    PIC X(21).
           02    FS-OTC-TIME-STAMP.
               03    FS-OTC-TS-DATE    PIC 99/99/9999.
               03    FS-OTC-TS-FILLER-SPACE    PIC X(3).
               03    FS-OTC-TS-TIME.
                   04    FS-OTC-TS-HOUR    PIC 99.
                   04    FS-OTC-TS-COLON-1    PIC X.
                   04    FS-OTC-TS-MINUTES    PIC 99.
                   04    FS-OTC-TS-COLON-2    PIC X.
                   04    FS-OTC-TS-SECOND    PIC 99.

       FD  FS-BOOKING-FILE.
       01  FS-BOOKING-RECORD.
           02    FS-BOOKING-ID    PIC X(15).
           02    FS-FK-USER-ID    PIC X(15).
           02    FS-FK-SCHEDULE-ID    PIC X(15).
           02    FS-SEAT-NUMBER    PIC 9(10).
           02    FS-BOOKING-STATUS    PIC X(9).
           02    FS-PRICE    PIC 9(10)V99.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
                   04    FS-TS-FILLER-COLON-1    PIC X.
                   04    FS-TS-MINUTES    PIC 99.
                   04    FS-TS-FILLER-COLON-2    PIC X.
                   04    FS-TS-SECONDS    PIC 99.

       FD  FS-PAYMENT-FILE.
       01  FS-PAYMENT-RECORD.
           02    FS-PAYMENT-ID    PIC X(15).
           02    FS-FK-BOOKING-ID    PIC X(15).
           02    FS-PAYMENT-METHOD    PIC X(11).
           02    FS-PAYMENT-AMOUNT    PIC 9(10)V99.
           02    FS-PAYMENT-STATUS    PIC X(9).
           02    FS-PROMO-CODE-USED    PIC X(15).
           02    FS-DISCOUNT-AMOUNT    PIC 9(10)V99.
           02    FS-DISCOUNT-REASON    PIC X(20).
           02    FS-EWALLET-REF-NUMBER    PIC X(20).
           02    FS-EWALLET-CONFIRMATION-CODE    PIC X(10).
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
                   04    FS-TT-FILLER-COLON-1    PIC X.
                   04    FS-TT-MINUTES    PIC 99.
                   04    FS-TT-FILLER-COLON-2    PIC X.
                   04    FS-TT-SECONDS    PIC 99.

       FD  FS-PAYMENT-HISTORY-FILE.
       01  FS-PAYMENT-HISTORY-RECORD.
           02    FS-PH-PAYMENT-ID    PIC X(15).
           02    FS-PH-FILLER-1    PIC X(3) VALUE SPACES.
           02    FS-PH-FK-BOOKING-ID    PIC X(15).
           02    FS-PH-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-PH-OLD-STATUS    PIC X(9).
           02    FS-PH-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-PH-NEW-STATUS    PIC X(9).
           02    FS-PH-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-PH-REASON    PIC X(30).
           02    FS-PH-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-PH-CHANGED-BY    PIC X(15).
           02    FS-PH-FILLER-6    PIC X(3) VALUE SPACES.
           02    FS-PH-TIME-STAMP.
               03    FS-PH-TS-DATE    PIC 99/99/9999.
               03    FS-PH-TS-FILLER-SPACE    PIC X(3).
               03    FS-PH-TS-TIME.
                   04    FS-PH-TS-HOUR    PIC 99.
                   04    FS-PH-TS-COLON-1    PIC X.
                   04    FS-PH-TS-MINUTES    PIC 99.
                   04    FS-PH-TS-COLON-2    PIC X.
                   04    FS-PH-TS-SECONDS    PIC 99.
           02    FS-PH-FILLER-7    PIC X(3) VALUE SPACES.
           02    FS-PH-CHAIN-SEQ    PIC 9(9).
           02    FS-PH-FILLER-8    PIC X(3) VALUE SPACES.
           02    FS-PH-CHAIN-HASH    PIC X(64).

       FD  FS-SEAT-MAP-FILE.
       01  FS-SEAT-RECORD.
           02    FS-SEAT-KEY.
               03    FS-SEAT-SCHEDULE-ID    PIC X(15).
               03    FS-SEAT-NO    PIC 9(3).
           02    FS-SEAT-STATUS    PIC X(10).
           02    FS-SEAT-FK-BOOKING-ID    PIC X(15).

       FD  FS-OR-REGISTER-FILE.
       01  FS-OR-REGISTER-RECORD.
           02    FS-ORG-OR-NUMBER    PIC 9(8).
           02    FS-ORG-FK-PAYMENT-ID    PIC X(15).
           02    FS-ORG-FK-BOOKING-ID    PIC X(15).
           02    FS-ORG-CLERK-ID    PIC X(15).
           02    FS-ORG-AMOUNT    PIC 9(10)V99.
           02    FS-ORG-STATUS    PIC X(9).
           02    FS-ORG-TIME-STAMP.
               03    FS-ORG-TS-DATE    PIC 99/99/9999.
               03    FS-ORG-TS-FILLER-SPACE    PIC X(3).
               03    FS-ORG-TS-TIME.
                   04    FS-ORG-TS-HOUR    PIC 99.
                   04    FS-ORG-TS-COLON-1    PIC X.
                   04    FS-ORG-TS-MINUTES    PIC 99.
                   04    FS-ORG-TS-COLON-2    PIC X.
                   04    FS-ORG-TS-SECOND    PIC 99.
           02    FS-ORG-CHAIN-SEQ    PIC 9(9).
           02    FS-ORG-CHAIN-HASH    PIC X(64).

       FD  FS-OR-CONTROL-FILE.
       01  FS-OR-CONTROL-RECORD.
           02    FS-ORC-SERIES-NAME    PIC X(10).
           02    FS-ORC-LAST-NUMBER    PIC 9(8).

       FD  FS-REMITTANCE-FILE.
       01  FS-REMITTANCE-RECORD.
           02    FS-RM-REFERENCE    PIC X(15).
           02    FS-RM-FILLER-1    PIC X(2).
           02    FS-RM-AMOUNT    PIC 9(10)V99.
           02    FS-RM-FILLER-2    PIC X(2).
           02    FS-RM-COLLECTED-DATE    PIC 99/99/9999.
           02    FS-RM-FILLER-3    PIC X(2).
           02    FS-RM-OUTLET    PIC X(15).

       FD  FS-EXCEPTION-FILE.
       01  FS-EXCEPTION-RECORD.
           02    FS-EX-REFERENCE    PIC X(15).
           02    FS-EX-FILLER-1    PIC X(3).
           02    FS-EX-AMOUNT    PIC Z(9)9.99.
           02    FS-EX-FILLER-2    PIC X(3).
           02    FS-EX-COLLECTED-DATE    PIC X(10).
           02    FS-EX-FILLER-3    PIC X(3).
           02    FS-EX-MESSAGE    PIC X(45).

       FD  FS-DAY-JOURNAL-FILE.
       01  FS-DAY-JOURNAL-RECORD.
           02    FS-JRN-SEQ    PIC 9(7).
           02    FS-JRN-FILLER-1    PIC X(3) VALUE SPACES.
           02    FS-JRN-FILE-CODE    PIC X(8).
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
       01  WS-FILE-STATUS    PIC XX.
       01  WS-OTC-FILE-STATUS    PIC XX.
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-PH-FILE-STATUS    PIC XX.
       01  WS-REMITTANCE-STATUS    PIC XX.
       01  WS-EXCEPTION-STATUS    PIC XX.
       01  WS-JRN-FILE-STATUS    PIC XX.
       01  WS-JRN-SEQ-STATUS    PIC XX.
       01  WS-JRN-FILE-CODE    PIC X(8).
       01  WS-JRN-ACTION    PIC X(3).
       01  WS-JRN-IMAGE    PIC X(200).
       01  WS-JRN-NEXT-SEQ    PIC 9(7).
       01  WS-REMITTANCE-FILE-NAME    PIC X(60).
       01  WS-EOF    PIC X.
       01  WS-PAY-EOF    PIC X.
       01  WS-OTC-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-1    PIC X VALUE ':'.
               03    WS-TS-MINUTES    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-TODAY-INT    PIC 9(8).
       01  WS-PAYBY-INT    PIC 9(8).
       01  WS-COLLECTED-INT    PIC 9(8).
       01  WS-OR-NUMBER    PIC 9(8).
       01  WS-OTC-ACTION    PIC X.
       01  WS-NEW-PAYMENT-STATUS    PIC X(9).
       01  WS-PH-OLD-STATUS    PIC X(9).
       01  WS-PH-NEW-STATUS    PIC X(9).
       01  WS-PH-REASON    PIC X(30).
       01  WS-ROWS-TOUCHED    PIC 9(5).
       01  WS-LINES-READ    PIC 9(5) VALUE 0.
       01  WS-COLLECTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-COLLECTED-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-UNMATCHED-COUNT    PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-MISMATCH-COUNT    PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT    PIC 9(5) VALUE 0.
       01  WS-SEATS-RELEASED    PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
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
      *    Daily import of the collection partner's remittance file
      *    for the pay-at-store/bank references booking_engine
      *    issues (reference, amount, date collected, outlet per
      *    line). A reference collected in full by its pay-by date
      *    turns its bookings paid: each payment row flips from
      *    pending, payment_history records the change, and the OR
      *    is issued now that the money is in. Unknown references,
      *    short or over payments, repeats, and late collections go
      *    to data/otc_collection_exceptions.txt for the cashier to
      *    refund or settle by hand, as is a reference with no
      *    pending payment rows left to settle.
      *    The same run then expires every reference still open past
      *    its pay-by date and releases the seats in seat_map; a seat
      *    the run cannot release is listed in the same file.
      *    Usage : otc_collection [remittance-file-path]
           ACCEPT WS-REMITTANCE-FILE-NAME FROM COMMAND-LINE
           IF WS-REMITTANCE-FILE-NAME = SPACES THEN
               MOVE 'data/import/otc_remittance.txt' TO
                   WS-REMITTANCE-FILE-NAME
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN I-O FS-OTC-REFERENCE-FILE
           IF WS-OTC-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No payment references on file.'
               STOP RUN
           END-IF

           OPEN OUTPUT FS-EXCEPTION-FILE

           PERFORM APPLY-REMITTANCE-FILE
           PERFORM EXPIRE-UNPAID-REFERENCES

           CLOSE FS-EXCEPTION-FILE
           CLOSE FS-OTC-REFERENCE-FILE

           DISPLAY 'Store/bank collection import complete.'
           DISPLAY 'Remittance lines    : ' WS-LINES-READ
           DISPLAY 'References paid     : ' WS-COLLECTED-COUNT
               ' (' WS-COLLECTED-TOTAL ')'
           DISPLAY 'Unknown references  : ' WS-UNMATCHED-COUNT
           DISPLAY 'Late collections    : ' WS-LATE-COUNT
           DISPLAY 'Amount mismatches   : ' WS-MISMATCH-COUNT
           DISPLAY 'Repeat collections  : ' WS-DUPLICATE-COUNT
           DISPLAY 'References expired  : ' WS-EXPIRED-COUNT
           DISPLAY 'Seats released      : ' WS-SEATS-RELEASED
           IF WS-EXCEPTION-COUNT > ZEROES THEN
               DISPLAY 'See data/otc_collection_exceptions.txt'
           END-IF

           GOBACK
           STOP RUN.

       APPLY-REMITTANCE-FILE.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-REMITTANCE-FILE
           IF WS-REMITTANCE-STATUS NOT = '00' THEN
               DISPLAY 'No remittance file at '
                   FUNCTION TRIM(WS-REMITTANCE-FILE-NAME)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-REMITTANCE-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-RM-REFERENCE NOT = SPACES THEN
                       ADD 1 TO WS-LINES-READ
                       PERFORM APPLY-ONE-COLLECTION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-REMITTANCE-FILE
           .

       APPLY-ONE-COLLECTION.
           MOVE FS-RM-REFERENCE TO FS-OTC-REFERENCE
           READ FS-OTC-REFERENCE-FILE
           KEY IS FS-OTC-REFERENCE
           INVALID KEY
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE 'NO SUCH PAYMENT REFERENCE' TO FS-EX-MESSAGE
               PERFORM WRITE-COLLECTION-EXCEPTION
               EXIT PARAGRAPH
           END-READ

           MOVE FS-OTC-PAY-BY-DATE(7:4) TO WS-PAYBY-INT(1:4)
           MOVE FS-OTC-PAY-BY-DATE(1:2) TO WS-PAYBY-INT(5:2)
           MOVE FS-OTC-PAY-BY-DATE(4:2) TO WS-PAYBY-INT(7:2)
           MOVE FS-RM-COLLECTED-DATE(7:4) TO WS-COLLECTED-INT(1:4)
           MOVE FS-RM-COLLECTED-DATE(1:2) TO WS-COLLECTED-INT(5:2)
           MOVE FS-RM-COLLECTED-DATE(4:2) TO WS-COLLECTED-INT(7:2)

           EVALUATE TRUE
               WHEN FS-OTC-STATUS = 'paid'
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE 'REFERENCE ALREADY COLLECTED' TO FS-EX-MESSAGE
                   PERFORM WRITE-COLLECTION-EXCEPTION
               WHEN FS-OTC-STATUS = 'expired'
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 'COLLECTED AFTER REFERENCE EXPIRED' TO
                       FS-EX-MESSAGE
                   PERFORM WRITE-COLLECTION-EXCEPTION
               WHEN WS-COLLECTED-INT > WS-PAYBY-INT
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 'COLLECTED AFTER PAY-BY DATE' TO FS-EX-MESSAGE
                   PERFORM WRITE-COLLECTION-EXCEPTION
               WHEN FS-RM-AMOUNT NOT = FS-OTC-AMOUNT-DUE
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'COLLECTED AMOUNT DIFFERS FROM AMOUNT DUE' TO
                       FS-EX-MESSAGE
                   PERFORM WRITE-COLLECTION-EXCEPTION
               WHEN OTHER
                   MOVE 'C' TO WS-OTC-ACTION
                   PERFORM APPLY-TO-REFERENCE-PAYMENTS
      *            Nothing settled (no pending rows, or the payment
      *            or booking file would not open): the reference
      *            stays open and the cashier follows it up.
                   IF WS-ROWS-TOUCHED = ZEROES THEN
                       MOVE 'NO PENDING PAYMENTS FOR REFERENCE' TO
                           FS-EX-MESSAGE
                       PERFORM WRITE-COLLECTION-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF

                   MOVE 'paid' TO FS-OTC-STATUS
                   MOVE FS-RM-AMOUNT TO FS-OTC-COLLECTED-AMOUNT
                   MOVE FS-RM-OUTLET TO FS-OTC-OUTLET
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-OTC-COLLECTED-TIME-STAMP
                   REWRITE FS-OTC-REFERENCE-RECORD
                   END-REWRITE

                   ADD 1 TO WS-COLLECTED-COUNT
                   ADD FS-RM-AMOUNT TO WS-COLLECTED-TOTAL
           END-EVALUATE
           .

       WRITE-COLLECTION-EXCEPTION.
           MOVE FS-RM-REFERENCE TO FS-EX-REFERENCE
           MOVE SPACES TO FS-EX-FILLER-1
           MOVE FS-RM-AMOUNT TO FS-EX-AMOUNT
           MOVE SPACES TO FS-EX-FILLER-2
           MOVE FS-RM-COLLECTED-DATE TO FS-EX-COLLECTED-DATE
           MOVE SPACES TO FS-EX-FILLER-3
           WRITE FS-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           .

       EXPIRE-UNPAID-REFERENCES.
           MOVE SPACES TO WS-OTC-EOF
           MOVE LOW-VALUES TO FS-OTC-REFERENCE
           START FS-OTC-REFERENCE-FILE KEY IS GREATER THAN
               FS-OTC-REFERENCE
           INVALID KEY
               MOVE 'Y' TO WS-OTC-EOF
           END-START
           PERFORM UNTIL WS-OTC-EOF = 'Y'
               READ FS-OTC-REFERENCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OTC-EOF
               NOT AT END
                   IF FS-OTC-STATUS = 'open' THEN
                       MOVE FS-OTC-PAY-BY-DATE(7:4) TO
                           WS-PAYBY-INT(1:4)
                       MOVE FS-OTC-PAY-BY-DATE(1:2) TO
                           WS-PAYBY-INT(5:2)
                       MOVE FS-OTC-PAY-BY-DATE(4:2) TO
                           WS-PAYBY-INT(7:2)
                       IF WS-PAYBY-INT < WS-TODAY-INT THEN
                           MOVE 'X' TO WS-OTC-ACTION
                           PERFORM APPLY-TO-REFERENCE-PAYMENTS
                           MOVE 'expired' TO FS-OTC-STATUS
                           REWRITE FS-OTC-REFERENCE-RECORD
                           END-REWRITE
                           ADD 1 TO WS-EXPIRED-COUNT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       APPLY-TO-REFERENCE-PAYMENTS.
      *    A group reference spans one pending payment row per seat;
      *    the rows carry the reference where an e-wallet payment
      *    carries its provider reference. WS-OTC-ACTION 'C' settles
      *    each row, 'X' expires it.
           MOVE ZEROES TO WS-ROWS-TOUCHED
           MOVE SPACES TO WS-PAY-EOF
           OPEN I-O FS-PAYMENT-FILE
           IF WS-PAY-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FS-BOOKING-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               CLOSE FS-PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAY-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   IF FS-PAYMENT-METHOD = 'otc' AND
                       FS-EWALLET-REF-NUMBER = FS-OTC-REFERENCE AND
                       FS-PAYMENT-STATUS = 'pending' THEN
                       ADD 1 TO WS-ROWS-TOUCHED
                       IF WS-OTC-ACTION = 'C' THEN
                           PERFORM SETTLE-ONE-PAYMENT
                       ELSE
                           PERFORM EXPIRE-ONE-PAYMENT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-BOOKING-FILE
           CLOSE FS-PAYMENT-FILE
           .

       SETTLE-ONE-PAYMENT.
      *    A deposit taken by reference leaves the balance owing, so
      *    the row goes to 'partial' and the seat stays reserved
      *    for the deposit sweep, exactly as a deposit taken online.
           MOVE FS-FK-BOOKING-ID TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               MOVE SPACES TO FS-BOOKING-STATUS
               MOVE ZEROES TO FS-PRICE
           END-READ

           IF FS-PAYMENT-AMOUNT < FS-PRICE THEN
               MOVE 'partial' TO WS-NEW-PAYMENT-STATUS
           ELSE
               MOVE 'paid' TO WS-NEW-PAYMENT-STATUS
           END-IF

           MOVE FS-PAYMENT-STATUS TO WS-PH-OLD-STATUS
           MOVE WS-NEW-PAYMENT-STATUS TO FS-PAYMENT-STATUS
      *    The row is dated the day the money came in, so gl_export
      *    books the cash on the collection date.
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TRANSACTION-TIME-STAMP
           REWRITE FS-PAYMENT-RECORD
           END-REWRITE
           MOVE 'PAYMENT' TO WS-JRN-FILE-CODE
           MOVE 'RWT' TO WS-JRN-ACTION
           MOVE FS-PAYMENT-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE

           MOVE WS-NEW-PAYMENT-STATUS TO WS-PH-NEW-STATUS
           MOVE 'store/bank collection' TO WS-PH-REASON
           PERFORM WRITE-PAYMENT-HISTORY

           PERFORM ISSUE-OFFICIAL-RECEIPT

           IF FS-BOOKING-STATUS = 'reserved' AND
               WS-NEW-PAYMENT-STATUS = 'paid' THEN
               MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
               MOVE 'paid' TO FS-BOOKING-STATUS
               REWRITE FS-BOOKING-RECORD
                   NOT INVALID KEY
                       MOVE 'STATUS' TO WS-BEV-EVENT
                       PERFORM WRITE-OTC-BOOKING-EVENT
               END-REWRITE
               MOVE 'BOOKING' TO WS-JRN-FILE-CODE
               MOVE 'RWT' TO WS-JRN-ACTION
               MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
               PERFORM WRITE-AFTER-IMAGE
           END-IF
           .

       EXPIRE-ONE-PAYMENT.
           MOVE FS-PAYMENT-STATUS TO WS-PH-OLD-STATUS
           MOVE 'expired' TO FS-PAYMENT-STATUS
           REWRITE FS-PAYMENT-RECORD
           END-REWRITE
           MOVE 'PAYMENT' TO WS-JRN-FILE-CODE
           MOVE 'RWT' TO WS-JRN-ACTION
           MOVE FS-PAYMENT-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE

           MOVE 'expired' TO WS-PH-NEW-STATUS
           MOVE 'pay-by date passed' TO WS-PH-REASON
           PERFORM WRITE-PAYMENT-HISTORY

           MOVE FS-FK-BOOKING-ID TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FS-BOOKING-STATUS = 'reserved' THEN
                   MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                   MOVE 'canceled' TO FS-BOOKING-STATUS
                   REWRITE FS-BOOKING-RECORD
                       NOT INVALID KEY
                           MOVE 'PAY-EXPIRED' TO WS-BEV-EVENT
                           PERFORM WRITE-OTC-BOOKING-EVENT
                   END-REWRITE
                   MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
                   MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
                   PERFORM WRITE-AFTER-IMAGE
                   PERFORM RELEASE-BOOKED-SEAT
               END-IF
           END-READ
           .

       RELEASE-BOOKED-SEAT.
           OPEN I-O FS-SEAT-MAP-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE FS-OTC-REFERENCE TO FS-EX-REFERENCE
               MOVE SPACES TO FS-EX-FILLER-1
               MOVE ZEROES TO FS-EX-AMOUNT
               MOVE SPACES TO FS-EX-FILLER-2
               MOVE SPACES TO FS-EX-COLLECTED-DATE
               MOVE SPACES TO FS-EX-FILLER-3
               MOVE SPACES TO FS-EX-MESSAGE
               STRING 'RELEASE SEAT BY HAND, BOOKING ' FS-BOOKING-ID
                   DELIMITED BY SIZE INTO FS-EX-MESSAGE
               END-STRING
               WRITE FS-EXCEPTION-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FS-FK-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
           MOVE FS-SEAT-NUMBER TO FS-SEAT-NO
           READ FS-SEAT-MAP-FILE
           KEY IS FS-SEAT-KEY
           NOT INVALID KEY
               IF FS-SEAT-FK-BOOKING-ID = FS-BOOKING-ID THEN
                   MOVE 'OPEN' TO FS-SEAT-STATUS
                   MOVE SPACES TO FS-SEAT-FK-BOOKING-ID
                   REWRITE FS-SEAT-RECORD
                   END-REWRITE
                   MOVE 'SEATMAP' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
                   MOVE FS-SEAT-RECORD TO WS-JRN-IMAGE
                   PERFORM WRITE-AFTER-IMAGE
                   ADD 1 TO WS-SEATS-RELEASED
               END-IF
           END-READ
           CLOSE FS-SEAT-MAP-FILE
           .

       WRITE-PAYMENT-HISTORY.
           OPEN EXTEND FS-PAYMENT-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-PAYMENT-HISTORY-FILE
           END-IF
           MOVE SPACES TO FS-PAYMENT-HISTORY-RECORD
           MOVE FS-PAYMENT-ID TO FS-PH-PAYMENT-ID
           MOVE FS-FK-BOOKING-ID TO FS-PH-FK-BOOKING-ID
           MOVE WS-PH-OLD-STATUS TO FS-PH-OLD-STATUS
           MOVE WS-PH-NEW-STATUS TO FS-PH-NEW-STATUS
           MOVE WS-PH-REASON TO FS-PH-REASON
           MOVE 'OTC-IMPORT' TO FS-PH-CHANGED-BY
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

      *    Same gap-free OR series the booking and counter programs
      *    draw from - the next number always comes from the control
      *    record.
       ISSUE-OFFICIAL-RECEIPT.
           MOVE ZEROES TO WS-OR-NUMBER

           OPEN I-O FS-OR-CONTROL-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OR-CONTROL-FILE
           END-IF

           MOVE 'OR-SERIES' TO FS-ORC-SERIES-NAME
           READ FS-OR-CONTROL-FILE
           KEY IS FS-ORC-SERIES-NAME
           INVALID KEY
               MOVE 1 TO WS-OR-NUMBER
               MOVE 'OR-SERIES' TO FS-ORC-SERIES-NAME
               MOVE WS-OR-NUMBER TO FS-ORC-LAST-NUMBER
               WRITE FS-OR-CONTROL-RECORD
               END-WRITE
           NOT INVALID KEY
               COMPUTE WS-OR-NUMBER = FS-ORC-LAST-NUMBER + 1
               MOVE WS-OR-NUMBER TO FS-ORC-LAST-NUMBER
               REWRITE FS-OR-CONTROL-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-OR-CONTROL-FILE

           OPEN I-O FS-OR-REGISTER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OR-REGISTER-FILE
           END-IF

           MOVE WS-OR-NUMBER TO FS-ORG-OR-NUMBER
           MOVE FS-PAYMENT-ID TO FS-ORG-FK-PAYMENT-ID
           MOVE FS-FK-BOOKING-ID TO FS-ORG-FK-BOOKING-ID
           MOVE 'OTC-IMPORT' TO FS-ORG-CLERK-ID
           MOVE FS-PAYMENT-AMOUNT TO FS-ORG-AMOUNT
           MOVE 'issued' TO FS-ORG-STATUS

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
           MOVE 'WRT' TO WS-JRN-ACTION
           MOVE FS-OR-REGISTER-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE
           CLOSE FS-OR-REGISTER-FILE
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

       WRITE-AFTER-IMAGE.
      *    Continuous after-image journaling for the critical files:
      *    every write or rewrite also lands an image with a gapless
      *    sequence number in the day journal, so forward_recovery
      *    can replay from the last backup up to any timestamp. The
      *    integrity check proves the sequence daily.
           CALL "SYSTEM" USING "mkdir -p data/journal"
           MOVE ZEROES TO WS-JRN-NEXT-SEQ
           OPEN INPUT FS-JOURNAL-SEQ-FILE
           IF WS-JRN-SEQ-STATUS = '00' THEN
               READ FS-JOURNAL-SEQ-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE FS-JOURNAL-SEQ-RECORD TO WS-JRN-NEXT-SEQ
               END-READ
               CLOSE FS-JOURNAL-SEQ-FILE
           END-IF
           ADD 1 TO WS-JRN-NEXT-SEQ

           OPEN OUTPUT FS-JOURNAL-SEQ-FILE
           IF WS-JRN-SEQ-STATUS = '00' THEN
               MOVE WS-JRN-NEXT-SEQ TO FS-JOURNAL-SEQ-RECORD
               WRITE FS-JOURNAL-SEQ-RECORD
               CLOSE FS-JOURNAL-SEQ-FILE
           END-IF

           OPEN EXTEND FS-DAY-JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DAY-JOURNAL-FILE
           END-IF
           IF WS-JRN-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-DAY-JOURNAL-RECORD
               MOVE WS-JRN-NEXT-SEQ TO FS-JRN-SEQ
               MOVE WS-JRN-FILE-CODE TO FS-JRN-FILE-CODE
               MOVE WS-JRN-ACTION TO FS-JRN-ACTION
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-JRN-TIME-STAMP
               MOVE WS-JRN-IMAGE TO FS-JRN-IMAGE
               WRITE FS-DAY-JOURNAL-RECORD
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

       WRITE-OTC-BOOKING-EVENT.
           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
           MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
           MOVE 'OTC-IMPORT' TO WS-BEV-CHANGED-BY
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
               MOVE 'otc_collection' TO FS-BEV-PROGRAM
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
