       IDENTIFICATION DIVISION.
       PROGRAM-ID. card_settlement.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-PAYMENT-FILE ASSIGN TO 'data/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PAYMENT-ID
               ALTERNATE RECORD KEY IS FS-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SETTLEMENT-FILE ASSIGN USING
               WS-SETTLEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-STATUS.

           SELECT FS-EXCEPTION-FILE ASSIGN TO
               'data/card_settlement_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.


       DATA DIVISION.
       FILE SECTION.

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

       FD  FS-SETTLEMENT-FILE.
       01  FS-SETTLEMENT-RECORD.
           02    FS-SL-APPROVAL-CODE    PIC X(10).
           02    FS-SL-FILLER-1    PIC X(2).
           02    FS-SL-CARD-NUMBER    PIC X(20).
           02    FS-SL-FILLER-2    PIC X(2).
           02    FS-SL-AMOUNT    PIC 9(10)V99.

       FD  FS-EXCEPTION-FILE.
       01  FS-EXCEPTION-RECORD.
           02    FS-EX-APPROVAL-CODE    PIC X(10).
           02    FS-EX-FILLER-1    PIC X(3).
           02    FS-EX-CARD-NUMBER    PIC X(20).
           02    FS-EX-FILLER-2    PIC X(3).
           02    FS-EX-PAYMENT-ID    PIC X(15).
           02    FS-EX-FILLER-3    PIC X(3).
           02    FS-EX-MESSAGE    PIC X(45).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SETTLEMENT-STATUS    PIC XX.
       01  WS-EXCEPTION-STATUS    PIC XX.
       01  WS-SETTLEMENT-FILE-NAME    PIC X(60).
       01  WS-EOF    PIC X.
       01  WS-SL-TABLE-COUNT    PIC 9(4) VALUE 0.
       01  WS-SL-TABLE.
           02    WS-SL-ENTRY OCCURS 500 TIMES.
               03    WS-SL-CODE    PIC X(10).
               03    WS-SL-CARD    PIC X(20).
               03    WS-SL-AMT    PIC 9(10)V99.
               03    WS-SL-CLAIMED    PIC 9(10)V99.
               03    WS-SL-MATCHED    PIC X.
               03    WS-SL-DUPLICATE    PIC X.
       01  WS-COUNTER-I    PIC 9(4).
       01  WS-COUNTER-J    PIC 9(4).
       01  WS-SL-SLOT    PIC 9(4).
       01  WS-PAYMENTS-SEEN    PIC 9(5) VALUE 0.
       01  WS-MATCHED-COUNT    PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(5) VALUE 0.
       01  WS-MISMATCH-COUNT    PIC 9(5) VALUE 0.
       01  WS-CARD-DIFF-COUNT    PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNCLAIMED-COUNT    PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       01  WS-TRUNCATED-COUNT    PIC 9(5) VALUE 0.


       PROCEDURE DIVISION.
      *    Nightly match of our authorized card sales against the
      *    acquirer's settlement file (approval code, masked card,
      *    amount per line). booking_engine keeps the approval code
      *    and masked card on every card payment row; a group sale
      *    is one authorization split over several rows, so the rows
      *    are summed per approval code before the amount is
      *    compared. Whatever fails - never settled, settled for a
      *    different amount or card, settled twice, or settled with
      *    no sale behind it - goes to
      *    data/card_settlement_exceptions.txt with a reason.
      *    Card rows from before authorization was in place carry no
      *    approval code and are left out.
      *    Usage : card_settlement [settlement-file-path]
           ACCEPT WS-SETTLEMENT-FILE-NAME FROM COMMAND-LINE
           IF WS-SETTLEMENT-FILE-NAME = SPACES THEN
               MOVE 'data/import/card_settlement.txt' TO
                   WS-SETTLEMENT-FILE-NAME
           END-IF

           PERFORM LOAD-ACQUIRER-SETTLEMENT
           IF WS-SL-TABLE-COUNT = ZEROES THEN
               DISPLAY 'No settlement lines found in '
                   FUNCTION TRIM(WS-SETTLEMENT-FILE-NAME)
               STOP RUN
           END-IF

           OPEN OUTPUT FS-EXCEPTION-FILE

           PERFORM FLAG-DUPLICATE-SETTLEMENTS
           PERFORM MATCH-CARD-PAYMENTS
           PERFORM CHECK-SETTLED-AMOUNTS

           CLOSE FS-EXCEPTION-FILE

           DISPLAY 'Card settlement match complete.'
           DISPLAY 'Settlement lines    : ' WS-SL-TABLE-COUNT
           DISPLAY 'Card payment rows   : ' WS-PAYMENTS-SEEN
           DISPLAY 'Matched             : ' WS-MATCHED-COUNT
           DISPLAY 'Missing settlements : ' WS-MISSING-COUNT
           DISPLAY 'Amount mismatches   : ' WS-MISMATCH-COUNT
           DISPLAY 'Card mismatches     : ' WS-CARD-DIFF-COUNT
           DISPLAY 'Duplicate lines     : ' WS-DUPLICATE-COUNT
           DISPLAY 'Unclaimed lines     : ' WS-UNCLAIMED-COUNT
           IF WS-TRUNCATED-COUNT > ZEROES THEN
               DISPLAY 'WARNING: ' WS-TRUNCATED-COUNT ' settlement'
                   ' lines over the 500-line limit were NOT matched'
                   ' - split the file and rerun.'
           END-IF
           IF WS-EXCEPTION-COUNT > ZEROES THEN
               DISPLAY 'See data/card_settlement_exceptions.txt'
           END-IF

           GOBACK
           STOP RUN.

       LOAD-ACQUIRER-SETTLEMENT.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SETTLEMENT-FILE
           IF WS-SETTLEMENT-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SETTLEMENT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-SL-APPROVAL-CODE NOT = SPACES AND
                       WS-SL-TABLE-COUNT >= 500 THEN
                       ADD 1 TO WS-TRUNCATED-COUNT
                   END-IF
                   IF FS-SL-APPROVAL-CODE NOT = SPACES AND
                       WS-SL-TABLE-COUNT < 500 THEN
                       ADD 1 TO WS-SL-TABLE-COUNT
                       MOVE FS-SL-APPROVAL-CODE TO
                           WS-SL-CODE(WS-SL-TABLE-COUNT)
                       MOVE FS-SL-CARD-NUMBER TO
                           WS-SL-CARD(WS-SL-TABLE-COUNT)
                       MOVE FS-SL-AMOUNT TO
                           WS-SL-AMT(WS-SL-TABLE-COUNT)
                       MOVE ZEROES TO
                           WS-SL-CLAIMED(WS-SL-TABLE-COUNT)
                       MOVE 'N' TO
                           WS-SL-MATCHED(WS-SL-TABLE-COUNT)
                       MOVE 'N' TO
                           WS-SL-DUPLICATE(WS-SL-TABLE-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           IF WS-SETTLEMENT-STATUS NOT = '35' THEN
               CLOSE FS-SETTLEMENT-FILE
           END-IF
           .

       FLAG-DUPLICATE-SETTLEMENTS.
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-SL-TABLE-COUNT
               PERFORM VARYING WS-COUNTER-J FROM 1 BY 1
                   UNTIL WS-COUNTER-J > WS-SL-TABLE-COUNT
                   IF WS-COUNTER-J > WS-COUNTER-I AND
                       WS-SL-CODE(WS-COUNTER-I) =
                       WS-SL-CODE(WS-COUNTER-J) AND
                       WS-SL-DUPLICATE(WS-COUNTER-J) = 'N' THEN
                       MOVE 'Y' TO WS-SL-DUPLICATE(WS-COUNTER-J)
                       ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE SPACES TO FS-EXCEPTION-RECORD
                       MOVE WS-SL-CODE(WS-COUNTER-J) TO
                           FS-EX-APPROVAL-CODE
                       MOVE WS-SL-CARD(WS-COUNTER-J) TO
                           FS-EX-CARD-NUMBER
                       MOVE 'DUPLICATE SETTLEMENT LINE' TO
                           FS-EX-MESSAGE
                       WRITE FS-EXCEPTION-RECORD
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       MATCH-CARD-PAYMENTS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PAYMENT-METHOD = 'credit-card' AND
                       FS-EWALLET-CONFIRMATION-CODE NOT = SPACES AND
                       FS-PAYMENT-STATUS NOT = 'refunded' THEN
                       ADD 1 TO WS-PAYMENTS-SEEN
                       PERFORM MATCH-ONE-PAYMENT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS NOT = '35' THEN
               CLOSE FS-PAYMENT-FILE
           END-IF
           .

       MATCH-ONE-PAYMENT.
           MOVE ZEROES TO WS-SL-SLOT
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-SL-TABLE-COUNT
               IF WS-SL-CODE(WS-COUNTER-I) =
                   FS-EWALLET-CONFIRMATION-CODE AND
                   WS-SL-DUPLICATE(WS-COUNTER-I) = 'N' AND
                   WS-SL-SLOT = ZEROES THEN
                   MOVE WS-COUNTER-I TO WS-SL-SLOT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-SL-SLOT = ZEROES
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO FS-EXCEPTION-RECORD
                   MOVE FS-EWALLET-CONFIRMATION-CODE TO
                       FS-EX-APPROVAL-CODE
                   MOVE FS-EWALLET-REF-NUMBER TO FS-EX-CARD-NUMBER
                   MOVE FS-PAYMENT-ID TO FS-EX-PAYMENT-ID
                   MOVE 'NOT SETTLED BY ACQUIRER' TO FS-EX-MESSAGE
                   WRITE FS-EXCEPTION-RECORD
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-SL-CARD(WS-SL-SLOT) NOT = FS-EWALLET-REF-NUMBER
                   ADD 1 TO WS-CARD-DIFF-COUNT
                   MOVE SPACES TO FS-EXCEPTION-RECORD
                   MOVE FS-EWALLET-CONFIRMATION-CODE TO
                       FS-EX-APPROVAL-CODE
                   MOVE WS-SL-CARD(WS-SL-SLOT) TO FS-EX-CARD-NUMBER
                   MOVE FS-PAYMENT-ID TO FS-EX-PAYMENT-ID
                   MOVE 'SETTLED CARD DIFFERS FROM PAYMENT' TO
                       FS-EX-MESSAGE
                   WRITE FS-EXCEPTION-RECORD
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   MOVE 'Y' TO WS-SL-MATCHED(WS-SL-SLOT)
                   ADD FS-PAYMENT-AMOUNT TO WS-SL-CLAIMED(WS-SL-SLOT)
           END-EVALUATE
           .

       CHECK-SETTLED-AMOUNTS.
      *    Runs once every payment row has been claimed against its
      *    settlement line, so a group sale is compared as a whole.
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-SL-TABLE-COUNT
               IF WS-SL-DUPLICATE(WS-COUNTER-I) = 'N' THEN
                   MOVE SPACES TO FS-EXCEPTION-RECORD
                   MOVE WS-SL-CODE(WS-COUNTER-I) TO
                       FS-EX-APPROVAL-CODE
                   MOVE WS-SL-CARD(WS-COUNTER-I) TO
                       FS-EX-CARD-NUMBER
                   EVALUATE TRUE
                       WHEN WS-SL-MATCHED(WS-COUNTER-I) = 'N'
                           ADD 1 TO WS-UNCLAIMED-COUNT
                           MOVE 'SETTLED BUT NO MATCHING PAYMENT' TO
                               FS-EX-MESSAGE
                           WRITE FS-EXCEPTION-RECORD
                           ADD 1 TO WS-EXCEPTION-COUNT
                       WHEN WS-SL-CLAIMED(WS-COUNTER-I) NOT =
                           WS-SL-AMT(WS-COUNTER-I)
                           ADD 1 TO WS-MISMATCH-COUNT
                           MOVE 'SETTLED AMOUNT DIFFERS FROM PAYMENT'
                               TO FS-EX-MESSAGE
                           WRITE FS-EXCEPTION-RECORD
                           ADD 1 TO WS-EXCEPTION-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-MATCHED-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
