                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OR-REGISTER-FILE ASSIGN TO 'data/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ORG-OR-NUMBER
               FILE STATUS IS WS-ORG-FILE-STATUS.

           SELECT FS-POS-COUNTER-FILE ASSIGN TO
               'data/pos_counters.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PCT-TERMINAL-CODE
               FILE STATUS IS WS-PCT-FILE-STATUS.

           SELECT FS-POS-READING-FILE ASSIGN TO
               'data/pos_readings.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRD-KEY
               FILE STATUS IS WS-PRD-FILE-STATUS.

           SELECT FS-POS-PRINT-FILE ASSIGN TO
               'data/export/pos_reading.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
                   04    FS-TT-FILLER-COLON-2    PIC X.
                   04    FS-TT-SECONDS    PIC 99.

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

      *    One row per terminal. The Z-counter and the accumulated
      *    grand total only ever move forward; nothing in the system
      *    rewrites them downward or deletes the row.
       FD  FS-POS-COUNTER-FILE.
       01  FS-POS-COUNTER-RECORD.
           02    FS-PCT-TERMINAL-CODE    PIC X(10).
           02    FS-PCT-Z-COUNTER    PIC 9(6).
           02    FS-PCT-X-COUNTER    PIC 9(6).
           02    FS-PCT-GRAND-TOTAL    PIC S9(14)V99.
           02    FS-PCT-LAST-Z-DATE    PIC 9(8).
           02    FS-PCT-TIME-STAMP    PIC X(21).

      *    Every X and Z reading ever taken, written once and never
      *    rewritten, so any of them can be reprinted for an audit.
       FD  FS-POS-READING-FILE.
       01  FS-POS-READING-RECORD.
           02    FS-PRD-KEY.
               03    FS-PRD-TERMINAL-CODE    PIC X(10).
               03    FS-PRD-READING-TYPE    PIC X.
               03    FS-PRD-READING-NO    PIC 9(6).
           02    FS-PRD-BUSINESS-DATE    PIC 99/99/9999.
           02    FS-PRD-Z-COUNTER    PIC 9(6).
           02    FS-PRD-BEGIN-OR    PIC 9(8).
           02    FS-PRD-END-OR    PIC 9(8).
           02    FS-PRD-OR-COUNT    PIC 9(6).
           02    FS-PRD-SALE-COUNT    PIC 9(6).
           02    FS-PRD-GROSS-SALES    PIC 9(12)V99.
           02    FS-PRD-VAT-AMOUNT    PIC 9(12)V99.
           02    FS-PRD-DISCOUNT-AMOUNT    PIC 9(12)V99.
           02    FS-PRD-VOID-COUNT    PIC 9(6).
           02    FS-PRD-VOID-AMOUNT    PIC 9(12)V99.
           02    FS-PRD-REFUND-COUNT    PIC 9(6).
           02    FS-PRD-REFUND-AMOUNT    PIC 9(12)V99.
           02    FS-PRD-NET-SALES    PIC S9(12)V99.
           02    FS-PRD-GT-BEGIN    PIC S9(14)V99.
           02    FS-PRD-GT-END    PIC S9(14)V99.
           02    FS-PRD-TIME-STAMP    PIC X(21).

       FD  FS-POS-PRINT-FILE.
       01  FS-POS-PRINT-RECORD    PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-TRM-ADDRESS-ENTRY    PIC X(50).
       01  WS-HD-ENTITY-ENTRY    PIC X(15).
       01  WS-HD-TYPE-CHOICE    PIC X.
       01  WS-RPT-DATE-ENTRY    PIC X(10).
       01  WS-TRM-TALLY-TABLE.
           02    WS-TRM-TALLY OCCURS 20 TIMES.
               03    WS-TRM-T-CODE    PIC X(10).
       01  WS-TRM-FOUND    PIC X.
       01  WS-LVR-TYPE-ENTRY    PIC X(10).
       01  WS-LVR-AMOUNT-ENTRY    PIC 9(5)V99.
       01  WS-ORG-FILE-STATUS    PIC XX.
       01  WS-PCT-FILE-STATUS    PIC XX.
       01  WS-PRD-FILE-STATUS    PIC XX.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-PRD-TERMINAL    PIC X(10) VALUE 'HQ'.
       01  WS-PRD-TYPE-CHOICE    PIC X.
       01  WS-PRD-NO-ENTRY    PIC 9(6).
       01  WS-PRD-DATE-ENTRY    PIC X(10).
       01  WS-PRD-DATE    PIC 99/99/9999.
       01  WS-PRD-DATE-INT    PIC 9(8).
       01  WS-PRD-TODAY-INT    PIC 9(8).
       01  WS-PRD-REPRINT    PIC X.
       01  WS-PRD-PAY-OPEN    PIC X.
       01  WS-PRD-STM-OPEN    PIC X.
       01  WS-PRD-TOTALS.
           02    WS-PRD-BEGIN-OR    PIC 9(8).
           02    WS-PRD-END-OR    PIC 9(8).
           02    WS-PRD-OR-COUNT    PIC 9(6).
           02    WS-PRD-SALE-COUNT    PIC 9(6).
           02    WS-PRD-GROSS-SALES    PIC 9(12)V99.
           02    WS-PRD-VAT-AMOUNT    PIC 9(12)V99.
           02    WS-PRD-DISCOUNT-AMOUNT    PIC 9(12)V99.
           02    WS-PRD-VOID-COUNT    PIC 9(6).
           02    WS-PRD-VOID-AMOUNT    PIC 9(12)V99.
           02    WS-PRD-REFUND-COUNT    PIC 9(6).
           02    WS-PRD-REFUND-AMOUNT    PIC 9(12)V99.
           02    WS-PRD-NET-SALES    PIC S9(12)V99.
      *    The day's refund payments, held while the terminal's own
      *    sales are walked so each refund lands on the till that
      *    sold the booking.
       01  WS-PRD-REFUND-TABLE.
           02    WS-PRD-RFD OCCURS 200 TIMES.
               03    WS-PRD-RFD-BOOKING-ID    PIC X(15).
               03    WS-PRD-RFD-AMOUNT    PIC 9(10)V99.
               03    WS-PRD-RFD-CLAIMED    PIC X.
       01  WS-PRD-RFD-COUNT    PIC 9(3).
       01  WS-PRD-RFD-I    PIC 9(3).
       01  WS-PRD-LINE.
           02    WS-PRD-LINE-LABEL    PIC X(30).
           02    WS-PRD-LINE-VALUE    PIC X(25).
       01  WS-PRD-EDIT-AMOUNT    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRD-EDIT-COUNT    PIC ZZZ,ZZ9.
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-1    PIC X VALUE ':'.
               03    WS-TS-MINUTES    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.


       PROCEDURE DIVISION.
      *    each till is told which terminal it is, vehicles and
      *    drivers get a home depot, and the daily sales report
      *    finally answers "how much did Terminal B sell yesterday"
      *    from the per-payment terminal stamps. Each station also
      *    takes its own BIR X and Z readings here.
           MOVE SPACES TO WS-TRM-MENU-CHOICE
           PERFORM UNTIL WS-TRM-MENU-CHOICE = '8'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY '4 - Assign Home Depot (vehicle/driver)'
               DISPLAY '5 - Daily Sales by Terminal'
               DISPLAY '6 - Set Terminal Levy Rates'
               DISPLAY '7 - POS X / Z Readings (this station)'
               DISPLAY '8 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-TRM-MENU-CHOICE
                   WHEN '6'
                       PERFORM SET-LEVY-RATES
                   WHEN '7'
                       PERFORM POS-READINGS
                   WHEN '8'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
           .

       DAILY-TERMINAL-SALES.
           DISPLAY 'Business date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-RPT-DATE-ENTRY

           MOVE ZEROES TO WS-TRM-TALLY-COUNT
           ACCEPT WS-BUFFER
           .

       POS-READINGS.
      *    BIR terminal readings for this station. An X-reading is
      *    a mid-shift look at the day so far and changes nothing
      *    but its own counter; the Z-reading closes the business
      *    day, bumps the Z-counter and carries the day's net sales
      *    into the accumulated grand total. Both are kept in
      *    data/pos_readings.txt and printed to
      *    data/export/pos_reading.txt.
           PERFORM LOAD-POS-TERMINAL
           DISPLAY 'Station terminal : ' WS-PRD-TERMINAL
           DISPLAY ' '
           DISPLAY '[X]-Reading / [Z]-Reading / [R]eprint : '
           WITH NO ADVANCING
           ACCEPT WS-PRD-TYPE-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-PRD-TYPE-CHOICE) TO
               WS-PRD-TYPE-CHOICE
           DISPLAY ' '

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           EVALUATE WS-PRD-TYPE-CHOICE
               WHEN 'X'
                   PERFORM TAKE-X-READING
               WHEN 'Z'
                   PERFORM TAKE-Z-READING
               WHEN 'R'
                   PERFORM REPRINT-POS-READING
               WHEN OTHER
                   PERFORM INVALID-INPUT
           END-EVALUATE

           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       LOAD-POS-TERMINAL.
      *    Same one-line station file the tills stamp their sales
      *    from, with the same HQ fallback.
           MOVE 'HQ' TO WS-PRD-TERMINAL
           OPEN INPUT FS-TERMINAL-ID-FILE
           IF WS-TID-FILE-STATUS = '00' THEN
               READ FS-TERMINAL-ID-FILE
               AT END CONTINUE
               NOT AT END
                   IF FS-TERMINAL-ID-RECORD NOT = SPACES THEN
                       MOVE FS-TERMINAL-ID-RECORD TO WS-PRD-TERMINAL
                   END-IF
               END-READ
               CLOSE FS-TERMINAL-ID-FILE
           END-IF
           .

       TAKE-X-READING.
      *    Always today's business so far. Once the day is closed
      *    by a Z-reading the till takes no further X-readings for
      *    it.
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TS-DATE TO WS-PRD-DATE
           MOVE WS-TS-YYYYMMDD TO WS-PRD-DATE-INT

           PERFORM OPEN-POS-COUNTER
           IF WS-PRD-DATE-INT NOT > FS-PCT-LAST-Z-DATE THEN
               DISPLAY 'Z-reading already taken for ' WS-PRD-DATE
                   ' - day is closed.'
               CLOSE FS-POS-COUNTER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-POS-READING

           ADD 1 TO FS-PCT-X-COUNTER
           MOVE WS-TIME-STAMP TO FS-PCT-TIME-STAMP
           REWRITE FS-POS-COUNTER-RECORD
           END-REWRITE

           MOVE SPACES TO FS-POS-READING-RECORD
           MOVE 'X' TO FS-PRD-READING-TYPE
           MOVE FS-PCT-X-COUNTER TO FS-PRD-READING-NO
           PERFORM BUILD-POS-READING
           CLOSE FS-POS-COUNTER-FILE

           PERFORM SAVE-POS-READING
           MOVE 'N' TO WS-PRD-REPRINT
           PERFORM PRINT-POS-READING
           .

       TAKE-Z-READING.
      *    One Z-reading per terminal per business date, in date
      *    order and never for a day not yet over.
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TS-YYYYMMDD TO WS-PRD-TODAY-INT
           DISPLAY 'Business date [MM/DD/YYYY, blank = today] : '
           WITH NO ADVANCING
           MOVE SPACES TO WS-PRD-DATE-ENTRY
           ACCEPT WS-PRD-DATE-ENTRY
           IF WS-PRD-DATE-ENTRY = SPACES THEN
               MOVE WS-TS-DATE TO WS-PRD-DATE
           ELSE
               MOVE WS-PRD-DATE-ENTRY TO WS-PRD-DATE
           END-IF
           MOVE WS-PRD-DATE(7:4) TO WS-PRD-DATE-INT(1:4)
           MOVE WS-PRD-DATE(1:2) TO WS-PRD-DATE-INT(5:2)
           MOVE WS-PRD-DATE(4:2) TO WS-PRD-DATE-INT(7:2)

           IF WS-PRD-DATE-INT > WS-PRD-TODAY-INT THEN
               DISPLAY 'Cannot Z-read a future business date.'
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-POS-COUNTER
           IF WS-PRD-DATE-INT NOT > FS-PCT-LAST-Z-DATE THEN
               DISPLAY 'Z-reading already taken through '
                   FS-PCT-LAST-Z-DATE ' for ' WS-PRD-TERMINAL
               CLOSE FS-POS-COUNTER-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Close ' WS-PRD-DATE ' on ' WS-PRD-TERMINAL
               '? This cannot be undone [Y/N] : ' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           IF FUNCTION UPPER-CASE(WS-BUFFER) NOT = 'Y' THEN
               DISPLAY 'Z-reading not taken.'
               CLOSE FS-POS-COUNTER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-POS-READING

           MOVE SPACES TO FS-POS-READING-RECORD
           ADD 1 TO FS-PCT-Z-COUNTER
           MOVE 'Z' TO FS-PRD-READING-TYPE
           MOVE FS-PCT-Z-COUNTER TO FS-PRD-READING-NO
           PERFORM BUILD-POS-READING

           MOVE FS-PRD-GT-END TO FS-PCT-GRAND-TOTAL
           MOVE WS-PRD-DATE-INT TO FS-PCT-LAST-Z-DATE
           MOVE WS-TIME-STAMP TO FS-PCT-TIME-STAMP
           REWRITE FS-POS-COUNTER-RECORD
           END-REWRITE
           CLOSE FS-POS-COUNTER-FILE

           PERFORM SAVE-POS-READING
           MOVE 'N' TO WS-PRD-REPRINT
           PERFORM PRINT-POS-READING
           .

       OPEN-POS-COUNTER.
      *    Leaves the terminal's counter row read and the file open
      *    I-O; a terminal's first reading starts it at zero.
           OPEN I-O FS-POS-COUNTER-FILE
           IF WS-PCT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-POS-COUNTER-FILE
               CLOSE FS-POS-COUNTER-FILE
               OPEN I-O FS-POS-COUNTER-FILE
           END-IF

           MOVE WS-PRD-TERMINAL TO FS-PCT-TERMINAL-CODE
           READ FS-POS-COUNTER-FILE
           KEY IS FS-PCT-TERMINAL-CODE
           INVALID KEY
               MOVE SPACES TO FS-POS-COUNTER-RECORD
               MOVE WS-PRD-TERMINAL TO FS-PCT-TERMINAL-CODE
               MOVE ZEROES TO FS-PCT-Z-COUNTER
               MOVE ZEROES TO FS-PCT-X-COUNTER
               MOVE ZEROES TO FS-PCT-GRAND-TOTAL
               MOVE ZEROES TO FS-PCT-LAST-Z-DATE
               MOVE WS-TIME-STAMP TO FS-PCT-TIME-STAMP
               WRITE FS-POS-COUNTER-RECORD
               END-WRITE
           END-READ
           .

       BUILD-POS-READING.
      *    Fills the reading row from the day's totals and the
      *    counter row as it stands before this reading.
           MOVE WS-PRD-TERMINAL TO FS-PRD-TERMINAL-CODE
           MOVE WS-PRD-DATE TO FS-PRD-BUSINESS-DATE
           MOVE FS-PCT-Z-COUNTER TO FS-PRD-Z-COUNTER
           MOVE WS-PRD-BEGIN-OR TO FS-PRD-BEGIN-OR
           MOVE WS-PRD-END-OR TO FS-PRD-END-OR
           MOVE WS-PRD-OR-COUNT TO FS-PRD-OR-COUNT
           MOVE WS-PRD-SALE-COUNT TO FS-PRD-SALE-COUNT
           MOVE WS-PRD-GROSS-SALES TO FS-PRD-GROSS-SALES
           MOVE WS-PRD-VAT-AMOUNT TO FS-PRD-VAT-AMOUNT
           MOVE WS-PRD-DISCOUNT-AMOUNT TO FS-PRD-DISCOUNT-AMOUNT
           MOVE WS-PRD-VOID-COUNT TO FS-PRD-VOID-COUNT
           MOVE WS-PRD-VOID-AMOUNT TO FS-PRD-VOID-AMOUNT
           MOVE WS-PRD-REFUND-COUNT TO FS-PRD-REFUND-COUNT
           MOVE WS-PRD-REFUND-AMOUNT TO FS-PRD-REFUND-AMOUNT
           MOVE WS-PRD-NET-SALES TO FS-PRD-NET-SALES
           MOVE FS-PCT-GRAND-TOTAL TO FS-PRD-GT-BEGIN
           COMPUTE FS-PRD-GT-END =
               FS-PCT-GRAND-TOTAL + WS-PRD-NET-SALES
           MOVE WS-TIME-STAMP TO FS-PRD-TIME-STAMP
           .

       SAVE-POS-READING.
      *    Readings are only ever added; a duplicate key means the
      *    counter row was tampered with and is reported, never
      *    overwritten.
           OPEN I-O FS-POS-READING-FILE
           IF WS-PRD-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-POS-READING-FILE
               CLOSE FS-POS-READING-FILE
               OPEN I-O FS-POS-READING-FILE
           END-IF
           WRITE FS-POS-READING-RECORD
           INVALID KEY
               DISPLAY 'Reading ' FS-PRD-READING-TYPE '-'
                   FS-PRD-READING-NO ' already on file for '
                   FS-PRD-TERMINAL-CODE ' - not replaced.'
           END-WRITE
           CLOSE FS-POS-READING-FILE
           .

       COMPUTE-POS-READING.
      *    Day totals for one terminal and business date, built from
      *    the per-payment terminal stamps. Gross is before
      *    discount; voids are ORs voided at the counter; refunds
      *    follow the terminal that sold the booking. Cancelled ORs
      *    are left to the refund side so nothing is taken twice.
           MOVE ZEROES TO WS-PRD-BEGIN-OR
           MOVE ZEROES TO WS-PRD-END-OR
           MOVE ZEROES TO WS-PRD-OR-COUNT
           MOVE ZEROES TO WS-PRD-SALE-COUNT
           MOVE ZEROES TO WS-PRD-GROSS-SALES
           MOVE ZEROES TO WS-PRD-VAT-AMOUNT
           MOVE ZEROES TO WS-PRD-DISCOUNT-AMOUNT
           MOVE ZEROES TO WS-PRD-VOID-COUNT
           MOVE ZEROES TO WS-PRD-VOID-AMOUNT
           MOVE ZEROES TO WS-PRD-REFUND-COUNT
           MOVE ZEROES TO WS-PRD-REFUND-AMOUNT
           MOVE ZEROES TO WS-PRD-NET-SALES
           MOVE ZEROES TO WS-PRD-RFD-COUNT

           MOVE 'N' TO WS-PRD-PAY-OPEN
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-PRD-PAY-OPEN
           END-IF
           MOVE 'N' TO WS-PRD-STM-OPEN
           OPEN INPUT FS-SALE-TERMINALS-FILE
           IF WS-STM-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-PRD-STM-OPEN
           END-IF

           IF WS-PRD-PAY-OPEN = 'Y' AND WS-PRD-STM-OPEN = 'Y' THEN
               PERFORM LOAD-DAY-REFUNDS
               PERFORM TALLY-TERMINAL-SALES
               PERFORM TALLY-TERMINAL-RECEIPTS
           END-IF

           IF WS-PRD-PAY-OPEN = 'Y' THEN
               CLOSE FS-PAYMENT-FILE
           END-IF
           IF WS-PRD-STM-OPEN = 'Y' THEN
               CLOSE FS-SALE-TERMINALS-FILE
           END-IF

           COMPUTE WS-PRD-NET-SALES = WS-PRD-GROSS-SALES
               - WS-PRD-DISCOUNT-AMOUNT - WS-PRD-VOID-AMOUNT
               - WS-PRD-REFUND-AMOUNT
           .

       LOAD-DAY-REFUNDS.
           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-TT-DATE = WS-PRD-DATE
                       AND FS-PAYMENT-METHOD = 'refund'
                       AND FS-PAYMENT-STATUS = 'refunded'
                       AND WS-PRD-RFD-COUNT < 200 THEN
                       ADD 1 TO WS-PRD-RFD-COUNT
                       MOVE FS-FK-BOOKING-ID TO
                           WS-PRD-RFD-BOOKING-ID(WS-PRD-RFD-COUNT)
                       MOVE FS-PAYMENT-AMOUNT TO
                           WS-PRD-RFD-AMOUNT(WS-PRD-RFD-COUNT)
                       MOVE 'N' TO
                           WS-PRD-RFD-CLAIMED(WS-PRD-RFD-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           .

       TALLY-TERMINAL-SALES.
           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SALE-TERMINALS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-STM-TERMINAL-CODE = WS-PRD-TERMINAL THEN
                       PERFORM TALLY-ONE-TERMINAL-SALE
                   END-IF
               END-READ
           END-PERFORM
           .

       TALLY-ONE-TERMINAL-SALE.
      *    A booking sold here on any day may be refunded today;
      *    the refund is claimed by the first stamp that matches.
           MOVE 1 TO WS-PRD-RFD-I
           PERFORM UNTIL WS-PRD-RFD-I > WS-PRD-RFD-COUNT
               IF WS-PRD-RFD-BOOKING-ID(WS-PRD-RFD-I) =
                   FS-STM-FK-BOOKING-ID
                   AND WS-PRD-RFD-CLAIMED(WS-PRD-RFD-I) = 'N' THEN
                   MOVE 'Y' TO WS-PRD-RFD-CLAIMED(WS-PRD-RFD-I)
                   ADD 1 TO WS-PRD-REFUND-COUNT
                   ADD WS-PRD-RFD-AMOUNT(WS-PRD-RFD-I) TO
                       WS-PRD-REFUND-AMOUNT
               END-IF
               ADD 1 TO WS-PRD-RFD-I
           END-PERFORM

           MOVE FS-STM-PAYMENT-ID TO FS-PAYMENT-ID
           READ FS-PAYMENT-FILE
           KEY IS FS-PAYMENT-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           IF FS-TT-DATE NOT = WS-PRD-DATE
               OR FS-PAYMENT-METHOD = 'refund' THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PRD-SALE-COUNT
           COMPUTE WS-PRD-GROSS-SALES = WS-PRD-GROSS-SALES
               + FS-PAYMENT-AMOUNT + FS-DISCOUNT-AMOUNT
           ADD FS-VAT-AMOUNT TO WS-PRD-VAT-AMOUNT
           ADD FS-DISCOUNT-AMOUNT TO WS-PRD-DISCOUNT-AMOUNT
           .

       TALLY-TERMINAL-RECEIPTS.
      *    The OR register runs in OR-number order, so the first
      *    and last receipts of the day for this terminal are the
      *    beginning and ending OR numbers.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OR-REGISTER-FILE
           IF WS-ORG-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-ORG-TS-DATE = WS-PRD-DATE THEN
                       PERFORM TALLY-ONE-RECEIPT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-OR-REGISTER-FILE
           .

       TALLY-ONE-RECEIPT.
           MOVE FS-ORG-FK-PAYMENT-ID TO FS-STM-PAYMENT-ID
           READ FS-SALE-TERMINALS-FILE
           KEY IS FS-STM-PAYMENT-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF FS-STM-TERMINAL-CODE NOT = WS-PRD-TERMINAL THEN
               EXIT PARAGRAPH
           END-IF

           IF WS-PRD-BEGIN-OR = ZEROES THEN
               MOVE FS-ORG-OR-NUMBER TO WS-PRD-BEGIN-OR
           END-IF
           MOVE FS-ORG-OR-NUMBER TO WS-PRD-END-OR
           ADD 1 TO WS-PRD-OR-COUNT
           IF FS-ORG-STATUS = 'voided' THEN
               ADD 1 TO WS-PRD-VOID-COUNT
               ADD FS-ORG-AMOUNT TO WS-PRD-VOID-AMOUNT
           END-IF
           .

       REPRINT-POS-READING.
      *    Any past reading of any terminal, straight from the
      *    readings file and marked as a reprint.
           DISPLAY 'Terminal code [blank = this station] : '
           WITH NO ADVANCING
           MOVE SPACES TO WS-TRM-CODE-ENTRY
           ACCEPT WS-TRM-CODE-ENTRY
           IF WS-TRM-CODE-ENTRY NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-TRM-CODE-ENTRY) TO
                   WS-PRD-TERMINAL
           END-IF
           DISPLAY 'Reading type [X/Z]                   : '
           WITH NO ADVANCING
           ACCEPT WS-PRD-TYPE-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-PRD-TYPE-CHOICE) TO
               WS-PRD-TYPE-CHOICE

           OPEN INPUT FS-POS-READING-FILE
           IF WS-PRD-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No readings on file.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'NO.     DATE        Z-CTR   NET SALES'
           DISPLAY '---------------------------------------------'
           MOVE SPACES TO WS-EOF
           MOVE WS-PRD-TERMINAL TO FS-PRD-TERMINAL-CODE
           MOVE WS-PRD-TYPE-CHOICE TO FS-PRD-READING-TYPE
           MOVE ZEROES TO FS-PRD-READING-NO
           START FS-POS-READING-FILE KEY IS >= FS-PRD-KEY
           INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-POS-READING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PRD-TERMINAL-CODE NOT = WS-PRD-TERMINAL
                       OR FS-PRD-READING-TYPE NOT =
                       WS-PRD-TYPE-CHOICE THEN
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       MOVE FS-PRD-NET-SALES TO WS-PRD-EDIT-AMOUNT
                       DISPLAY FS-PRD-READING-NO '  '
                           FS-PRD-BUSINESS-DATE '  '
                           FS-PRD-Z-COUNTER '  ' WS-PRD-EDIT-AMOUNT
                   END-IF
               END-READ
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'Reading number to reprint : ' WITH NO ADVANCING
           ACCEPT WS-PRD-NO-ENTRY
           MOVE WS-PRD-TERMINAL TO FS-PRD-TERMINAL-CODE
           MOVE WS-PRD-TYPE-CHOICE TO FS-PRD-READING-TYPE
           MOVE WS-PRD-NO-ENTRY TO FS-PRD-READING-NO
           READ FS-POS-READING-FILE
           KEY IS FS-PRD-KEY
           INVALID KEY
               DISPLAY 'No such reading.'
               CLOSE FS-POS-READING-FILE
               EXIT PARAGRAPH
           END-READ
           CLOSE FS-POS-READING-FILE

           MOVE 'Y' TO WS-PRD-REPRINT
           PERFORM PRINT-POS-READING
           .

       PRINT-POS-READING.
      *    Prints the reading row currently in FS-POS-READING-RECORD
      *    to the screen and the print file.
           OPEN OUTPUT FS-POS-PRINT-FILE

           MOVE SPACES TO WS-PRD-LINE
           IF FS-PRD-READING-TYPE = 'Z' THEN
               MOVE 'Z-READING (END OF DAY)' TO WS-PRD-LINE-LABEL
           ELSE
               MOVE 'X-READING (MID-SHIFT)' TO WS-PRD-LINE-LABEL
           END-IF
           IF WS-PRD-REPRINT = 'Y' THEN
               MOVE '*** REPRINT ***' TO WS-PRD-LINE-VALUE
           END-IF
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE '=======================================' TO
               WS-PRD-LINE-LABEL
           PERFORM WRITE-READING-LINE

           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Terminal' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-TERMINAL-CODE TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Reading no.' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-READING-NO TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Business date' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-BUSINESS-DATE TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Taken' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-TIME-STAMP TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Z-counter' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-Z-COUNTER TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Beginning OR no.' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-BEGIN-OR TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Ending OR no.' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-END-OR TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Receipts issued' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-OR-COUNT TO WS-PRD-EDIT-COUNT
           MOVE WS-PRD-EDIT-COUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Sales transactions' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-SALE-COUNT TO WS-PRD-EDIT-COUNT
           MOVE WS-PRD-EDIT-COUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE

           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Gross sales' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-GROSS-SALES TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Less discounts' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-DISCOUNT-AMOUNT TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Less voids' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-VOID-AMOUNT TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE '  void count' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-VOID-COUNT TO WS-PRD-EDIT-COUNT
           MOVE WS-PRD-EDIT-COUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Less refunds' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-REFUND-AMOUNT TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE '  refund count' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-REFUND-COUNT TO WS-PRD-EDIT-COUNT
           MOVE WS-PRD-EDIT-COUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Net sales' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-NET-SALES TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'VAT included' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-VAT-AMOUNT TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE

           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Grand total - beginning' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-GT-BEGIN TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE
           MOVE SPACES TO WS-PRD-LINE
           MOVE 'Grand total - ending' TO WS-PRD-LINE-LABEL
           MOVE FS-PRD-GT-END TO WS-PRD-EDIT-AMOUNT
           MOVE WS-PRD-EDIT-AMOUNT TO WS-PRD-LINE-VALUE
           PERFORM WRITE-READING-LINE

           CLOSE FS-POS-PRINT-FILE
           DISPLAY ' '
           DISPLAY 'Printed to data/export/pos_reading.txt'
           .

       WRITE-READING-LINE.
           DISPLAY WS-PRD-LINE
           WRITE FS-POS-PRINT-RECORD FROM WS-PRD-LINE
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

       INVALID-INPUT.
           DISPLAY "***************************************************"
           DISPLAY "*              Invalid input. Try Again!          *"
