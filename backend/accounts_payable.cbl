       IDENTIFICATION DIVISION.
       PROGRAM-ID. accounts_payable.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-SUPPLIER-FILE ASSIGN TO 'data/suppliers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SUP-SUPPLIER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-AP-INVOICE-FILE ASSIGN TO 'data/ap_invoices.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-API-INVOICE-ID
               FILE STATUS IS WS-API-FILE-STATUS.

           SELECT FS-AP-VOUCHER-FILE ASSIGN TO 'data/ap_vouchers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-APV-VOUCHER-ID
               FILE STATUS IS WS-APV-FILE-STATUS.

           SELECT FS-FUEL-TXN-FILE ASSIGN TO
               'data/fuel_transactions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FTX-TXN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-WORK-ORDER-FILE ASSIGN TO 'data/work_orders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-WO-ORDER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-SUPPLIER-FILE.
       01  FS-SUPPLIER-RECORD.
           02    FS-SUP-SUPPLIER-ID    PIC X(15).
           02    FS-SUP-NAME    PIC X(30).
           02    FS-SUP-TYPE    PIC X(6).
           02    FS-SUP-UNIT-PRICE    PIC 9(6)V9999.
           02    FS-SUP-TERMS-DAYS    PIC 9(3).
           02    FS-SUP-STATUS    PIC X(8).
           02    FS-SUP-TIME-STAMP    PIC X(21).

       FD  FS-AP-INVOICE-FILE.
       01  FS-AP-INVOICE-RECORD.
           02    FS-API-INVOICE-ID    PIC X(15).
           02    FS-API-FK-SUPPLIER-ID    PIC X(15).
           02    FS-API-SUPPLIER-INV-NO    PIC X(15).
           02    FS-API-INVOICE-DATE    PIC 99/99/9999.
           02    FS-API-DUE-DATE    PIC 99/99/9999.
           02    FS-API-SOURCE-TYPE    PIC X(8).
           02    FS-API-FK-SOURCE-ID    PIC X(15).
           02    FS-API-SOURCE-QTY    PIC 9(6)V99.
           02    FS-API-QUANTITY    PIC 9(6)V99.
           02    FS-API-UNIT-PRICE    PIC 9(6)V9999.
           02    FS-API-AMOUNT    PIC 9(10)V99.
           02    FS-API-PAID-AMOUNT    PIC 9(10)V99.
           02    FS-API-MATCH-NOTE    PIC X(30).
           02    FS-API-STATUS    PIC X(8).
           02    FS-API-POSTED-DATE    PIC X(10).
           02    FS-API-TIME-STAMP    PIC X(21).

       FD  FS-AP-VOUCHER-FILE.
       01  FS-AP-VOUCHER-RECORD.
           02    FS-APV-VOUCHER-ID    PIC X(15).
           02    FS-APV-FK-INVOICE-ID    PIC X(15).
           02    FS-APV-FK-SUPPLIER-ID    PIC X(15).
           02    FS-APV-CHECK-NO    PIC 9(8).
           02    FS-APV-AMOUNT    PIC 9(10)V99.
           02    FS-APV-PAY-DATE    PIC 99/99/9999.
           02    FS-APV-TIME-STAMP    PIC X(21).

       FD  FS-FUEL-TXN-FILE.
       01  FS-FUEL-TXN-RECORD.
           02    FS-FTX-TXN-ID    PIC X(15).
           02    FS-FTX-DEPOT-CODE    PIC X(10).
           02    FS-FTX-TXN-TYPE    PIC X(8).
           02    FS-FTX-FK-VEHICLE-ID    PIC X(15).
           02    FS-FTX-FK-SCHEDULE-ID    PIC X(15).
           02    FS-FTX-LITERS    PIC 9(6)V99.
           02    FS-FTX-TIME-STAMP.
               03    FS-FTX-TS-DATE    PIC 99/99/9999.
               03    FS-FTX-TS-FILLER-SPACE    PIC X(3).
               03    FS-FTX-TS-TIME.
                   04    FS-FTX-TS-HOUR    PIC 99.
                   04    FS-FTX-TS-COLON-1    PIC X.
                   04    FS-FTX-TS-MINUTES    PIC 99.
                   04    FS-FTX-TS-COLON-2    PIC X.
                   04    FS-FTX-TS-SECOND    PIC 99.

       FD  FS-WORK-ORDER-FILE.
       01  FS-WORK-ORDER-RECORD.
           02    FS-WO-ORDER-ID    PIC X(15).
           02    FS-WO-FK-VEHICLE-ID    PIC X(15).
           02    FS-WO-DESCRIPTION    PIC X(30).
           02    FS-WO-STATUS    PIC X(8).
           02    FS-WO-PARTS-COST    PIC 9(10)V99.
           02    FS-WO-LABOUR-COST    PIC 9(10)V99.
           02    FS-WO-OPENED-STAMP    PIC X(22).
           02    FS-WO-CLOSED-STAMP    PIC X(22).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-API-FILE-STATUS    PIC XX.
       01  WS-APV-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-BUFFER    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-AP-MENU-CHOICE    PIC X.
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
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
       01  WS-AP-SUPPLIER-ENTRY    PIC X(15).
       01  WS-AP-NAME-ENTRY    PIC X(30).
       01  WS-AP-TYPE-ENTRY    PIC X(6).
       01  WS-AP-PRICE-ENTRY    PIC 9(6)V9999.
       01  WS-AP-TERMS-ENTRY    PIC 9(3).
       01  WS-AP-STATUS-ENTRY    PIC X(8).
       01  WS-AP-INVOICE-ENTRY    PIC X(15).
       01  WS-AP-INV-NO-ENTRY    PIC X(15).
       01  WS-AP-DATE-ENTRY    PIC X(10).
       01  WS-AP-SOURCE-ENTRY    PIC X(15).
       01  WS-AP-QTY-ENTRY    PIC 9(6)V99.
       01  WS-AP-AMOUNT-ENTRY    PIC 9(10)V99.
       01  WS-AP-APPROVER-ENTRY    PIC X(15).
       01  WS-AP-CHECK-ENTRY    PIC X(8).
       01  WS-AP-ANSWER    PIC X(3).
       01  WS-AP-SUPPLIER-OK    PIC X.
       01  WS-AP-SOURCE-OK    PIC X.
       01  WS-AP-DUPLICATE    PIC X.
       01  WS-AP-SOURCE-TYPE    PIC X(8).
       01  WS-AP-SOURCE-QTY    PIC 9(6)V99.
       01  WS-AP-SOURCE-COST    PIC 9(10)V99.
       01  WS-AP-CONTRACT-PRICE    PIC 9(6)V9999.
       01  WS-AP-SUPPLIER-NAME    PIC X(30).
       01  WS-AP-SUPPLIER-TYPE    PIC X(6).
       01  WS-AP-TERMS-DAYS    PIC 9(3).
       01  WS-AP-ORDER-STATUS    PIC X(8).
       01  WS-AP-UNIT-PRICE    PIC 9(6)V9999.
       01  WS-AP-AMOUNT    PIC 9(10)V99.
       01  WS-AP-MATCH-NOTE    PIC X(30).
       01  WS-AP-OPEN-BALANCE    PIC S9(10)V99.
       01  WS-AP-CHECK-NO    PIC 9(8).
       01  WS-AP-LAST-CHECK-NO    PIC 9(8).
       01  WS-AP-CHECK-USED    PIC X.
       01  WS-AP-DATE-INT    PIC 9(8).
       01  WS-AP-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-AP-TODAY-DAY    PIC S9(9) COMP.
       01  WS-AP-DUE-DAY    PIC S9(9) COMP.
       01  WS-AP-PAST-DUE-DAYS    PIC S9(5).
       01  WS-AP-BUCKET-NOT-DUE    PIC 9(12)V99.
       01  WS-AP-BUCKET-30    PIC 9(12)V99.
       01  WS-AP-BUCKET-60    PIC 9(12)V99.
       01  WS-AP-BUCKET-90    PIC 9(12)V99.
       01  WS-AP-BUCKET-OVER-90    PIC 9(12)V99.
       01  WS-AP-HELD-TOTAL    PIC 9(12)V99.
       01  WS-AP-HELD-COUNT    PIC 9(4).


       PROCEDURE DIVISION.
      *    Supplier accounts payable for the fuel, parts and repair
      *    vendors. Each supplier invoice is tied to the fuel
      *    delivery or work order it bills and three-way checked
      *    (what was received, what is billed, at what price); an
      *    invoice that fails the check is held until a supervisor
      *    releases it. Payments go out as vouchers carrying the
      *    check number, and gl_export books both the liability and
      *    the payment into the day's journal.
           MOVE SPACES TO WS-AP-MENU-CHOICE
           PERFORM UNTIL WS-AP-MENU-CHOICE = '6'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY "      A C C O U N T S   P A Y A B L E          "-
               "  "
               DISPLAY "***********************************************"-
               "****"
               DISPLAY ' '
               DISPLAY '1 - Add / Update a Supplier'
               DISPLAY '2 - Enter a Supplier Invoice'
               DISPLAY '3 - Release a Held Invoice'
               DISPLAY '4 - Pay an Invoice (voucher and check)'
               DISPLAY '5 - AP Aging Report'
               DISPLAY '6 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-AP-MENU-CHOICE

               DISPLAY ' '

               EVALUATE WS-AP-MENU-CHOICE
                   WHEN '1'
                       PERFORM MAINTAIN-SUPPLIER
                   WHEN '2'
                       PERFORM ENTER-SUPPLIER-INVOICE
                   WHEN '3'
                       PERFORM RELEASE-HELD-INVOICE
                   WHEN '4'
                       PERFORM PAY-SUPPLIER-INVOICE
                   WHEN '5'
                       PERFORM AP-AGING-REPORT
                   WHEN '6'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
               END-EVALUATE
           END-PERFORM

           GOBACK
           STOP RUN.

       CLEAR.
           CALL "SYSTEM" USING "clear"
           .

       MAINTAIN-SUPPLIER.
      *    The contract price per liter is what a fuel delivery is
      *    checked against; parts and repair vendors bill against
      *    the work order cost instead and leave it zero.
           DISPLAY 'Supplier code             : ' WITH NO ADVANCING
           ACCEPT WS-AP-SUPPLIER-ENTRY
           DISPLAY 'Supplier name             : ' WITH NO ADVANCING
           ACCEPT WS-AP-NAME-ENTRY
           DISPLAY 'Type [fuel/parts/repair]  : ' WITH NO ADVANCING
           ACCEPT WS-AP-TYPE-ENTRY
           MOVE FUNCTION LOWER-CASE(WS-AP-TYPE-ENTRY) TO
           WS-AP-TYPE-ENTRY
           DISPLAY 'Contract price per liter  : ' WITH NO ADVANCING
           ACCEPT WS-AP-PRICE-ENTRY
           DISPLAY 'Payment terms (days)      : ' WITH NO ADVANCING
           ACCEPT WS-AP-TERMS-ENTRY
           DISPLAY 'Status [active/inactive]  : ' WITH NO ADVANCING
           ACCEPT WS-AP-STATUS-ENTRY
           MOVE FUNCTION LOWER-CASE(WS-AP-STATUS-ENTRY) TO
           WS-AP-STATUS-ENTRY

           IF WS-AP-SUPPLIER-ENTRY = SPACES OR
               (WS-AP-TYPE-ENTRY NOT = 'fuel' AND
               WS-AP-TYPE-ENTRY NOT = 'parts' AND
               WS-AP-TYPE-ENTRY NOT = 'repair') OR
               (WS-AP-STATUS-ENTRY NOT = 'active' AND
               WS-AP-STATUS-ENTRY NOT = 'inactive') THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-SUPPLIER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-SUPPLIER-FILE
           END-IF

           MOVE WS-AP-SUPPLIER-ENTRY TO FS-SUP-SUPPLIER-ID
           READ FS-SUPPLIER-FILE
           KEY IS FS-SUP-SUPPLIER-ID
           INVALID KEY
               MOVE SPACES TO FS-SUPPLIER-RECORD
               MOVE WS-AP-SUPPLIER-ENTRY TO FS-SUP-SUPPLIER-ID
               PERFORM MOVE-SUPPLIER-ENTRIES
               WRITE FS-SUPPLIER-RECORD
               END-WRITE
               DISPLAY 'Supplier added.'
           NOT INVALID KEY
               PERFORM MOVE-SUPPLIER-ENTRIES
               REWRITE FS-SUPPLIER-RECORD
               END-REWRITE
               DISPLAY 'Supplier updated.'
           END-READ
           CLOSE FS-SUPPLIER-FILE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       MOVE-SUPPLIER-ENTRIES.
           MOVE WS-AP-NAME-ENTRY TO FS-SUP-NAME
           MOVE WS-AP-TYPE-ENTRY TO FS-SUP-TYPE
           MOVE WS-AP-PRICE-ENTRY TO FS-SUP-UNIT-PRICE
           MOVE WS-AP-TERMS-ENTRY TO FS-SUP-TERMS-DAYS
           MOVE WS-AP-STATUS-ENTRY TO FS-SUP-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-SUP-TIME-STAMP
           .

       ENTER-SUPPLIER-INVOICE.
           DISPLAY 'Supplier code             : ' WITH NO ADVANCING
           ACCEPT WS-AP-SUPPLIER-ENTRY

           MOVE 'N' TO WS-AP-SUPPLIER-OK
           OPEN INPUT FS-SUPPLIER-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-AP-SUPPLIER-ENTRY TO FS-SUP-SUPPLIER-ID
               READ FS-SUPPLIER-FILE
               KEY IS FS-SUP-SUPPLIER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-SUP-STATUS = 'active' THEN
                       MOVE 'Y' TO WS-AP-SUPPLIER-OK
                       MOVE FS-SUP-NAME TO WS-AP-SUPPLIER-NAME
                       MOVE FS-SUP-TYPE TO WS-AP-SUPPLIER-TYPE
                       MOVE FS-SUP-UNIT-PRICE TO WS-AP-CONTRACT-PRICE
                       MOVE FS-SUP-TERMS-DAYS TO WS-AP-TERMS-DAYS
                   END-IF
               END-READ
               CLOSE FS-SUPPLIER-FILE
           END-IF
           IF WS-AP-SUPPLIER-OK NOT = 'Y' THEN
               DISPLAY 'No active supplier with that code.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Supplier : ' WS-AP-SUPPLIER-NAME ' ('
               WS-AP-SUPPLIER-TYPE ')'

           DISPLAY 'Supplier invoice number   : ' WITH NO ADVANCING
           ACCEPT WS-AP-INV-NO-ENTRY
           DISPLAY 'Invoice date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-AP-DATE-ENTRY
           IF WS-AP-DATE-ENTRY = SPACES THEN
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TS-DATE TO WS-AP-DATE-ENTRY
           END-IF
           IF WS-AP-INV-NO-ENTRY = SPACES OR
               WS-AP-DATE-ENTRY(1:2) NOT NUMERIC OR
               WS-AP-DATE-ENTRY(4:2) NOT NUMERIC OR
               WS-AP-DATE-ENTRY(7:4) NOT NUMERIC OR
               WS-AP-DATE-ENTRY(3:1) NOT = '/' OR
               WS-AP-DATE-ENTRY(6:1) NOT = '/' THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-INVOICE
           IF WS-AP-DUPLICATE = 'Y' THEN
               DISPLAY 'That invoice number is already entered for '
                   'this supplier.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AP-MATCH-NOTE
           IF WS-AP-SUPPLIER-TYPE = 'fuel' THEN
               MOVE 'DELIVERY' TO WS-AP-SOURCE-TYPE
               DISPLAY 'Fuel delivery txn ID      : '
               WITH NO ADVANCING
               ACCEPT WS-AP-SOURCE-ENTRY
               DISPLAY 'Liters invoiced           : '
               WITH NO ADVANCING
               ACCEPT WS-AP-QTY-ENTRY
               DISPLAY 'Price per liter invoiced  : '
               WITH NO ADVANCING
               ACCEPT WS-AP-PRICE-ENTRY
               MOVE WS-AP-PRICE-ENTRY TO WS-AP-UNIT-PRICE
               COMPUTE WS-AP-AMOUNT ROUNDED =
                   WS-AP-QTY-ENTRY * WS-AP-UNIT-PRICE
               PERFORM MATCH-FUEL-DELIVERY
           ELSE
               MOVE 'WORKORD' TO WS-AP-SOURCE-TYPE
               DISPLAY 'Work order ID             : '
               WITH NO ADVANCING
               ACCEPT WS-AP-SOURCE-ENTRY
               DISPLAY 'Invoice amount            : '
               WITH NO ADVANCING
               ACCEPT WS-AP-AMOUNT-ENTRY
               MOVE 1 TO WS-AP-QTY-ENTRY
               MOVE WS-AP-AMOUNT-ENTRY TO WS-AP-AMOUNT
               MOVE WS-AP-AMOUNT-ENTRY TO WS-AP-UNIT-PRICE
               PERFORM MATCH-WORK-ORDER
           END-IF

           IF WS-AP-SOURCE-OK NOT = 'Y' THEN
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-AMOUNT = ZEROES THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           IF WS-AP-MATCH-NOTE = SPACES THEN
               PERFORM CHECK-SOURCE-INVOICED
           END-IF

           PERFORM WRITE-SUPPLIER-INVOICE

           DISPLAY ' '
           DISPLAY 'Received qty : ' WS-AP-SOURCE-QTY
           DISPLAY 'Invoiced qty : ' WS-AP-QTY-ENTRY
           DISPLAY 'Amount       : ' WS-AP-AMOUNT
           IF WS-AP-MATCH-NOTE = SPACES THEN
               DISPLAY 'Invoice ' FS-API-INVOICE-ID
                   ' matched and approved, due ' FS-API-DUE-DATE
           ELSE
               DISPLAY 'Invoice ' FS-API-INVOICE-ID
                   ' HELD - ' WS-AP-MATCH-NOTE
           END-IF
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       MATCH-FUEL-DELIVERY.
      *    Delivery liters against invoiced liters, and the
      *    invoiced price against the supplier's contract price.
           MOVE 'N' TO WS-AP-SOURCE-OK
           MOVE ZEROES TO WS-AP-SOURCE-QTY
           OPEN INPUT FS-FUEL-TXN-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-AP-SOURCE-ENTRY TO FS-FTX-TXN-ID
               READ FS-FUEL-TXN-FILE
               KEY IS FS-FTX-TXN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-FTX-TXN-TYPE = 'DELIVERY' THEN
                       MOVE 'Y' TO WS-AP-SOURCE-OK
                       MOVE FS-FTX-LITERS TO WS-AP-SOURCE-QTY
                   END-IF
               END-READ
               CLOSE FS-FUEL-TXN-FILE
           END-IF
           IF WS-AP-SOURCE-OK NOT = 'Y' THEN
               DISPLAY 'No fuel delivery with that transaction ID.'
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-AP-QTY-ENTRY NOT = WS-AP-SOURCE-QTY
                   MOVE 'QTY DIFFERS FROM DELIVERY' TO
                   WS-AP-MATCH-NOTE
               WHEN WS-AP-CONTRACT-PRICE > ZEROES AND
                   WS-AP-UNIT-PRICE > WS-AP-CONTRACT-PRICE
                   MOVE 'PRICE ABOVE CONTRACT' TO WS-AP-MATCH-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       MATCH-WORK-ORDER.
      *    A repair or parts bill is checked against the closed
      *    work order's parts and labour cost; an order still in the
      *    shop has nothing final to match against yet.
           MOVE 'N' TO WS-AP-SOURCE-OK
           MOVE ZEROES TO WS-AP-SOURCE-QTY
           MOVE ZEROES TO WS-AP-SOURCE-COST
           OPEN INPUT FS-WORK-ORDER-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-AP-SOURCE-ENTRY TO FS-WO-ORDER-ID
               READ FS-WORK-ORDER-FILE
               KEY IS FS-WO-ORDER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AP-SOURCE-OK
                   MOVE 1 TO WS-AP-SOURCE-QTY
                   MOVE FS-WO-STATUS TO WS-AP-ORDER-STATUS
                   COMPUTE WS-AP-SOURCE-COST =
                       FS-WO-PARTS-COST + FS-WO-LABOUR-COST
               END-READ
               CLOSE FS-WORK-ORDER-FILE
           END-IF
           IF WS-AP-SOURCE-OK NOT = 'Y' THEN
               DISPLAY 'Work order not found.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Work order cost : ' WS-AP-SOURCE-COST
           EVALUATE TRUE
               WHEN WS-AP-ORDER-STATUS NOT = 'closed'
                   MOVE 'WORK ORDER NOT CLOSED' TO WS-AP-MATCH-NOTE
               WHEN WS-AP-AMOUNT > WS-AP-SOURCE-COST
                   MOVE 'AMOUNT ABOVE WORK ORDER COST' TO
                   WS-AP-MATCH-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CHECK-DUPLICATE-INVOICE.
           MOVE 'N' TO WS-AP-DUPLICATE
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AP-INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-API-FK-SUPPLIER-ID = WS-AP-SUPPLIER-ENTRY AND
                       FS-API-SUPPLIER-INV-NO = WS-AP-INV-NO-ENTRY
                       THEN
                       MOVE 'Y' TO WS-AP-DUPLICATE
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-API-FILE-STATUS = '00' OR
               WS-API-FILE-STATUS = '10' THEN
               CLOSE FS-AP-INVOICE-FILE
           END-IF
           .

       CHECK-SOURCE-INVOICED.
      *    The same delivery or work order billed twice is held.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AP-INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-API-SOURCE-TYPE = WS-AP-SOURCE-TYPE AND
                       FS-API-FK-SOURCE-ID = WS-AP-SOURCE-ENTRY THEN
                       MOVE 'ALREADY INVOICED ON FILE' TO
                       WS-AP-MATCH-NOTE
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-API-FILE-STATUS = '00' OR
               WS-API-FILE-STATUS = '10' THEN
               CLOSE FS-AP-INVOICE-FILE
           END-IF
           .

       WRITE-SUPPLIER-INVOICE.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'APINVOICE' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-AP-INVOICE-FILE
           END-IF

           MOVE SPACES TO FS-AP-INVOICE-RECORD
           MOVE WS-GENERATED-ID TO FS-API-INVOICE-ID
           MOVE WS-AP-SUPPLIER-ENTRY TO FS-API-FK-SUPPLIER-ID
           MOVE WS-AP-INV-NO-ENTRY TO FS-API-SUPPLIER-INV-NO
           MOVE WS-AP-DATE-ENTRY TO FS-API-INVOICE-DATE
           MOVE WS-AP-SOURCE-TYPE TO FS-API-SOURCE-TYPE
           MOVE WS-AP-SOURCE-ENTRY TO FS-API-FK-SOURCE-ID
           MOVE WS-AP-SOURCE-QTY TO FS-API-SOURCE-QTY
           MOVE WS-AP-QTY-ENTRY TO FS-API-QUANTITY
           MOVE WS-AP-UNIT-PRICE TO FS-API-UNIT-PRICE
           MOVE WS-AP-AMOUNT TO FS-API-AMOUNT
           MOVE ZEROES TO FS-API-PAID-AMOUNT
           MOVE WS-AP-MATCH-NOTE TO FS-API-MATCH-NOTE

      *    Due date runs from the supplier's invoice date on its
      *    payment terms.
           MOVE WS-AP-DATE-ENTRY(7:4) TO WS-AP-DATE-INT(1:4)
           MOVE WS-AP-DATE-ENTRY(1:2) TO WS-AP-DATE-INT(5:2)
           MOVE WS-AP-DATE-ENTRY(4:2) TO WS-AP-DATE-INT(7:2)
           COMPUTE WS-AP-DUE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-AP-DATE-INT) +
               WS-AP-TERMS-DAYS
           COMPUTE WS-AP-DATE-INT =
               FUNCTION DATE-OF-INTEGER(WS-AP-DUE-DAY)
           MOVE WS-AP-DATE-INT(5:2) TO FS-API-DUE-DATE(1:2)
           MOVE '/' TO FS-API-DUE-DATE(3:1)
           MOVE WS-AP-DATE-INT(7:2) TO FS-API-DUE-DATE(4:2)
           MOVE '/' TO FS-API-DUE-DATE(6:1)
           MOVE WS-AP-DATE-INT(1:4) TO FS-API-DUE-DATE(7:4)

      *    Only an approved invoice is a booked liability; the day
      *    it is approved is the day gl_export posts it.
           PERFORM GENERATE-TIME-STAMP
           IF WS-AP-MATCH-NOTE = SPACES THEN
               MOVE 'open' TO FS-API-STATUS
               MOVE WS-TS-DATE TO FS-API-POSTED-DATE
           ELSE
               MOVE 'held' TO FS-API-STATUS
               MOVE SPACES TO FS-API-POSTED-DATE
           END-IF
           MOVE WS-TIME-STAMP TO FS-API-TIME-STAMP

           WRITE FS-AP-INVOICE-RECORD
           END-WRITE
           CLOSE FS-AP-INVOICE-FILE
           .

       RELEASE-HELD-INVOICE.
           DISPLAY 'AP invoice ID             : ' WITH NO ADVANCING
           ACCEPT WS-AP-INVOICE-ENTRY
           DISPLAY 'Approved by (staff ID)    : ' WITH NO ADVANCING
           ACCEPT WS-AP-APPROVER-ENTRY

           IF WS-AP-APPROVER-ENTRY = SPACES THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               CLOSE FS-AP-INVOICE-FILE
               DISPLAY 'No AP invoices on file.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-INVOICE-ENTRY TO FS-API-INVOICE-ID
           READ FS-AP-INVOICE-FILE
           KEY IS FS-API-INVOICE-ID
           INVALID KEY
               DISPLAY 'Invoice not found.'
           NOT INVALID KEY
               IF FS-API-STATUS NOT = 'held' THEN
                   DISPLAY 'Invoice is not on hold (' FS-API-STATUS
                       ').'
               ELSE
                   DISPLAY 'Held for : ' FS-API-MATCH-NOTE
                   DISPLAY 'Amount   : ' FS-API-AMOUNT
                   DISPLAY 'Release for payment? [YES/NO] '
                   WITH NO ADVANCING
                   ACCEPT WS-AP-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-AP-ANSWER) TO
                   WS-AP-ANSWER
                   IF WS-AP-ANSWER = 'YES' THEN
                       PERFORM GENERATE-TIME-STAMP
                       MOVE SPACES TO FS-API-MATCH-NOTE
                       STRING 'RELEASED BY ' WS-AP-APPROVER-ENTRY
                       DELIMITED BY SIZE INTO FS-API-MATCH-NOTE
                       MOVE 'open' TO FS-API-STATUS
                       MOVE WS-TS-DATE TO FS-API-POSTED-DATE
                       MOVE WS-TIME-STAMP TO FS-API-TIME-STAMP
                       REWRITE FS-AP-INVOICE-RECORD
                       END-REWRITE
                       DISPLAY 'Invoice released for payment.'
                   END-IF
               END-IF
           END-READ
           CLOSE FS-AP-INVOICE-FILE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       PAY-SUPPLIER-INVOICE.
           DISPLAY 'AP invoice ID             : ' WITH NO ADVANCING
           ACCEPT WS-AP-INVOICE-ENTRY

           OPEN I-O FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               CLOSE FS-AP-INVOICE-FILE
               DISPLAY 'No AP invoices on file.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AP-INVOICE-ENTRY TO FS-API-INVOICE-ID
           READ FS-AP-INVOICE-FILE
           KEY IS FS-API-INVOICE-ID
           INVALID KEY
               CLOSE FS-AP-INVOICE-FILE
               DISPLAY 'Invoice not found.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-READ

           IF FS-API-STATUS NOT = 'open' AND
               FS-API-STATUS NOT = 'partpaid' THEN
               CLOSE FS-AP-INVOICE-FILE
               DISPLAY 'Invoice cannot be paid (' FS-API-STATUS ').'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AP-OPEN-BALANCE =
               FS-API-AMOUNT - FS-API-PAID-AMOUNT
           DISPLAY 'Supplier     : ' FS-API-FK-SUPPLIER-ID
           DISPLAY 'Invoice no.  : ' FS-API-SUPPLIER-INV-NO
           DISPLAY 'Open balance : ' WS-AP-OPEN-BALANCE
           DISPLAY 'Amount to pay [0 = full balance] : '
           WITH NO ADVANCING
           ACCEPT WS-AP-AMOUNT-ENTRY
           IF WS-AP-AMOUNT-ENTRY = ZEROES THEN
               MOVE WS-AP-OPEN-BALANCE TO WS-AP-AMOUNT-ENTRY
           END-IF
           IF WS-AP-AMOUNT-ENTRY > WS-AP-OPEN-BALANCE THEN
               CLOSE FS-AP-INVOICE-FILE
               DISPLAY 'Payment exceeds the open balance.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-CHECK-NUMBER
           DISPLAY 'Check number [Enter = ' WS-AP-CHECK-NO '] : '
           WITH NO ADVANCING
           ACCEPT WS-AP-CHECK-ENTRY
           IF WS-AP-CHECK-ENTRY NOT = SPACES THEN
               IF FUNCTION TRIM(WS-AP-CHECK-ENTRY) NOT NUMERIC THEN
                   CLOSE FS-AP-INVOICE-FILE
                   PERFORM INVALID-INPUT
                   DISPLAY "Press 'enter' key to continue..."
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AP-CHECK-NO =
                   FUNCTION NUMVAL(WS-AP-CHECK-ENTRY)
               PERFORM CHECK-NUMBER-USED
               IF WS-AP-CHECK-USED = 'Y' THEN
                   CLOSE FS-AP-INVOICE-FILE
                   DISPLAY 'Check ' WS-AP-CHECK-NO
                       ' is already on a voucher.'
                   DISPLAY "Press 'enter' key to continue..."
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM WRITE-PAYMENT-VOUCHER

           ADD WS-AP-AMOUNT-ENTRY TO FS-API-PAID-AMOUNT
           IF FS-API-PAID-AMOUNT >= FS-API-AMOUNT THEN
               MOVE 'paid' TO FS-API-STATUS
           ELSE
               MOVE 'partpaid' TO FS-API-STATUS
           END-IF
           MOVE WS-TIME-STAMP TO FS-API-TIME-STAMP
           REWRITE FS-AP-INVOICE-RECORD
           END-REWRITE
           CLOSE FS-AP-INVOICE-FILE

           DISPLAY ' '
           DISPLAY 'PAYMENT VOUCHER ' FS-APV-VOUCHER-ID
           DISPLAY 'Pay to       : ' FS-APV-FK-SUPPLIER-ID
           DISPLAY 'Check no.    : ' FS-APV-CHECK-NO
           DISPLAY 'Amount       : ' FS-APV-AMOUNT
           DISPLAY 'Invoice now  : ' FS-API-STATUS
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       NEXT-CHECK-NUMBER.
      *    Checks run in series from the highest number already
      *    issued on a voucher.
           MOVE ZEROES TO WS-AP-LAST-CHECK-NO
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AP-VOUCHER-FILE
           IF WS-APV-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AP-VOUCHER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-APV-CHECK-NO > WS-AP-LAST-CHECK-NO THEN
                       MOVE FS-APV-CHECK-NO TO WS-AP-LAST-CHECK-NO
                   END-IF
               END-READ
           END-PERFORM
           IF WS-APV-FILE-STATUS = '00' OR
               WS-APV-FILE-STATUS = '10' THEN
               CLOSE FS-AP-VOUCHER-FILE
           END-IF
           COMPUTE WS-AP-CHECK-NO = WS-AP-LAST-CHECK-NO + 1
           .

       CHECK-NUMBER-USED.
           MOVE 'N' TO WS-AP-CHECK-USED
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AP-VOUCHER-FILE
           IF WS-APV-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AP-VOUCHER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-APV-CHECK-NO = WS-AP-CHECK-NO THEN
                       MOVE 'Y' TO WS-AP-CHECK-USED
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-APV-FILE-STATUS = '00' OR
               WS-APV-FILE-STATUS = '10' THEN
               CLOSE FS-AP-VOUCHER-FILE
           END-IF
           .

       WRITE-PAYMENT-VOUCHER.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'APVOUCHER' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-AP-VOUCHER-FILE
           IF WS-APV-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-AP-VOUCHER-FILE
           END-IF

           PERFORM GENERATE-TIME-STAMP
           MOVE SPACES TO FS-AP-VOUCHER-RECORD
           MOVE WS-GENERATED-ID TO FS-APV-VOUCHER-ID
           MOVE FS-API-INVOICE-ID TO FS-APV-FK-INVOICE-ID
           MOVE FS-API-FK-SUPPLIER-ID TO FS-APV-FK-SUPPLIER-ID
           MOVE WS-AP-CHECK-NO TO FS-APV-CHECK-NO
           MOVE WS-AP-AMOUNT-ENTRY TO FS-APV-AMOUNT
           MOVE WS-TS-DATE TO FS-APV-PAY-DATE
           MOVE WS-TIME-STAMP TO FS-APV-TIME-STAMP

           WRITE FS-AP-VOUCHER-RECORD
           END-WRITE
           CLOSE FS-AP-VOUCHER-FILE
           .

       AP-AGING-REPORT.
      *    What we owe, bucketed by days past the due date. Held
      *    invoices are in dispute and show as a separate total.
           PERFORM SET-TODAY-DAY

           MOVE ZEROES TO WS-AP-BUCKET-NOT-DUE
           MOVE ZEROES TO WS-AP-BUCKET-30
           MOVE ZEROES TO WS-AP-BUCKET-60
           MOVE ZEROES TO WS-AP-BUCKET-90
           MOVE ZEROES TO WS-AP-BUCKET-OVER-90
           MOVE ZEROES TO WS-AP-HELD-TOTAL
           MOVE ZEROES TO WS-AP-HELD-COUNT

           DISPLAY 'AP AGING - OPEN SUPPLIER INVOICES'
           DISPLAY 'INVOICE         SUPPLIER        DUE DATE   '
               'OPEN AMOUNT    PAST DUE'
           DISPLAY '---------------------------------------------------'
               '----------------'

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AP-INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE FS-API-STATUS
                       WHEN 'open'
                       WHEN 'partpaid'
                           PERFORM AGE-ONE-PAYABLE
                       WHEN 'held'
                           ADD 1 TO WS-AP-HELD-COUNT
                           ADD FS-API-AMOUNT TO WS-AP-HELD-TOTAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-API-FILE-STATUS = '00' OR
               WS-API-FILE-STATUS = '10' THEN
               CLOSE FS-AP-INVOICE-FILE
           END-IF

           DISPLAY '---------------------------------------------------'
               '----------------'
           DISPLAY 'Not yet due : ' WS-AP-BUCKET-NOT-DUE
           DISPLAY '1-30        : ' WS-AP-BUCKET-30
           DISPLAY '31-60       : ' WS-AP-BUCKET-60
           DISPLAY '61-90       : ' WS-AP-BUCKET-90
           DISPLAY 'Over 90     : ' WS-AP-BUCKET-OVER-90
           DISPLAY 'On hold     : ' WS-AP-HELD-TOTAL
               ' (' WS-AP-HELD-COUNT ' invoices)'
           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       AGE-ONE-PAYABLE.
           MOVE FS-API-DUE-DATE(7:4) TO WS-AP-DATE-INT(1:4)
           MOVE FS-API-DUE-DATE(1:2) TO WS-AP-DATE-INT(5:2)
           MOVE FS-API-DUE-DATE(4:2) TO WS-AP-DATE-INT(7:2)
           COMPUTE WS-AP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-AP-DATE-INT)
           COMPUTE WS-AP-PAST-DUE-DAYS =
               WS-AP-TODAY-DAY - WS-AP-DAY-NUMBER
           COMPUTE WS-AP-OPEN-BALANCE =
               FS-API-AMOUNT - FS-API-PAID-AMOUNT

           DISPLAY FS-API-INVOICE-ID ' ' FS-API-FK-SUPPLIER-ID ' '
               FS-API-DUE-DATE ' ' WS-AP-OPEN-BALANCE ' '
               WS-AP-PAST-DUE-DAYS ' days'

           EVALUATE TRUE
               WHEN WS-AP-PAST-DUE-DAYS <= 0
                   ADD WS-AP-OPEN-BALANCE TO WS-AP-BUCKET-NOT-DUE
               WHEN WS-AP-PAST-DUE-DAYS <= 30
                   ADD WS-AP-OPEN-BALANCE TO WS-AP-BUCKET-30
               WHEN WS-AP-PAST-DUE-DAYS <= 60
                   ADD WS-AP-OPEN-BALANCE TO WS-AP-BUCKET-60
               WHEN WS-AP-PAST-DUE-DAYS <= 90
                   ADD WS-AP-OPEN-BALANCE TO WS-AP-BUCKET-90
               WHEN OTHER
                   ADD WS-AP-OPEN-BALANCE TO WS-AP-BUCKET-OVER-90
           END-EVALUATE
           .

       SET-TODAY-DAY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-AP-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-AP-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-AP-DATE-INT)
           .

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:6) TO WS-GSI-TIME
           MOVE WS-INCREMENT-VALUE TO WS-GSI-INCREMENT-VALUE
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

       NEXT-SEQUENCE-VALUE.
           OPEN I-O FS-SEQUENCE-FILE
               READ FS-SEQUENCE-FILE
               KEY IS FS-SEQ-NAME
               INVALID KEY
                   MOVE 1 TO WS-INCREMENT-VALUE
                   MOVE WS-SEQ-NAME TO FS-SEQ-NAME
                   MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
                   WRITE FS-SEQUENCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE WS-INCREMENT-VALUE =
                       FS-SEQ-LAST-INCREMENT + 1
                   MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
                   REWRITE FS-SEQUENCE-RECORD
                   END-REWRITE
               END-READ
           CLOSE FS-SEQUENCE-FILE
           .

       INVALID-INPUT.
           DISPLAY "***************************************************"
           DISPLAY "*              Invalid input. Try Again!          *"
           DISPLAY "***************************************************"
           .
