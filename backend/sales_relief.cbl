       IDENTIFICATION DIVISION.
       PROGRAM-ID. sales_relief.


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

           SELECT FS-SALE-TERMINALS-FILE ASSIGN TO
               'data/sale_terminals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STM-PAYMENT-ID
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT FS-OR-REGISTER-FILE ASSIGN TO 'data/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ORG-OR-NUMBER
               FILE STATUS IS WS-ORG-FILE-STATUS.

           SELECT FS-CORPORATE-FILE ASSIGN TO
               'data/corporate_accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CA-ACCOUNT-ID
               FILE STATUS IS WS-CA-FILE-STATUS.

           SELECT FS-CORP-TAX-FILE ASSIGN TO
               'data/corporate_tax_info.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTX-ACCOUNT-ID
               FILE STATUS IS WS-CTX-FILE-STATUS.

           SELECT FS-CREW-EMPLOYEE-FILE ASSIGN TO
               'data/crew_employees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CE-EMP-ID
               FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT FS-POS-READING-FILE ASSIGN TO
               'data/pos_readings.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRD-KEY
               FILE STATUS IS WS-PRD-FILE-STATUS.

           SELECT FS-GL-ACCOUNT-DAY-FILE ASSIGN TO
               'data/gl_account_days.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-GAD-KEY
               FILE STATUS IS WS-GAD-FILE-STATUS.

           SELECT FS-SLS-FILE ASSIGN TO
               'data/export/bir_sls_relief.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FS-ESALES-FILE ASSIGN TO
               'data/export/bir_esales.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FS-TIEOUT-FILE ASSIGN TO
               'data/export/bir_sales_tieout.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


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

       FD  FS-SALE-TERMINALS-FILE.
       01  FS-SALE-TERMINALS-RECORD.
           02    FS-STM-PAYMENT-ID    PIC X(15).
           02    FS-STM-FK-BOOKING-ID    PIC X(15).
           02    FS-STM-TERMINAL-CODE    PIC X(10).
           02    FS-STM-CHANNEL    PIC X(8).

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

       FD  FS-CORPORATE-FILE.
       01  FS-CORPORATE-RECORD.
           02    FS-CA-ACCOUNT-ID    PIC X(15).
           02    FS-CA-COMPANY-NAME    PIC X(40).
           02    FS-CA-CREDIT-LIMIT    PIC 9(10)V99.
           02    FS-CA-BALANCE    PIC 9(10)V99.
           02    FS-CA-STATUS    PIC X(8).

       FD  FS-CORP-TAX-FILE.
       01  FS-CORP-TAX-RECORD.
           02    FS-CTX-ACCOUNT-ID    PIC X(15).
           02    FS-CTX-TIN    PIC X(15).
           02    FS-CTX-REGISTERED-NAME    PIC X(50).
           02    FS-CTX-ADDRESS-1    PIC X(40).
           02    FS-CTX-ADDRESS-2    PIC X(40).
           02    FS-CTX-TIME-STAMP    PIC X(21).

       FD  FS-CREW-EMPLOYEE-FILE.
       01  FS-CREW-EMPLOYEE-RECORD.
           02    FS-CE-EMP-ID    PIC X(15).
           02    FS-CE-ROLE    PIC X.
           02    FS-CE-TIN    PIC X(15).
           02    FS-CE-SSS-NUMBER    PIC X(12).
           02    FS-CE-PHIC-NUMBER    PIC X(14).
           02    FS-CE-HDMF-NUMBER    PIC X(14).
           02    FS-CE-TAX-STATUS    PIC X(3).
           02    FS-CE-STATUS    PIC X(8).
           02    FS-CE-TIME-STAMP    PIC X(21).

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

       FD  FS-GL-ACCOUNT-DAY-FILE.
       01  FS-GL-ACCOUNT-DAY-RECORD.
           02    FS-GAD-KEY.
               03    FS-GAD-POST-DATE    PIC 9(8).
               03    FS-GAD-RUN-TYPE    PIC X.
               03    FS-GAD-ACCOUNT-CODE    PIC X(4).
           02    FS-GAD-ACCOUNT-NAME    PIC X(20).
           02    FS-GAD-DEBITS    PIC 9(12)V99.
           02    FS-GAD-CREDITS    PIC 9(12)V99.

       FD  FS-SLS-FILE.
       01  FS-SLS-RECORD    PIC X(250).

       FD  FS-ESALES-FILE.
       01  FS-ESALES-RECORD    PIC X(250).

       FD  FS-TIEOUT-FILE.
       01  FS-TIEOUT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-STM-FILE-STATUS    PIC XX.
       01  WS-ORG-FILE-STATUS    PIC XX.
       01  WS-CA-FILE-STATUS    PIC XX.
       01  WS-CTX-FILE-STATUS    PIC XX.
       01  WS-CE-FILE-STATUS    PIC XX.
       01  WS-PRD-FILE-STATUS    PIC XX.
       01  WS-GAD-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-STM-OPEN    PIC X VALUE 'N'.
       01  WS-LINE    PIC X(250).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-SR-PERIOD-ENTRY    PIC X(10).
       01  WS-SR-PERIOD    PIC 9(6).
       01  WS-SR-PERIOD-X REDEFINES WS-SR-PERIOD.
           02    WS-SR-PERIOD-YYYY    PIC X(4).
           02    WS-SR-PERIOD-MM    PIC X(2).
       01  WS-SR-NEXT-MONTH-INT    PIC 9(8).
       01  WS-SR-MONTH-END-INT    PIC 9(8).
       01  WS-SR-MONTH-END    PIC 99/99/9999.
       01  WS-SR-ER-TIN    PIC X(15).
       01  WS-SR-SIGN    PIC S9.
       01  WS-SR-TAXABLE    PIC S9(10)V99.
       01  WS-SR-VAT    PIC S9(10)V99.
       01  WS-SR-ACCOUNT-ID    PIC X(15).
       01  WS-SR-MACHINE    PIC X(10).
       01  WS-SR-FOUND    PIC X.
      *    Buyers on the summary list: one row per corporate account
      *    with VAT sales in the month. Walk-in passengers are not
      *    listed by name and go on a single consolidated line.
       01  WS-SR-BUYER-TABLE.
           02    WS-SR-BUYER OCCURS 300 TIMES.
               03    WS-SR-B-ACCOUNT-ID    PIC X(15).
               03    WS-SR-B-TAXABLE    PIC S9(12)V99.
               03    WS-SR-B-VAT    PIC S9(12)V99.
       01  WS-SR-BUYER-COUNT    PIC 9(3) VALUE 0.
       01  WS-SR-B    PIC 9(3).
       01  WS-SR-IND-TAXABLE    PIC S9(12)V99 VALUE 0.
       01  WS-SR-IND-VAT    PIC S9(12)V99 VALUE 0.
      *    e-sales per machine: each sales terminal, plus any VAT
      *    sale carrying no terminal stamp under NO-STAMP so the
      *    totals still foot.
       01  WS-SR-MACHINE-TABLE.
           02    WS-SR-MACHINE-ROW OCCURS 30 TIMES.
               03    WS-SR-M-CODE    PIC X(10).
               03    WS-SR-M-TAXABLE    PIC S9(12)V99.
               03    WS-SR-M-VAT    PIC S9(12)V99.
               03    WS-SR-M-LAST-OR    PIC 9(8).
               03    WS-SR-M-LAST-Z    PIC 9(6).
               03    WS-SR-M-GRAND-TOTAL    PIC S9(14)V99.
       01  WS-SR-MACHINE-COUNT    PIC 9(2) VALUE 0.
       01  WS-SR-M    PIC 9(2).
       01  WS-SR-TOT-TAXABLE    PIC S9(12)V99 VALUE 0.
       01  WS-SR-TOT-VAT    PIC S9(12)V99 VALUE 0.
       01  WS-SR-ESALES-VAT    PIC S9(12)V99 VALUE 0.
       01  WS-SR-GL-VAT    PIC S9(12)V99 VALUE 0.
       01  WS-SR-GL-DAYS    PIC 9(3) VALUE 0.
       01  WS-SR-LAST-GL-DATE    PIC 9(8) VALUE 0.
       01  WS-SR-DIFFERENCE    PIC S9(12)V99.
       01  WS-SR-NO-TIN-COUNT    PIC 9(3) VALUE 0.
       01  WS-SR-PAYMENTS-READ    PIC 9(7) VALUE 0.
       01  WS-SR-VAT-SALES    PIC 9(7) VALUE 0.
       01  WS-SR-EDIT-1    PIC -(12)9.99.
       01  WS-SR-EDIT-2    PIC -(12)9.99.
       01  WS-SR-EDIT-3    PIC -(14)9.99.
       01  WS-SR-EDIT-COUNT    PIC ZZZZZZ9.
       01  WS-SR-BUYER-TIN    PIC X(15).
       01  WS-SR-BUYER-NAME    PIC X(50).
       01  WS-SR-BUYER-ADDR-1    PIC X(40).
       01  WS-SR-BUYER-ADDR-2    PIC X(40).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Month-end BIR sales extracts for the VAT return. Every
      *    payment dated in the month that books output VAT in the
      *    GL export (cash, card tap, pass ride, corporate billing;
      *    chargebacks taking it back) is classed two ways:
      *    - by buyer, for the summary list of sales in the RELIEF
      *      layout: corporate accounts by TIN from
      *      data/corporate_tax_info.txt, walk-in passengers on one
      *      consolidated line;
      *    - by machine, for the e-sales monthly totals: the sale's
      *      terminal stamp, the last OR the terminal issued in the
      *      month and the accumulated grand total from its last
      *      Z-reading.
      *    The output VAT of both is then tied to the VAT payable
      *    (2100) postings of the month kept by gl_export; any
      *    difference is reported for the accountant to clear before
      *    filing.
      *    Usage : sales_relief [YYYYMM]   (default last month)
           MOVE SPACES TO WS-SR-PERIOD-ENTRY
           ACCEPT WS-SR-PERIOD-ENTRY FROM COMMAND-LINE
           IF WS-SR-PERIOD-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               IF WS-TODAY-MM = 1 THEN
                   COMPUTE WS-SR-PERIOD =
                       ((WS-TODAY-YYYY - 1) * 100) + 12
               ELSE
                   COMPUTE WS-SR-PERIOD =
                       (WS-TODAY-YYYY * 100) + WS-TODAY-MM - 1
               END-IF
           ELSE
               IF WS-SR-PERIOD-ENTRY(1:6) IS NOT NUMERIC THEN
                   DISPLAY 'Usage : sales_relief [YYYYMM]'
                   STOP RUN
               END-IF
               MOVE WS-SR-PERIOD-ENTRY(1:6) TO WS-SR-PERIOD
           END-IF

      *    The BIR files carry the taxable month as its last day.
           IF WS-SR-PERIOD-MM = '12' THEN
               COMPUTE WS-SR-NEXT-MONTH-INT =
                   ((WS-SR-PERIOD / 100) + 1) * 10000 + 101
           ELSE
               COMPUTE WS-SR-NEXT-MONTH-INT =
                   (WS-SR-PERIOD + 1) * 100 + 1
           END-IF
           COMPUTE WS-SR-MONTH-END-INT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SR-NEXT-MONTH-INT) - 1)
           MOVE WS-SR-MONTH-END-INT(5:2) TO WS-SR-MONTH-END(1:2)
           MOVE '/' TO WS-SR-MONTH-END(3:1)
           MOVE WS-SR-MONTH-END-INT(7:2) TO WS-SR-MONTH-END(4:2)
           MOVE '/' TO WS-SR-MONTH-END(6:1)
           MOVE WS-SR-MONTH-END-INT(1:4) TO WS-SR-MONTH-END(7:4)

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           PERFORM LOAD-EMPLOYER-TIN
           PERFORM CLASSIFY-MONTH-SALES
           PERFORM LOAD-MACHINE-LAST-OR
           PERFORM LOAD-MACHINE-GRAND-TOTAL
           PERFORM SUM-GL-VAT-PAYABLE

           PERFORM WRITE-SLS-FILE
           PERFORM WRITE-ESALES-FILE
           PERFORM WRITE-TIEOUT-REPORT

           DISPLAY 'BIR sales extracts for ' WS-SR-PERIOD
           DISPLAY 'Payments read      : ' WS-SR-PAYMENTS-READ
           DISPLAY 'VAT sales          : ' WS-SR-VAT-SALES
           DISPLAY 'Corporate buyers   : ' WS-SR-BUYER-COUNT
           DISPLAY 'Machines           : ' WS-SR-MACHINE-COUNT
           MOVE WS-SR-TOT-VAT TO WS-SR-EDIT-1
           DISPLAY 'Output VAT (SLS)   : ' WS-SR-EDIT-1
           MOVE WS-SR-GL-VAT TO WS-SR-EDIT-1
           DISPLAY 'VAT payable (GL)   : ' WS-SR-EDIT-1
           IF WS-SR-DIFFERENCE NOT = ZEROES OR
               WS-SR-ESALES-VAT NOT = WS-SR-TOT-VAT THEN
               DISPLAY 'WARNING: extracts do NOT tie - see '
                   'data/export/bir_sales_tieout.txt'
           END-IF
           IF WS-SR-NO-TIN-COUNT > ZEROES THEN
               DISPLAY 'WARNING: ' WS-SR-NO-TIN-COUNT
                   ' corporate buyer(s) listed without a TIN'
           END-IF

           GOBACK
           STOP RUN.

       LOAD-EMPLOYER-TIN.
      *    Our own TIN rides on the EMPLOYER row of the crew
      *    employee master, as for the payroll remittances.
           MOVE SPACES TO WS-SR-ER-TIN
           OPEN INPUT FS-CREW-EMPLOYEE-FILE
           IF WS-CE-FILE-STATUS = '00' THEN
               MOVE 'EMPLOYER' TO FS-CE-EMP-ID
               READ FS-CREW-EMPLOYEE-FILE
               KEY IS FS-CE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-CE-TIN TO WS-SR-ER-TIN
               END-READ
               CLOSE FS-CREW-EMPLOYEE-FILE
           END-IF
           IF WS-SR-ER-TIN = SPACES THEN
               DISPLAY 'WARNING: no company TIN on the EMPLOYER row'
           END-IF
           .

       CLASSIFY-MONTH-SALES.
           OPEN INPUT FS-SALE-TERMINALS-FILE
           IF WS-STM-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-STM-OPEN
           END-IF

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-SR-PAYMENTS-READ
                   IF FS-TT-DATE(7:4) = WS-SR-PERIOD-YYYY AND
                       FS-TT-DATE(1:2) = WS-SR-PERIOD-MM THEN
                       PERFORM CLASSIFY-ONE-PAYMENT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-PAYMENT-FILE
           END-IF
           .

       CLASSIFY-ONE-PAYMENT.
      *    Same split as gl_export: pass sales are a liability until
      *    ridden, deposits and refunds carry no VAT, a chargeback
      *    reverses it.
           EVALUATE TRUE
               WHEN FS-PAYMENT-METHOD = 'pass-sale'
                   MOVE ZEROES TO WS-SR-SIGN
               WHEN FS-PAYMENT-METHOD = 'pass'
                   MOVE 1 TO WS-SR-SIGN
               WHEN FS-PAYMENT-STATUS = 'paid'
                   MOVE 1 TO WS-SR-SIGN
               WHEN FS-PAYMENT-STATUS = 'billed' OR
                   FS-PAYMENT-STATUS = 'invoiced'
                   MOVE 1 TO WS-SR-SIGN
               WHEN FS-PAYMENT-STATUS = 'chargebck'
                   MOVE -1 TO WS-SR-SIGN
               WHEN OTHER
                   MOVE ZEROES TO WS-SR-SIGN
           END-EVALUATE
           IF WS-SR-SIGN = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SR-VAT-SALES
           COMPUTE WS-SR-TAXABLE = FS-BASE-FARE-AMOUNT * WS-SR-SIGN
           COMPUTE WS-SR-VAT = FS-VAT-AMOUNT * WS-SR-SIGN
           ADD WS-SR-TAXABLE TO WS-SR-TOT-TAXABLE
           ADD WS-SR-VAT TO WS-SR-TOT-VAT

           IF FS-PAYMENT-METHOD = 'corporate' THEN
               MOVE FS-EWALLET-REF-NUMBER(1:15) TO WS-SR-ACCOUNT-ID
               PERFORM ADD-TO-BUYER
           ELSE
               ADD WS-SR-TAXABLE TO WS-SR-IND-TAXABLE
               ADD WS-SR-VAT TO WS-SR-IND-VAT
           END-IF

           MOVE 'NO-STAMP' TO WS-SR-MACHINE
           IF WS-STM-OPEN = 'Y' THEN
               MOVE FS-PAYMENT-ID TO FS-STM-PAYMENT-ID
               READ FS-SALE-TERMINALS-FILE
               KEY IS FS-STM-PAYMENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-STM-TERMINAL-CODE TO WS-SR-MACHINE
               END-READ
           END-IF
           PERFORM FIND-MACHINE
           IF WS-SR-M > ZEROES THEN
               ADD WS-SR-TAXABLE TO WS-SR-M-TAXABLE(WS-SR-M)
               ADD WS-SR-VAT TO WS-SR-M-VAT(WS-SR-M)
           END-IF
           .

       ADD-TO-BUYER.
           MOVE 'N' TO WS-SR-FOUND
           MOVE 1 TO WS-SR-B
           PERFORM UNTIL WS-SR-FOUND = 'Y' OR
               WS-SR-B > WS-SR-BUYER-COUNT
               IF WS-SR-B-ACCOUNT-ID(WS-SR-B) = WS-SR-ACCOUNT-ID THEN
                   MOVE 'Y' TO WS-SR-FOUND
               ELSE
                   ADD 1 TO WS-SR-B
               END-IF
           END-PERFORM
           IF WS-SR-FOUND = 'N' THEN
               IF WS-SR-BUYER-COUNT < 300 THEN
                   ADD 1 TO WS-SR-BUYER-COUNT
                   MOVE WS-SR-BUYER-COUNT TO WS-SR-B
                   MOVE WS-SR-ACCOUNT-ID TO
                       WS-SR-B-ACCOUNT-ID(WS-SR-B)
                   MOVE ZEROES TO WS-SR-B-TAXABLE(WS-SR-B)
                   MOVE ZEROES TO WS-SR-B-VAT(WS-SR-B)
               ELSE
      *            Table full: keep the totals whole on the
      *            consolidated line rather than drop them.
                   ADD WS-SR-TAXABLE TO WS-SR-IND-TAXABLE
                   ADD WS-SR-VAT TO WS-SR-IND-VAT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-SR-TAXABLE TO WS-SR-B-TAXABLE(WS-SR-B)
           ADD WS-SR-VAT TO WS-SR-B-VAT(WS-SR-B)
           .

       FIND-MACHINE.
      *    Leaves WS-SR-M on the machine row for WS-SR-MACHINE,
      *    adding it when new; zero only if the table is full.
           MOVE 'N' TO WS-SR-FOUND
           MOVE 1 TO WS-SR-M
           PERFORM UNTIL WS-SR-FOUND = 'Y' OR
               WS-SR-M > WS-SR-MACHINE-COUNT
               IF WS-SR-M-CODE(WS-SR-M) = WS-SR-MACHINE THEN
                   MOVE 'Y' TO WS-SR-FOUND
               ELSE
                   ADD 1 TO WS-SR-M
               END-IF
           END-PERFORM
           IF WS-SR-FOUND = 'N' THEN
               IF WS-SR-MACHINE-COUNT < 30 THEN
                   ADD 1 TO WS-SR-MACHINE-COUNT
                   MOVE WS-SR-MACHINE-COUNT TO WS-SR-M
                   MOVE WS-SR-MACHINE TO WS-SR-M-CODE(WS-SR-M)
                   MOVE ZEROES TO WS-SR-M-TAXABLE(WS-SR-M)
                   MOVE ZEROES TO WS-SR-M-VAT(WS-SR-M)
                   MOVE ZEROES TO WS-SR-M-LAST-OR(WS-SR-M)
                   MOVE ZEROES TO WS-SR-M-LAST-Z(WS-SR-M)
                   MOVE ZEROES TO WS-SR-M-GRAND-TOTAL(WS-SR-M)
               ELSE
                   MOVE ZEROES TO WS-SR-M
               END-IF
           END-IF
           .

       LOAD-MACHINE-LAST-OR.
      *    The register is in OR-number order, so the last receipt
      *    of the month seen for a terminal is its ending OR.
           IF WS-STM-OPEN = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OR-REGISTER-FILE
           IF WS-ORG-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-ORG-TS-DATE(7:4) = WS-SR-PERIOD-YYYY AND
                       FS-ORG-TS-DATE(1:2) = WS-SR-PERIOD-MM THEN
                       MOVE FS-ORG-FK-PAYMENT-ID TO FS-STM-PAYMENT-ID
                       READ FS-SALE-TERMINALS-FILE
                       KEY IS FS-STM-PAYMENT-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-STM-TERMINAL-CODE TO WS-SR-MACHINE
                           PERFORM FIND-MACHINE
                           IF WS-SR-M > ZEROES THEN
                               MOVE FS-ORG-OR-NUMBER TO
                                   WS-SR-M-LAST-OR(WS-SR-M)
                           END-IF
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           IF WS-ORG-FILE-STATUS = '00' OR
               WS-ORG-FILE-STATUS = '10' THEN
               CLOSE FS-OR-REGISTER-FILE
           END-IF
           CLOSE FS-SALE-TERMINALS-FILE
           MOVE 'N' TO WS-STM-OPEN
           .

       LOAD-MACHINE-GRAND-TOTAL.
      *    Accumulated grand total as of the terminal's last
      *    Z-reading for a business date in the month.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-POS-READING-FILE
           IF WS-PRD-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-POS-READING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PRD-READING-TYPE = 'Z' AND
                       FS-PRD-BUSINESS-DATE(7:4) = WS-SR-PERIOD-YYYY
                       AND FS-PRD-BUSINESS-DATE(1:2) = WS-SR-PERIOD-MM
                       THEN
                       MOVE FS-PRD-TERMINAL-CODE TO WS-SR-MACHINE
                       PERFORM FIND-MACHINE
                       IF WS-SR-M > ZEROES THEN
                           IF FS-PRD-READING-NO >
                               WS-SR-M-LAST-Z(WS-SR-M) THEN
                               MOVE FS-PRD-READING-NO TO
                                   WS-SR-M-LAST-Z(WS-SR-M)
                               MOVE FS-PRD-GT-END TO
                                   WS-SR-M-GRAND-TOTAL(WS-SR-M)
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PRD-FILE-STATUS = '00' OR
               WS-PRD-FILE-STATUS = '10' THEN
               CLOSE FS-POS-READING-FILE
           END-IF
           .

       SUM-GL-VAT-PAYABLE.
      *    Net credit to 2100 VAT PAYABLE over the export dates of
      *    the month, nightly and month-end runs alike.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-GL-ACCOUNT-DAY-FILE
           IF WS-GAD-FILE-STATUS NOT = '00' THEN
               DISPLAY 'WARNING: no GL account totals on file'
               EXIT PARAGRAPH
           END-IF
           COMPUTE FS-GAD-POST-DATE = WS-SR-PERIOD * 100
           MOVE LOW-VALUES TO FS-GAD-RUN-TYPE
           MOVE LOW-VALUES TO FS-GAD-ACCOUNT-CODE
           START FS-GL-ACCOUNT-DAY-FILE KEY IS >= FS-GAD-KEY
           INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-GL-ACCOUNT-DAY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-GAD-POST-DATE(1:6) NOT = WS-SR-PERIOD THEN
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       IF FS-GAD-POST-DATE NOT = WS-SR-LAST-GL-DATE
                           THEN
                           MOVE FS-GAD-POST-DATE TO WS-SR-LAST-GL-DATE
                           ADD 1 TO WS-SR-GL-DAYS
                       END-IF
                       IF FS-GAD-ACCOUNT-CODE = '2100' THEN
                           COMPUTE WS-SR-GL-VAT = WS-SR-GL-VAT
                               + FS-GAD-CREDITS - FS-GAD-DEBITS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-GL-ACCOUNT-DAY-FILE
           .

       WRITE-SLS-FILE.
      *    RELIEF summary list of sales: one H record for the
      *    seller, one D record per buyer. Exempt and zero-rated
      *    columns are carried for the layout; fares are all
      *    VATable here.
           OPEN OUTPUT FS-SLS-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/bir_sls_relief.csv>'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SR-TOT-TAXABLE TO WS-SR-EDIT-1
           MOVE WS-SR-TOT-VAT TO WS-SR-EDIT-2
           MOVE SPACES TO WS-LINE
           STRING 'H,S,' FUNCTION TRIM(WS-SR-ER-TIN) ','
               WS-SR-MONTH-END ',0.00,0.00,'
               FUNCTION TRIM(WS-SR-EDIT-1) ','
               FUNCTION TRIM(WS-SR-EDIT-2)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-SLS-RECORD FROM WS-LINE

           OPEN INPUT FS-CORPORATE-FILE
           OPEN INPUT FS-CORP-TAX-FILE
           MOVE 1 TO WS-SR-B
           PERFORM UNTIL WS-SR-B > WS-SR-BUYER-COUNT
               PERFORM WRITE-SLS-BUYER
               ADD 1 TO WS-SR-B
           END-PERFORM
           IF WS-CTX-FILE-STATUS = '00' OR
               WS-CTX-FILE-STATUS = '23' THEN
               CLOSE FS-CORP-TAX-FILE
           END-IF
           IF WS-CA-FILE-STATUS = '00' OR
               WS-CA-FILE-STATUS = '23' THEN
               CLOSE FS-CORPORATE-FILE
           END-IF

           IF WS-SR-IND-TAXABLE NOT = ZEROES OR
               WS-SR-IND-VAT NOT = ZEROES THEN
               MOVE WS-SR-IND-TAXABLE TO WS-SR-EDIT-1
               MOVE WS-SR-IND-VAT TO WS-SR-EDIT-2
               MOVE SPACES TO WS-LINE
               STRING 'D,S,,"WALK-IN PASSENGERS (CONSOLIDATED)",'
                   '"","",0.00,0.00,'
                   FUNCTION TRIM(WS-SR-EDIT-1) ','
                   FUNCTION TRIM(WS-SR-EDIT-2) ','
                   FUNCTION TRIM(WS-SR-ER-TIN) ','
                   WS-SR-MONTH-END
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-SLS-RECORD FROM WS-LINE
           END-IF
           CLOSE FS-SLS-FILE
           .

       WRITE-SLS-BUYER.
           MOVE SPACES TO WS-SR-BUYER-TIN
           MOVE SPACES TO WS-SR-BUYER-NAME
           MOVE SPACES TO WS-SR-BUYER-ADDR-1
           MOVE SPACES TO WS-SR-BUYER-ADDR-2

           MOVE WS-SR-B-ACCOUNT-ID(WS-SR-B) TO FS-CA-ACCOUNT-ID
           READ FS-CORPORATE-FILE
           KEY IS FS-CA-ACCOUNT-ID
           INVALID KEY
               MOVE WS-SR-B-ACCOUNT-ID(WS-SR-B) TO WS-SR-BUYER-NAME
           NOT INVALID KEY
               MOVE FS-CA-COMPANY-NAME TO WS-SR-BUYER-NAME
           END-READ

           MOVE WS-SR-B-ACCOUNT-ID(WS-SR-B) TO FS-CTX-ACCOUNT-ID
           READ FS-CORP-TAX-FILE
           KEY IS FS-CTX-ACCOUNT-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-CTX-TIN TO WS-SR-BUYER-TIN
               IF FS-CTX-REGISTERED-NAME NOT = SPACES THEN
                   MOVE FS-CTX-REGISTERED-NAME TO WS-SR-BUYER-NAME
               END-IF
               MOVE FS-CTX-ADDRESS-1 TO WS-SR-BUYER-ADDR-1
               MOVE FS-CTX-ADDRESS-2 TO WS-SR-BUYER-ADDR-2
           END-READ
           IF WS-SR-BUYER-TIN = SPACES THEN
               ADD 1 TO WS-SR-NO-TIN-COUNT
           END-IF

           MOVE WS-SR-B-TAXABLE(WS-SR-B) TO WS-SR-EDIT-1
           MOVE WS-SR-B-VAT(WS-SR-B) TO WS-SR-EDIT-2
           MOVE SPACES TO WS-LINE
           STRING 'D,S,' FUNCTION TRIM(WS-SR-BUYER-TIN) ',"'
               FUNCTION TRIM(WS-SR-BUYER-NAME) '","'
               FUNCTION TRIM(WS-SR-BUYER-ADDR-1) '","'
               FUNCTION TRIM(WS-SR-BUYER-ADDR-2) '",0.00,0.00,'
               FUNCTION TRIM(WS-SR-EDIT-1) ','
               FUNCTION TRIM(WS-SR-EDIT-2) ','
               FUNCTION TRIM(WS-SR-ER-TIN) ','
               WS-SR-MONTH-END
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-SLS-RECORD FROM WS-LINE
           .

       WRITE-ESALES-FILE.
      *    e-sales monthly totals, one D record per machine: VATable
      *    sales, output VAT, zero-rated and exempt, last OR of the
      *    month and the accumulated grand total.
           OPEN OUTPUT FS-ESALES-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/bir_esales.csv>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'H,' FUNCTION TRIM(WS-SR-ER-TIN) ','
               WS-SR-PERIOD ',' WS-SR-MACHINE-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-ESALES-RECORD FROM WS-LINE

           MOVE ZEROES TO WS-SR-ESALES-VAT
           MOVE 1 TO WS-SR-M
           PERFORM UNTIL WS-SR-M > WS-SR-MACHINE-COUNT
               ADD WS-SR-M-VAT(WS-SR-M) TO WS-SR-ESALES-VAT
               MOVE WS-SR-M-TAXABLE(WS-SR-M) TO WS-SR-EDIT-1
               MOVE WS-SR-M-VAT(WS-SR-M) TO WS-SR-EDIT-2
               MOVE WS-SR-M-GRAND-TOTAL(WS-SR-M) TO WS-SR-EDIT-3
               MOVE SPACES TO WS-LINE
               STRING 'D,' FUNCTION TRIM(WS-SR-M-CODE(WS-SR-M)) ','
                   WS-SR-PERIOD ','
                   FUNCTION TRIM(WS-SR-EDIT-1) ','
                   FUNCTION TRIM(WS-SR-EDIT-2) ',0.00,0.00,'
                   WS-SR-M-LAST-OR(WS-SR-M) ','
                   FUNCTION TRIM(WS-SR-EDIT-3)
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-ESALES-RECORD FROM WS-LINE
               ADD 1 TO WS-SR-M
           END-PERFORM
           CLOSE FS-ESALES-FILE
           .

       WRITE-TIEOUT-REPORT.
           COMPUTE WS-SR-DIFFERENCE = WS-SR-TOT-VAT - WS-SR-GL-VAT

           OPEN OUTPUT FS-TIEOUT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/bir_sales_tieout.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'BIR SALES EXTRACT TIE-OUT - PERIOD ' WS-SR-PERIOD
               '  (TIN ' FUNCTION TRIM(WS-SR-ER-TIN) ')'
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-TIEOUT-RECORD FROM WS-LINE
           MOVE '=================================================='
               TO WS-LINE
           WRITE FS-TIEOUT-RECORD FROM WS-LINE

           MOVE WS-SR-TOT-TAXABLE TO WS-SR-EDIT-1
           MOVE WS-SR-TOT-VAT TO WS-SR-EDIT-2
           MOVE SPACES TO WS-LINE
           STRING 'Summary list of sales  VATable '
               WS-SR-EDIT-1 '  output VAT ' WS-SR-EDIT-2
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-TIEOUT-RECORD FROM WS-LINE

           MOVE WS-SR-ESALES-VAT TO WS-SR-EDIT-2
           MOVE SPACES TO WS-LINE
           STRING 'e-sales, all machines                 '
               '             output VAT ' WS-SR-EDIT-2
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-TIEOUT-RECORD FROM WS-LINE

           MOVE WS-SR-GL-VAT TO WS-SR-EDIT-2
           MOVE WS-SR-GL-DAYS TO WS-SR-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'GL 2100 VAT PAYABLE, net credits over '
               WS-SR-EDIT-COUNT ' export day(s) '
               WS-SR-EDIT-2
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-TIEOUT-RECORD FROM WS-LINE

           MOVE WS-SR-DIFFERENCE TO WS-SR-EDIT-2
           MOVE SPACES TO WS-LINE
           STRING 'Difference, SLS less GL                  '
               '                      ' WS-SR-EDIT-2
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-TIEOUT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           IF WS-SR-DIFFERENCE = ZEROES AND
               WS-SR-ESALES-VAT = WS-SR-TOT-VAT THEN
               MOVE 'RESULT: extracts tie to the GL.' TO WS-LINE
           ELSE
               MOVE 'RESULT: DOES NOT TIE - check for export dates n'-
               'ot run, reruns after status changes, or late chargeba'-
               'cks.' TO WS-LINE
           END-IF
           WRITE FS-TIEOUT-RECORD FROM WS-LINE

           IF WS-SR-NO-TIN-COUNT > ZEROES THEN
               MOVE WS-SR-NO-TIN-COUNT TO WS-SR-EDIT-COUNT
               MOVE SPACES TO WS-LINE
               STRING 'Corporate buyers without a TIN on file: '
                   WS-SR-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-TIEOUT-RECORD FROM WS-LINE
           END-IF
           CLOSE FS-TIEOUT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'SALES-TIEOUT sales_relief '
               'data/export/bir_sales_tieout.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .
