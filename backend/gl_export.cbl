               RECORD KEY IS FS-PD-PERIOD
               FILE STATUS IS WS-PD-FILE-STATUS.

           SELECT FS-AP-INVOICE-FILE ASSIGN TO 'data/ap_invoices.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-API-INVOICE-ID
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT FS-AP-VOUCHER-FILE ASSIGN TO 'data/ap_vouchers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-APV-VOUCHER-ID
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT FS-FLEET-ASSET-FILE ASSIGN TO
               'data/fleet_assets.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FA-VEHICLE-ID
               FILE STATUS IS WS-FA-FILE-STATUS.

           SELECT FS-DEPR-LEDGER-FILE ASSIGN TO
               'data/asset_depreciation.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-DPL-FILE-STATUS.

           SELECT FS-OWNER-SETTLEMENT-FILE ASSIGN TO
               'data/owner_settlements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OST-KEY
               FILE STATUS IS WS-OST-FILE-STATUS.

           SELECT FS-AGENT-SETTLE-FILE ASSIGN TO
               'data/agent_settlements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASL-KEY
               FILE STATUS IS WS-ASL-FILE-STATUS.

           SELECT FS-BILLING-LEDGER-FILE ASSIGN TO
               'data/concession_billings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CBL-FILE-STATUS.

           SELECT FS-GL-ACCOUNT-DAY-FILE ASSIGN TO
               'data/gl_account_days.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-GAD-KEY
               FILE STATUS IS WS-GAD-FILE-STATUS.

           SELECT FS-JOURNAL-FILE ASSIGN TO
               'data/export/gl_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-INS-POLICY-REF    PIC X(15).
           02    FS-INS-PREMIUM    PIC 9(5)V99.
           02    FS-INS-STATUS    PIC X(8).
           02    FS-INS-TIME-STAMP    PIC X(22).

       FD  FS-LEVY-LEDGER-FILE.
       01  FS-LEVY-LEDGER-RECORD.
           02    FS-LVL-FILLER-3    PIC X(3).
           02    FS-LVL-FK-PAYMENT-ID    PIC X(15).
           02    FS-LVL-FILLER-4    PIC X(3).
           02    FS-LVL-DATE    PIC 99/99/9999.

       FD  FS-PERIOD-FILE.
       01  FS-PERIOD-RECORD.
           02    FS-PD-PERIOD    PIC X(6).
           02    FS-PD-STATUS    PIC X(8).
           02    FS-PD-CLOSED-STAMP    PIC X(22).
           02    FS-PD-UNEARNED-BAL    PIC 9(12)V99.

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

       FD  FS-FLEET-ASSET-FILE.
       01  FS-FLEET-ASSET-RECORD.
           02    FS-FA-VEHICLE-ID    PIC X(15).
           02    FS-FA-ACQUIRED-DATE    PIC X(10).
           02    FS-FA-COST    PIC 9(10)V99.
           02    FS-FA-LIFE-MONTHS    PIC 9(3).
           02    FS-FA-SALVAGE    PIC 9(10)V99.
           02    FS-FA-ACCUM-DEPR    PIC 9(10)V99.
           02    FS-FA-LAST-PERIOD    PIC X(6).
           02    FS-FA-STATUS    PIC X(8).
           02    FS-FA-TIME-STAMP    PIC X(21).

       FD  FS-DEPR-LEDGER-FILE.
       01  FS-DEPR-LEDGER-RECORD.
           02    FS-DPL-VEHICLE-ID    PIC X(15).
           02    FS-DPL-FILLER-1    PIC X(3).
           02    FS-DPL-PERIOD    PIC X(6).
           02    FS-DPL-FILLER-2    PIC X(3).
           02    FS-DPL-AMOUNT    PIC 9(10)V99.
           02    FS-DPL-FILLER-3    PIC X(3).
           02    FS-DPL-ACCUM-DEPR    PIC 9(10)V99.
           02    FS-DPL-FILLER-4    PIC X(3).
           02    FS-DPL-POST-DATE    PIC 99/99/9999.

       FD  FS-OWNER-SETTLEMENT-FILE.
       01  FS-OWNER-SETTLEMENT-RECORD.
           02    FS-OST-KEY.
               03    FS-OST-OWNER-ID    PIC X(15).
               03    FS-OST-SETTLE-DATE    PIC 9(8).
           02    FS-OST-CONTRACT-TYPE    PIC X.
           02    FS-OST-TRIPS    PIC 9(4).
           02    FS-OST-UNITS    PIC 9(3).
           02    FS-OST-BOOKED-REVENUE    PIC 9(10)V99.
           02    FS-OST-ONBOARD-REVENUE    PIC 9(10)V99.
           02    FS-OST-TOTAL-REVENUE    PIC 9(10)V99.
           02    FS-OST-COMPANY-DUE    PIC 9(10)V99.
           02    FS-OST-OWNER-SHARE    PIC S9(10)V99.
           02    FS-OST-CARRY-APPLIED    PIC 9(10)V99.
           02    FS-OST-NET-PAYABLE    PIC 9(10)V99.
           02    FS-OST-SHORTFALL    PIC 9(10)V99.
           02    FS-OST-CARRY-AFTER    PIC 9(10)V99.
           02    FS-OST-FK-INVOICE-ID    PIC X(15).
           02    FS-OST-POSTED-DATE    PIC X(10).
           02    FS-OST-TIME-STAMP    PIC X(21).

       FD  FS-AGENT-SETTLE-FILE.
       01  FS-AGENT-SETTLE-RECORD.
           02    FS-ASL-KEY.
               03    FS-ASL-AGENT-ID    PIC X(15).
               03    FS-ASL-PERIOD    PIC 9(6).
           02    FS-ASL-AGENT-NAME    PIC X(30).
           02    FS-ASL-TIN    PIC X(15).
           02    FS-ASL-SALE-COUNT    PIC 9(5).
           02    FS-ASL-GROSS-SALES    PIC 9(10)V99.
           02    FS-ASL-GROSS-COMMISSION    PIC 9(10)V99.
           02    FS-ASL-EWT-RATE    PIC 9(2)V99.
           02    FS-ASL-TAX-WITHHELD    PIC 9(10)V99.
           02    FS-ASL-NET-PAYABLE    PIC 9(10)V99.
           02    FS-ASL-FK-INVOICE-ID    PIC X(15).
           02    FS-ASL-POSTED-DATE    PIC X(10).
           02    FS-ASL-TIME-STAMP    PIC X(21).

       FD  FS-BILLING-LEDGER-FILE.
       01  FS-BILLING-LEDGER-RECORD.
           02    FS-CB-INVOICE-ID    PIC X(15).
           02    FS-CB-FK-CONTRACT-ID    PIC X(15).
           02    FS-CB-FK-ACCOUNT-ID    PIC X(15).
           02    FS-CB-CONTRACT-TYPE    PIC X(10).
           02    FS-CB-PERIOD    PIC X(6).
           02    FS-CB-NET-AMOUNT    PIC 9(8)V99.
           02    FS-CB-VAT-AMOUNT    PIC 9(8)V99.
           02    FS-CB-GROSS-AMOUNT    PIC 9(8)V99.
           02    FS-CB-POSTED-DATE    PIC X(10).

      *    Debit and credit totals per account for every export
      *    run date, kept after the day's journal file is replaced;
      *    the month-end tax extracts tie to these. Run type D is
      *    the nightly export, M the month-end depreciation.
       FD  FS-GL-ACCOUNT-DAY-FILE.
       01  FS-GL-ACCOUNT-DAY-RECORD.
           02    FS-GAD-KEY.
               03    FS-GAD-POST-DATE    PIC 9(8).
               03    FS-GAD-RUN-TYPE    PIC X.
               03    FS-GAD-ACCOUNT-CODE    PIC X(4).
           02    FS-GAD-ACCOUNT-NAME    PIC X(20).
           02    FS-GAD-DEBITS    PIC 9(12)V99.
           02    FS-GAD-CREDITS    PIC 9(12)V99.

       FD  FS-JOURNAL-FILE.
       01  FS-JOURNAL-RECORD.
           02    FS-GL-RECORD-TYPE    PIC X.
           02    FS-GL-FILLER-1    PIC X(2) VALUE SPACES.
           02    FS-GL-ENTRY-SEQ    PIC 9(6).
           02    FS-GL-FILLER-2    PIC X(2) VALUE SPACES.
           02    FS-GL-POST-DATE    PIC 99/99/9999.
           02    FS-GL-FILLER-3    PIC X(2) VALUE SPACES.
           02    FS-GL-ACCOUNT-CODE    PIC X(4).
           02    FS-GL-FILLER-4    PIC X(2) VALUE SPACES.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-EXPORT-DATE    PIC 99/99/9999.
       01  WS-EXPORT-DATE-ENTRY    PIC X(10).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-ENTRY-SEQ    PIC 9(6) VALUE 0.
       01  WS-GL-DR-CR    PIC X(2).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-PD-FILE-STATUS    PIC XX.
       01  WS-EXPORT-PERIOD    PIC X(6).
       01  WS-INS-FILE-STATUS    PIC XX.
       01  WS-LVL-FILE-STATUS    PIC XX.
       01  WS-LVL-EOF    PIC X.
       01  WS-LEVY-PAYABLE-SUM    PIC 9(7)V99.
       01  WS-GL-REFERENCE    PIC X(15).
       01  WS-GL-COMMAND-LINE    PIC X(40).
       01  WS-GL-RUN-MODE    PIC X(10).
       01  WS-FA-FILE-STATUS    PIC XX.
       01  WS-AP-FILE-STATUS    PIC XX.
       01  WS-DPL-FILE-STATUS    PIC XX.
       01  WS-DEP-ACQ-PERIOD    PIC X(6).
       01  WS-DEP-MONTHLY    PIC 9(10)V99.
       01  WS-DEP-REMAINING    PIC 9(10)V99.
       01  WS-DEP-ASSET-COUNT    PIC 9(5) VALUE 0.
       01  WS-OST-FILE-STATUS    PIC XX.
       01  WS-ASL-FILE-STATUS    PIC XX.
       01  WS-CBL-FILE-STATUS    PIC XX.
       01  WS-CBL-EOF    PIC X.
       01  WS-GAD-FILE-STATUS    PIC XX.
       01  WS-GAD-TABLE.
           02    WS-GAD-ENTRY OCCURS 60 TIMES.
               03    WS-GAD-CODE    PIC X(4).
               03    WS-GAD-NAME    PIC X(20).
               03    WS-GAD-DEBITS    PIC 9(12)V99.
               03    WS-GAD-CREDITS    PIC 9(12)V99.
       01  WS-GAD-COUNT    PIC 9(3) VALUE 0.
       01  WS-GAD-I    PIC 9(3).
       01  WS-GAD-SLOT    PIC 9(3).
       01  WS-GAD-DATE-INT    PIC 9(8).
       01  WS-GAD-RUN-TYPE    PIC X.
       01  WS-GAD-EOF    PIC X.


       PROCEDURE DIVISION.
      *    up) in the fixed layout the accounting package imports.
      *    A control trailer carries the line count and debit/credit
      *    totals so accounting can prove the file is complete.
      *    Run as 'gl_export DEPRECIATE [MM/DD/YYYY]' at month end it
      *    instead posts the month's fleet depreciation from the
      *    asset register.
           MOVE SPACES TO WS-GL-COMMAND-LINE
           ACCEPT WS-GL-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-GL-RUN-MODE
           MOVE SPACES TO WS-EXPORT-DATE-ENTRY
           IF WS-GL-COMMAND-LINE(1:10) = 'DEPRECIATE' THEN
               MOVE 'DEPRECIATE' TO WS-GL-RUN-MODE
               UNSTRING WS-GL-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-GL-RUN-MODE WS-EXPORT-DATE-ENTRY
               END-UNSTRING
           ELSE
               MOVE WS-GL-COMMAND-LINE TO WS-EXPORT-DATE-ENTRY
           END-IF
           IF WS-EXPORT-DATE-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO WS-EXPORT-DATE(1:2)
               MOVE '/' TO WS-EXPORT-DATE(3:1)
               MOVE WS-TODAY-DD TO WS-EXPORT-DATE(4:2)
               MOVE '/' TO WS-EXPORT-DATE(6:1)
               MOVE WS-TODAY-YYYY TO WS-EXPORT-DATE(7:4)
           ELSE
               MOVE WS-EXPORT-DATE-ENTRY TO WS-EXPORT-DATE
           END-IF

      *    A back-dated run must not land postings in a month the
      *    accountants have already closed.
           MOVE WS-EXPORT-DATE(7:4) TO WS-EXPORT-PERIOD(1:4)
           MOVE WS-EXPORT-DATE(1:2) TO WS-EXPORT-PERIOD(5:2)
           OPEN INPUT FS-PERIOD-FILE
           IF WS-PD-FILE-STATUS = '00' THEN
               MOVE WS-EXPORT-PERIOD TO FS-PD-PERIOD
           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           IF WS-GL-RUN-MODE = 'DEPRECIATE' THEN
               PERFORM RUN-MONTHLY-DEPRECIATION
               GOBACK
           END-IF

           OPEN OUTPUT FS-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open journal file>'
           END-PERFORM
           CLOSE FS-PAYMENT-FILE

           PERFORM POST-AP-INVOICES
           PERFORM POST-AP-PAYMENTS
           PERFORM POST-OWNER-SETTLEMENTS
           PERFORM POST-AGENT-SETTLEMENTS
           PERFORM POST-CONTRACT-BILLINGS

           PERFORM WRITE-CONTROL-TRAILER
           PERFORM SAVE-ACCOUNT-DAY-TOTALS

           CLOSE FS-JOURNAL-FILE


       POST-ONE-PAYMENT.
           ADD 1 TO WS-ENTRY-SEQ
           MOVE FS-PAYMENT-ID TO WS-GL-REFERENCE

           EVALUATE TRUE
      *        Pass money is unearned until the trips are ridden:
                   PERFORM POST-PASS-SALE
               WHEN FS-PAYMENT-METHOD = 'pass'
                   PERFORM POST-PASS-REDEMPTION
      *        Card tap fares are collected by the card operator
      *        and owed to us through the clearing house until it
      *        settles.
               WHEN FS-PAYMENT-METHOD = 'card-tap' AND
                   FS-PAYMENT-STATUS = 'paid'
                   PERFORM POST-CARD-TAP-SALE
               WHEN FS-PAYMENT-STATUS = 'paid'
                   PERFORM POST-CASH-SALE
               WHEN FS-PAYMENT-STATUS = 'partial'
           END-IF
           .

       POST-CARD-TAP-SALE.
           MOVE FS-PAYMENT-AMOUNT TO WS-GL-AMOUNT
           MOVE '1250' TO WS-GL-ACCOUNT-CODE
           MOVE 'CARD CLEARING RECV' TO WS-GL-ACCOUNT-NAME
           MOVE 'DR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           MOVE FS-BASE-FARE-AMOUNT TO WS-GL-AMOUNT
           MOVE '4000' TO WS-GL-ACCOUNT-CODE
           MOVE 'FARE REVENUE' TO WS-GL-ACCOUNT-NAME
           MOVE 'CR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           MOVE FS-VAT-AMOUNT TO WS-GL-AMOUNT
           MOVE '2100' TO WS-GL-ACCOUNT-CODE
           MOVE 'VAT PAYABLE' TO WS-GL-ACCOUNT-NAME
           MOVE 'CR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE
           .

       POST-PASS-SALE.
           MOVE FS-PAYMENT-AMOUNT TO WS-GL-AMOUNT
           MOVE '1000' TO WS-GL-ACCOUNT-CODE
           PERFORM WRITE-JOURNAL-LINE
           .

       POST-AP-INVOICES.
      *    Supplier invoices book the day they are approved for
      *    payment - on entry when the three-way check passes, on
      *    release when it was held. Fuel goes to fuel expense,
      *    parts and repair bills to maintenance. Owner boundary
      *    and agent commission payables are booked with their
      *    settlement below.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AP-INVOICE-FILE
           IF WS-AP-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AP-INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-API-POSTED-DATE = WS-EXPORT-DATE AND
                       FS-API-SOURCE-TYPE NOT = 'BOUNDARY' AND
                       FS-API-SOURCE-TYPE NOT = 'AGENTCOM' THEN
                       ADD 1 TO WS-ENTRY-SEQ
                       MOVE FS-API-INVOICE-ID TO WS-GL-REFERENCE
                       MOVE FS-API-AMOUNT TO WS-GL-AMOUNT
                       IF FS-API-SOURCE-TYPE = 'DELIVERY' THEN
                           MOVE '6200' TO WS-GL-ACCOUNT-CODE
                           MOVE 'FUEL EXPENSE' TO WS-GL-ACCOUNT-NAME
                       ELSE
                           MOVE '6300' TO WS-GL-ACCOUNT-CODE
                           MOVE 'REPAIRS AND MAINT' TO
                           WS-GL-ACCOUNT-NAME
                       END-IF
                       MOVE 'DR' TO WS-GL-DR-CR
                       PERFORM WRITE-JOURNAL-LINE

                       MOVE FS-API-AMOUNT TO WS-GL-AMOUNT
                       MOVE '2000' TO WS-GL-ACCOUNT-CODE
                       MOVE 'ACCOUNTS PAYABLE' TO WS-GL-ACCOUNT-NAME
                       MOVE 'CR' TO WS-GL-DR-CR
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-AP-FILE-STATUS = '00' OR
               WS-AP-FILE-STATUS = '10' THEN
               CLOSE FS-AP-INVOICE-FILE
           END-IF
           .

       POST-AP-PAYMENTS.
      *    Checks written to suppliers on the day clear the payable
      *    against the bank account.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AP-VOUCHER-FILE
           IF WS-AP-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AP-VOUCHER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-APV-PAY-DATE = WS-EXPORT-DATE THEN
                       ADD 1 TO WS-ENTRY-SEQ
                       MOVE FS-APV-VOUCHER-ID TO WS-GL-REFERENCE
                       MOVE FS-APV-AMOUNT TO WS-GL-AMOUNT
                       MOVE '2000' TO WS-GL-ACCOUNT-CODE
                       MOVE 'ACCOUNTS PAYABLE' TO WS-GL-ACCOUNT-NAME
                       MOVE 'DR' TO WS-GL-DR-CR
                       PERFORM WRITE-JOURNAL-LINE

                       MOVE FS-APV-AMOUNT TO WS-GL-AMOUNT
                       MOVE '1100' TO WS-GL-ACCOUNT-CODE
                       MOVE 'CASH AT BANK' TO WS-GL-ACCOUNT-NAME
                       MOVE 'CR' TO WS-GL-DR-CR
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-AP-FILE-STATUS = '00' OR
               WS-AP-FILE-STATUS = '10' THEN
               CLOSE FS-AP-VOUCHER-FILE
           END-IF
           .

       POST-OWNER-SETTLEMENTS.
      *    The owner's part of the fares on owner-operated trips is
      *    not ours: it comes out of fare revenue into the owner
      *    share account. What was not already owed back to us goes
      *    to the payable raised with the settlement, the rest clears
      *    the owner's receivable. A day short of the boundary runs
      *    the other way and adds to the receivable.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OWNER-SETTLEMENT-FILE
           IF WS-OST-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OWNER-SETTLEMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-OST-POSTED-DATE = WS-EXPORT-DATE AND
                       FS-OST-OWNER-SHARE NOT = 0 THEN
                       PERFORM POST-ONE-OWNER-SETTLEMENT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-OST-FILE-STATUS = '00' OR
               WS-OST-FILE-STATUS = '10' THEN
               CLOSE FS-OWNER-SETTLEMENT-FILE
           END-IF
           .

       POST-ONE-OWNER-SETTLEMENT.
           ADD 1 TO WS-ENTRY-SEQ
           MOVE FS-OST-OWNER-ID TO WS-GL-REFERENCE
           IF FS-OST-OWNER-SHARE > 0 THEN
               MOVE FS-OST-OWNER-SHARE TO WS-GL-AMOUNT
               MOVE '4050' TO WS-GL-ACCOUNT-CODE
               MOVE 'OWNER-OPERATOR SHARE' TO WS-GL-ACCOUNT-NAME
               MOVE 'DR' TO WS-GL-DR-CR
               PERFORM WRITE-JOURNAL-LINE

               IF FS-OST-NET-PAYABLE > 0 THEN
                   MOVE FS-OST-FK-INVOICE-ID TO WS-GL-REFERENCE
                   MOVE FS-OST-NET-PAYABLE TO WS-GL-AMOUNT
                   MOVE '2000' TO WS-GL-ACCOUNT-CODE
                   MOVE 'ACCOUNTS PAYABLE' TO WS-GL-ACCOUNT-NAME
                   MOVE 'CR' TO WS-GL-DR-CR
                   PERFORM WRITE-JOURNAL-LINE
               END-IF

               IF FS-OST-CARRY-APPLIED > 0 THEN
                   MOVE FS-OST-OWNER-ID TO WS-GL-REFERENCE
                   MOVE FS-OST-CARRY-APPLIED TO WS-GL-AMOUNT
                   MOVE '1260' TO WS-GL-ACCOUNT-CODE
                   MOVE 'DUE FROM OWNERS' TO WS-GL-ACCOUNT-NAME
                   MOVE 'CR' TO WS-GL-DR-CR
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           ELSE
               MOVE FS-OST-SHORTFALL TO WS-GL-AMOUNT
               MOVE '1260' TO WS-GL-ACCOUNT-CODE
               MOVE 'DUE FROM OWNERS' TO WS-GL-ACCOUNT-NAME
               MOVE 'DR' TO WS-GL-DR-CR
               PERFORM WRITE-JOURNAL-LINE

               MOVE FS-OST-SHORTFALL TO WS-GL-AMOUNT
               MOVE '4050' TO WS-GL-ACCOUNT-CODE
               MOVE 'OWNER-OPERATOR SHARE' TO WS-GL-ACCOUNT-NAME
               MOVE 'CR' TO WS-GL-DR-CR
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

       POST-AGENT-SETTLEMENTS.
      *    A finalized agent settlement expenses the gross
      *    commission; the tax withheld is owed to the BIR and only
      *    the net goes to the payable raised with the settlement.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AGENT-SETTLE-FILE
           IF WS-ASL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AGENT-SETTLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-ASL-POSTED-DATE = WS-EXPORT-DATE AND
                       FS-ASL-GROSS-COMMISSION > 0 THEN
                       PERFORM POST-ONE-AGENT-SETTLEMENT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-ASL-FILE-STATUS = '00' OR
               WS-ASL-FILE-STATUS = '10' THEN
               CLOSE FS-AGENT-SETTLE-FILE
           END-IF
           .

       POST-ONE-AGENT-SETTLEMENT.
           ADD 1 TO WS-ENTRY-SEQ
           MOVE FS-ASL-AGENT-ID TO WS-GL-REFERENCE
           MOVE FS-ASL-GROSS-COMMISSION TO WS-GL-AMOUNT
           MOVE '6400' TO WS-GL-ACCOUNT-CODE
           MOVE 'AGENT COMMISSIONS' TO WS-GL-ACCOUNT-NAME
           MOVE 'DR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           IF FS-ASL-TAX-WITHHELD > 0 THEN
               MOVE FS-ASL-TAX-WITHHELD TO WS-GL-AMOUNT
               MOVE '2150' TO WS-GL-ACCOUNT-CODE
               MOVE 'EWT PAYABLE' TO WS-GL-ACCOUNT-NAME
               MOVE 'CR' TO WS-GL-DR-CR
               PERFORM WRITE-JOURNAL-LINE
           END-IF

           IF FS-ASL-NET-PAYABLE > 0 THEN
               MOVE FS-ASL-FK-INVOICE-ID TO WS-GL-REFERENCE
               MOVE FS-ASL-NET-PAYABLE TO WS-GL-AMOUNT
               MOVE '2000' TO WS-GL-ACCOUNT-CODE
               MOVE 'ACCOUNTS PAYABLE' TO WS-GL-ACCOUNT-NAME
               MOVE 'CR' TO WS-GL-DR-CR
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

       POST-CONTRACT-BILLINGS.
      *    Advertising and concession rents billed on the day raise
      *    the receivable like a corporate sale, but the revenue is
      *    kept out of fare revenue - adverts and stall leases each
      *    have their own account.
           MOVE SPACES TO WS-CBL-EOF
           OPEN INPUT FS-BILLING-LEDGER-FILE
           IF WS-CBL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CBL-EOF
           END-IF
           PERFORM UNTIL WS-CBL-EOF = 'Y'
               READ FS-BILLING-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CBL-EOF
               NOT AT END
                   IF FS-CB-POSTED-DATE = WS-EXPORT-DATE AND
                       FS-CB-GROSS-AMOUNT > 0 THEN
                       PERFORM POST-ONE-CONTRACT-BILLING
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CBL-FILE-STATUS = '00' OR
               WS-CBL-FILE-STATUS = '10' THEN
               CLOSE FS-BILLING-LEDGER-FILE
           END-IF
           .

       POST-ONE-CONTRACT-BILLING.
           ADD 1 TO WS-ENTRY-SEQ
           MOVE FS-CB-INVOICE-ID TO WS-GL-REFERENCE
           MOVE FS-CB-GROSS-AMOUNT TO WS-GL-AMOUNT
           MOVE '1200' TO WS-GL-ACCOUNT-CODE
           MOVE 'ACCOUNTS RECEIVABLE' TO WS-GL-ACCOUNT-NAME
           MOVE 'DR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           MOVE FS-CB-FK-CONTRACT-ID TO WS-GL-REFERENCE
           MOVE FS-CB-NET-AMOUNT TO WS-GL-AMOUNT
           IF FS-CB-CONTRACT-TYPE = 'concession' THEN
               MOVE '4610' TO WS-GL-ACCOUNT-CODE
               MOVE 'CONCESSION RENT' TO WS-GL-ACCOUNT-NAME
           ELSE
               MOVE '4600' TO WS-GL-ACCOUNT-CODE
               MOVE 'ADVERTISING REVENUE' TO WS-GL-ACCOUNT-NAME
           END-IF
           MOVE 'CR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           IF FS-CB-VAT-AMOUNT > 0 THEN
               MOVE FS-CB-VAT-AMOUNT TO WS-GL-AMOUNT
               MOVE '2100' TO WS-GL-ACCOUNT-CODE
               MOVE 'VAT PAYABLE' TO WS-GL-ACCOUNT-NAME
               MOVE 'CR' TO WS-GL-DR-CR
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

       RUN-MONTHLY-DEPRECIATION.
      *    Straight line over the useful life down to salvage, one
      *    month per run, for every bus in the asset register in
      *    service by the end of the period. A bus already done for
      *    the period is skipped, so a repeat run posts nothing
      *    twice. The entries append to the day's journal.
           OPEN EXTEND FS-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open journal file>'
               STOP RUN
           END-IF

           OPEN EXTEND FS-DEPR-LEDGER-FILE
           IF WS-DPL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DEPR-LEDGER-FILE
           END-IF

           MOVE SPACES TO WS-EOF
           OPEN I-O FS-FLEET-ASSET-FILE
           IF WS-FA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-FLEET-ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM DEPRECIATE-ONE-ASSET
               END-READ
           END-PERFORM
           IF WS-FA-FILE-STATUS = '00' OR
               WS-FA-FILE-STATUS = '10' THEN
               CLOSE FS-FLEET-ASSET-FILE
           END-IF

           CLOSE FS-DEPR-LEDGER-FILE
           PERFORM WRITE-CONTROL-TRAILER
           PERFORM SAVE-ACCOUNT-DAY-TOTALS
           CLOSE FS-JOURNAL-FILE

           DISPLAY 'Depreciation for period ' WS-EXPORT-PERIOD
           DISPLAY 'Vehicles depreciated : ' WS-DEP-ASSET-COUNT
           DISPLAY 'Journal lines        : ' WS-LINE-COUNT
           DISPLAY 'Total debits         : ' WS-TOTAL-DEBITS
           DISPLAY 'Total credits        : ' WS-TOTAL-CREDITS
           .

       DEPRECIATE-ONE-ASSET.
           IF FS-FA-STATUS NOT = 'active' OR
               FS-FA-LAST-PERIOD NOT < WS-EXPORT-PERIOD OR
               FS-FA-LIFE-MONTHS = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-FA-ACQUIRED-DATE(7:4) TO WS-DEP-ACQ-PERIOD(1:4)
           MOVE FS-FA-ACQUIRED-DATE(1:2) TO WS-DEP-ACQ-PERIOD(5:2)
           IF WS-DEP-ACQ-PERIOD > WS-EXPORT-PERIOD THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-DEP-REMAINING
           IF FS-FA-COST > FS-FA-SALVAGE + FS-FA-ACCUM-DEPR THEN
               COMPUTE WS-DEP-REMAINING =
                   FS-FA-COST - FS-FA-SALVAGE - FS-FA-ACCUM-DEPR
           END-IF
           COMPUTE WS-DEP-MONTHLY ROUNDED =
               (FS-FA-COST - FS-FA-SALVAGE) / FS-FA-LIFE-MONTHS
           IF WS-DEP-MONTHLY > WS-DEP-REMAINING THEN
               MOVE WS-DEP-REMAINING TO WS-DEP-MONTHLY
           END-IF
           IF WS-DEP-MONTHLY = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ENTRY-SEQ
           MOVE FS-FA-VEHICLE-ID TO WS-GL-REFERENCE

           MOVE WS-DEP-MONTHLY TO WS-GL-AMOUNT
           MOVE '6100' TO WS-GL-ACCOUNT-CODE
           MOVE 'DEPRECIATION EXPENSE' TO WS-GL-ACCOUNT-NAME
           MOVE 'DR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           MOVE WS-DEP-MONTHLY TO WS-GL-AMOUNT
           MOVE '1590' TO WS-GL-ACCOUNT-CODE
           MOVE 'ACCUM DEPRECIATION' TO WS-GL-ACCOUNT-NAME
           MOVE 'CR' TO WS-GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           ADD WS-DEP-MONTHLY TO FS-FA-ACCUM-DEPR
           MOVE WS-EXPORT-PERIOD TO FS-FA-LAST-PERIOD
           REWRITE FS-FLEET-ASSET-RECORD
           END-REWRITE

           MOVE SPACES TO FS-DEPR-LEDGER-RECORD
           MOVE FS-FA-VEHICLE-ID TO FS-DPL-VEHICLE-ID
           MOVE WS-EXPORT-PERIOD TO FS-DPL-PERIOD
           MOVE WS-DEP-MONTHLY TO FS-DPL-AMOUNT
           MOVE FS-FA-ACCUM-DEPR TO FS-DPL-ACCUM-DEPR
           MOVE WS-EXPORT-DATE TO FS-DPL-POST-DATE
           WRITE FS-DEPR-LEDGER-RECORD

           ADD 1 TO WS-DEP-ASSET-COUNT
           .

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO FS-JOURNAL-RECORD
           MOVE 'D' TO FS-GL-RECORD-TYPE
           MOVE WS-GL-ACCOUNT-NAME TO FS-GL-ACCOUNT-NAME
           MOVE WS-GL-DR-CR TO FS-GL-DR-CR
           MOVE WS-GL-AMOUNT TO FS-GL-AMOUNT
           MOVE WS-GL-REFERENCE TO FS-GL-REFERENCE

           WRITE FS-JOURNAL-RECORD

           ELSE
               ADD WS-GL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           PERFORM ADD-ACCOUNT-DAY-TOTAL
           .

       ADD-ACCOUNT-DAY-TOTAL.
           MOVE ZEROES TO WS-GAD-SLOT
           MOVE 1 TO WS-GAD-I
           PERFORM UNTIL WS-GAD-SLOT > ZEROES OR
               WS-GAD-I > WS-GAD-COUNT
               IF WS-GAD-CODE(WS-GAD-I) = WS-GL-ACCOUNT-CODE THEN
                   MOVE WS-GAD-I TO WS-GAD-SLOT
               END-IF
               ADD 1 TO WS-GAD-I
           END-PERFORM
           IF WS-GAD-SLOT = ZEROES AND WS-GAD-COUNT < 60 THEN
               ADD 1 TO WS-GAD-COUNT
               MOVE WS-GAD-COUNT TO WS-GAD-SLOT
               MOVE WS-GL-ACCOUNT-CODE TO WS-GAD-CODE(WS-GAD-SLOT)
               MOVE WS-GL-ACCOUNT-NAME TO WS-GAD-NAME(WS-GAD-SLOT)
               MOVE ZEROES TO WS-GAD-DEBITS(WS-GAD-SLOT)
               MOVE ZEROES TO WS-GAD-CREDITS(WS-GAD-SLOT)
           END-IF
           IF WS-GAD-SLOT > ZEROES THEN
               IF WS-GL-DR-CR = 'DR' THEN
                   ADD WS-GL-AMOUNT TO WS-GAD-DEBITS(WS-GAD-SLOT)
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GAD-CREDITS(WS-GAD-SLOT)
               END-IF
           END-IF
           .

       SAVE-ACCOUNT-DAY-TOTALS.
      *    A nightly rerun for the same date replaces that date's
      *    totals, as it replaces the journal file; depreciation
      *    only posts what is not yet done, so its totals add on.
           MOVE WS-EXPORT-DATE(7:4) TO WS-GAD-DATE-INT(1:4)
           MOVE WS-EXPORT-DATE(1:2) TO WS-GAD-DATE-INT(5:2)
           MOVE WS-EXPORT-DATE(4:2) TO WS-GAD-DATE-INT(7:2)
           IF WS-GL-RUN-MODE = 'DEPRECIATE' THEN
               MOVE 'M' TO WS-GAD-RUN-TYPE
           ELSE
               MOVE 'D' TO WS-GAD-RUN-TYPE
           END-IF

           OPEN I-O FS-GL-ACCOUNT-DAY-FILE
           IF WS-GAD-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-GL-ACCOUNT-DAY-FILE
               CLOSE FS-GL-ACCOUNT-DAY-FILE
               OPEN I-O FS-GL-ACCOUNT-DAY-FILE
           END-IF

           IF WS-GAD-RUN-TYPE = 'D' THEN
               MOVE SPACES TO WS-GAD-EOF
               MOVE WS-GAD-DATE-INT TO FS-GAD-POST-DATE
               MOVE 'D' TO FS-GAD-RUN-TYPE
               MOVE LOW-VALUES TO FS-GAD-ACCOUNT-CODE
               START FS-GL-ACCOUNT-DAY-FILE KEY IS >= FS-GAD-KEY
               INVALID KEY MOVE 'Y' TO WS-GAD-EOF
               END-START
               PERFORM UNTIL WS-GAD-EOF = 'Y'
                   READ FS-GL-ACCOUNT-DAY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GAD-EOF
                   NOT AT END
                       IF FS-GAD-POST-DATE NOT = WS-GAD-DATE-INT OR
                           FS-GAD-RUN-TYPE NOT = 'D' THEN
                           MOVE 'Y' TO WS-GAD-EOF
                       ELSE
                           DELETE FS-GL-ACCOUNT-DAY-FILE RECORD
                           END-DELETE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE 1 TO WS-GAD-I
           PERFORM UNTIL WS-GAD-I > WS-GAD-COUNT
               MOVE WS-GAD-DATE-INT TO FS-GAD-POST-DATE
               MOVE WS-GAD-RUN-TYPE TO FS-GAD-RUN-TYPE
               MOVE WS-GAD-CODE(WS-GAD-I) TO FS-GAD-ACCOUNT-CODE
               READ FS-GL-ACCOUNT-DAY-FILE
               KEY IS FS-GAD-KEY
               INVALID KEY
                   MOVE WS-GAD-NAME(WS-GAD-I) TO FS-GAD-ACCOUNT-NAME
                   MOVE WS-GAD-DEBITS(WS-GAD-I) TO FS-GAD-DEBITS
                   MOVE WS-GAD-CREDITS(WS-GAD-I) TO FS-GAD-CREDITS
                   WRITE FS-GL-ACCOUNT-DAY-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-GAD-DEBITS(WS-GAD-I) TO FS-GAD-DEBITS
                   ADD WS-GAD-CREDITS(WS-GAD-I) TO FS-GAD-CREDITS
                   REWRITE FS-GL-ACCOUNT-DAY-RECORD
                   END-REWRITE
               END-READ
               ADD 1 TO WS-GAD-I
           END-PERFORM
           CLOSE FS-GL-ACCOUNT-DAY-FILE
           .

       WRITE-CONTROL-TRAILER.
