       IDENTIFICATION DIVISION.
       PROGRAM-ID. concession_module.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-CONTRACT-FILE ASSIGN TO
               'data/concession_contracts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CC-CONTRACT-ID
               FILE STATUS IS WS-CC-FILE-STATUS.

           SELECT FS-CORPORATE-FILE ASSIGN TO
               'data/corporate_accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CA-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-VEHICLES-FILE ASSIGN TO 'data/vehicles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VEHICLE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-TERMINALS-FILE ASSIGN TO 'data/terminals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TRM-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-INVOICE-REGISTER-FILE ASSIGN TO
               'data/invoice_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-IR-INVOICE-ID
               FILE STATUS IS WS-IR-FILE-STATUS.

           SELECT FS-BILLING-LEDGER-FILE ASSIGN TO
               'data/concession_billings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CBL-FILE-STATUS.

           SELECT FS-INVOICE-FILE ASSIGN USING WS-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

      *    One row per advertising placement or concession lease.
      *    The advertiser or lessee is a corporate account, so the
      *    monthly invoices age and dun like any other AR invoice.
      *    The asset is a vehicle (vehicles.txt), or a departure
      *    board or a stall at a terminal (terminals.txt); the
      *    placement says where on it. The wrap flag marks a vehicle
      *    livery that covers the paintwork.
       FD  FS-CONTRACT-FILE.
       01  FS-CONTRACT-RECORD.
           02    FS-CC-CONTRACT-ID    PIC X(15).
           02    FS-CC-FK-ACCOUNT-ID    PIC X(15).
           02    FS-CC-CONTRACT-TYPE    PIC X(10).
           02    FS-CC-ASSET-TYPE    PIC X(8).
           02    FS-CC-ASSET-ID    PIC X(15).
           02    FS-CC-PLACEMENT    PIC X(30).
           02    FS-CC-WRAP-FLAG    PIC X.
           02    FS-CC-START-DATE    PIC 99/99/9999.
           02    FS-CC-END-DATE    PIC 99/99/9999.
           02    FS-CC-MONTHLY-RATE    PIC 9(8)V99.
           02    FS-CC-STATUS    PIC X(9).
           02    FS-CC-LAST-BILLED    PIC X(6).
           02    FS-CC-TIME-STAMP    PIC X(21).

       FD  FS-CORPORATE-FILE.
       01  FS-CORPORATE-RECORD.
           02    FS-CA-ACCOUNT-ID    PIC X(15).
           02    FS-CA-COMPANY-NAME    PIC X(40).
           02    FS-CA-CREDIT-LIMIT    PIC 9(10)V99.
           02    FS-CA-BALANCE    PIC 9(10)V99.
           02    FS-CA-STATUS    PIC X(8).

       FD  FS-VEHICLES-FILE.
       01  FS-VEHICLES-RECORD.
           02    FS-VEHICLE-ID    PIC X(15).
           02    FS-VEHICLE-SERIAL    PIC X(6).
           02    FS-VEHICLE-CLASS    PIC X.
           02    FS-VEHICLE-CAPACITY    PIC 9(3).
           02    FS-VEHICLE-LICENSE-PLATE    PIC X(20).
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP    PIC X(21).

       FD  FS-TERMINALS-FILE.
       01  FS-TERMINALS-RECORD.
           02    FS-TRM-CODE    PIC X(10).
           02    FS-TRM-NAME    PIC X(30).
           02    FS-TRM-ADDRESS    PIC X(50).

       FD  FS-INVOICE-REGISTER-FILE.
       01  FS-INVOICE-REGISTER-RECORD.
           02    FS-IR-INVOICE-ID    PIC X(15).
           02    FS-IR-FK-ACCOUNT-ID    PIC X(15).
           02    FS-IR-AMOUNT    PIC 9(10)V99.
           02    FS-IR-PAID-AMOUNT    PIC 9(10)V99.
           02    FS-IR-STATUS    PIC X(8).
           02    FS-IR-INVOICE-DATE    PIC 99/99/9999.
           02    FS-IR-TIME-STAMP    PIC X(22).

      *    One row per contract per month billed; gl_export books
      *    the rows posted on its run date to the non-fare revenue
      *    accounts.
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

       FD  FS-INVOICE-FILE.
       01  FS-INVOICE-RECORD    PIC X(120).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP    PIC X(21).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-CC-FILE-STATUS    PIC XX.
       01  WS-IR-FILE-STATUS    PIC XX.
       01  WS-CBL-FILE-STATUS    PIC XX.
       01  WS-INVOICE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-INVOICE-PATH    PIC X(60).
       01  WS-EOF    PIC X.
       01  WS-CC-EOF    PIC X.
       01  WS-BUFFER    PIC X.
       01  WS-LINE    PIC X(120).
       01  WS-TIME    PIC 9(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-RUN-MODE-ENTRY    PIC X(20).
       01  WS-CN-MENU-CHOICE    PIC X.
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
       01  WS-TODAY-INT    PIC 9(8).
       01  WS-VAT-RATE    PIC 9(3)V99 VALUE 12.00.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-CN-ACCOUNT-ENTRY    PIC X(15).
       01  WS-CN-TYPE-ENTRY    PIC X(10).
       01  WS-CN-ASSET-TYPE-ENTRY    PIC X(8).
       01  WS-CN-ASSET-ENTRY    PIC X(15).
       01  WS-CN-PLACEMENT-ENTRY    PIC X(30).
       01  WS-CN-WRAP-ENTRY    PIC X.
       01  WS-CN-START-ENTRY    PIC X(10).
       01  WS-CN-END-ENTRY    PIC X(10).
       01  WS-CN-RATE-ENTRY    PIC 9(8)V99.
       01  WS-CN-CONTRACT-ENTRY    PIC X(15).
       01  WS-CN-ENTRY-OK    PIC X.
       01  WS-CN-OVERLAP    PIC X.
       01  WS-CN-COMPANY-NAME    PIC X(40).
       01  WS-CN-DATE-ENTRY    PIC X(10).
       01  WS-CN-DATE-INT    PIC 9(8).
       01  WS-CN-NEW-START-INT    PIC 9(8).
       01  WS-CN-NEW-END-INT    PIC 9(8).
       01  WS-CN-START-INT    PIC 9(8).
       01  WS-CN-END-INT    PIC 9(8).
       01  WS-CN-LIST-COUNT    PIC 9(5).
       01  WS-CN-LIVE-MARK    PIC X(4).
       01  WS-CN-RATE-EDIT    PIC Z(7)9.99.
       01  WS-BILL-PERIOD    PIC X(6).
       01  WS-BILL-ACCOUNT-ID    PIC X(15).
       01  WS-BILL-START-PERIOD    PIC X(6).
       01  WS-BILL-END-PERIOD    PIC X(6).
       01  WS-BILL-DUE    PIC X.
       01  WS-BILL-DUE-COUNT    PIC 9(5).
       01  WS-BILL-LINE-COUNT    PIC 9(5).
       01  WS-BILL-NET    PIC 9(8)V99.
       01  WS-BILL-VAT    PIC 9(8)V99.
       01  WS-BILL-GROSS    PIC 9(8)V99.
       01  WS-BILL-TOTAL    PIC 9(10)V99.
       01  WS-BILL-VAT-TOTAL    PIC 9(10)V99.
       01  WS-BILL-ACCOUNTS-DONE    PIC 9(5) VALUE 0.
       01  WS-BILL-CONTRACTS-DONE    PIC 9(5) VALUE 0.
       01  WS-BILL-ENDED-COUNT    PIC 9(5) VALUE 0.
       01  WS-BILL-GROSS-EDIT    PIC Z(7)9.99.


       PROCEDURE DIVISION.
      *    Advertising and concession contracts - the non-fare
      *    revenue. Advertisers take space on a bus (a full wrap or
      *    panels) or on a terminal departure board; lessees rent a
      *    stall at a terminal. Each contract runs for a period at a
      *    monthly rate and is billed once a month through the same
      *    invoice register the corporate accounts use, so receipts,
      *    aging, dunning and the credit block all come from
      *    ar_aging. 'concession_module BILL' runs the monthly
      *    billing from the batch window; a month already billed is
      *    never billed twice, so the nightly run is harmless.
           ACCEPT WS-RUN-MODE-ENTRY FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE-ENTRY) TO
               WS-RUN-MODE-ENTRY

           PERFORM LOAD-BUSINESS-PARAMETERS

           IF WS-RUN-MODE-ENTRY = 'BILL' THEN
               PERFORM RUN-MONTHLY-BILLING
               GOBACK
           END-IF

           MOVE SPACES TO WS-CN-MENU-CHOICE
           PERFORM UNTIL WS-CN-MENU-CHOICE = '6'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY "  A D V E R T I S I N G  &  C O N C E S S I O N"-
               "S "
               DISPLAY "***********************************************"-
               "****"
               DISPLAY ' '
               DISPLAY '1 - Add a Contract'
               DISPLAY '2 - End a Contract'
               DISPLAY '3 - List Contracts'
               DISPLAY '4 - Placements on an Asset'
               DISPLAY '5 - Run Monthly Billing'
               DISPLAY '6 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-CN-MENU-CHOICE

               DISPLAY ' '

               EVALUATE WS-CN-MENU-CHOICE
                   WHEN '1'
                       PERFORM ADD-CONTRACT
                   WHEN '2'
                       PERFORM END-CONTRACT
                   WHEN '3'
                       PERFORM LIST-CONTRACTS
                   WHEN '4'
                       PERFORM ASSET-PLACEMENT-INQUIRY
                   WHEN '5'
                       PERFORM RUN-MONTHLY-BILLING
                       DISPLAY "Press 'enter' key to continue..."
                       ACCEPT WS-BUFFER
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

       ADD-CONTRACT.
           DISPLAY 'Advertiser / lessee account  : ' WITH NO ADVANCING
           ACCEPT WS-CN-ACCOUNT-ENTRY
           DISPLAY 'Type [advert/concession]     : ' WITH NO ADVANCING
           ACCEPT WS-CN-TYPE-ENTRY
           MOVE FUNCTION LOWER-CASE(WS-CN-TYPE-ENTRY) TO
               WS-CN-TYPE-ENTRY
           DISPLAY 'Asset [vehicle/board/terminal]: ' WITH NO ADVANCING
           ACCEPT WS-CN-ASSET-TYPE-ENTRY
           MOVE FUNCTION LOWER-CASE(WS-CN-ASSET-TYPE-ENTRY) TO
               WS-CN-ASSET-TYPE-ENTRY
           DISPLAY 'Vehicle ID / terminal code   : ' WITH NO ADVANCING
           ACCEPT WS-CN-ASSET-ENTRY
           DISPLAY 'Placement (panel, stall ...) : ' WITH NO ADVANCING
           ACCEPT WS-CN-PLACEMENT-ENTRY
           MOVE 'N' TO WS-CN-WRAP-ENTRY
           IF WS-CN-ASSET-TYPE-ENTRY = 'vehicle' AND
               WS-CN-TYPE-ENTRY = 'advert' THEN
               DISPLAY 'Body wrap over paintwork? Y/N: '
                   WITH NO ADVANCING
               ACCEPT WS-CN-WRAP-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-CN-WRAP-ENTRY) TO
                   WS-CN-WRAP-ENTRY
           END-IF
           DISPLAY 'Start date (MM/DD/YYYY)      : ' WITH NO ADVANCING
           ACCEPT WS-CN-START-ENTRY
           DISPLAY 'End date   (MM/DD/YYYY)      : ' WITH NO ADVANCING
           ACCEPT WS-CN-END-ENTRY
           DISPLAY 'Monthly rate (before VAT)    : ' WITH NO ADVANCING
           ACCEPT WS-CN-RATE-ENTRY

           MOVE 'Y' TO WS-CN-ENTRY-OK
           MOVE WS-CN-START-ENTRY TO WS-CN-DATE-ENTRY
           PERFORM CHECK-DATE-ENTRY
           MOVE WS-CN-DATE-INT TO WS-CN-NEW-START-INT
           MOVE WS-CN-END-ENTRY TO WS-CN-DATE-ENTRY
           PERFORM CHECK-DATE-ENTRY
           MOVE WS-CN-DATE-INT TO WS-CN-NEW-END-INT

           IF WS-CN-ACCOUNT-ENTRY = SPACES OR
               WS-CN-ASSET-ENTRY = SPACES OR
               (WS-CN-TYPE-ENTRY NOT = 'advert' AND
               WS-CN-TYPE-ENTRY NOT = 'concession') OR
               (WS-CN-ASSET-TYPE-ENTRY NOT = 'vehicle' AND
               WS-CN-ASSET-TYPE-ENTRY NOT = 'board' AND
               WS-CN-ASSET-TYPE-ENTRY NOT = 'terminal') OR
               (WS-CN-WRAP-ENTRY NOT = 'Y' AND
               WS-CN-WRAP-ENTRY NOT = 'N') OR
               WS-CN-RATE-ENTRY = ZEROES OR
               WS-CN-ENTRY-OK NOT = 'Y' OR
               WS-CN-NEW-END-INT < WS-CN-NEW-START-INT THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    A stall is leased, not advertised on; a lease on a moving
      *    bus is not something we offer.
           IF (WS-CN-TYPE-ENTRY = 'concession' AND
               WS-CN-ASSET-TYPE-ENTRY NOT = 'terminal') OR
               (WS-CN-TYPE-ENTRY = 'advert' AND
               WS-CN-ASSET-TYPE-ENTRY = 'terminal') THEN
               DISPLAY 'Concessions are terminal stalls; adverts go'
                   ' on a vehicle or a departure board.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CONTRACT-ACCOUNT
           IF WS-CN-ENTRY-OK NOT = 'Y' THEN
               DISPLAY 'No corporate account ' WS-CN-ACCOUNT-ENTRY
                   ' - open the advertiser as a corporate account'
                   ' first.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CONTRACT-ASSET
           IF WS-CN-ENTRY-OK NOT = 'Y' THEN
               DISPLAY 'Asset ' WS-CN-ASSET-ENTRY ' is not on file.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PLACEMENT-OVERLAP
           IF WS-CN-OVERLAP = 'Y' THEN
               DISPLAY 'That placement is already sold for part of'
                   ' the period.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'ADCONTRACT' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CONTRACT-FILE
           END-IF

           MOVE SPACES TO FS-CONTRACT-RECORD
           MOVE WS-GENERATED-ID TO FS-CC-CONTRACT-ID
           MOVE WS-CN-ACCOUNT-ENTRY TO FS-CC-FK-ACCOUNT-ID
           MOVE WS-CN-TYPE-ENTRY TO FS-CC-CONTRACT-TYPE
           MOVE WS-CN-ASSET-TYPE-ENTRY TO FS-CC-ASSET-TYPE
           MOVE WS-CN-ASSET-ENTRY TO FS-CC-ASSET-ID
           MOVE WS-CN-PLACEMENT-ENTRY TO FS-CC-PLACEMENT
           MOVE WS-CN-WRAP-ENTRY TO FS-CC-WRAP-FLAG
           MOVE WS-CN-START-ENTRY TO FS-CC-START-DATE
           MOVE WS-CN-END-ENTRY TO FS-CC-END-DATE
           MOVE WS-CN-RATE-ENTRY TO FS-CC-MONTHLY-RATE
           MOVE 'active' TO FS-CC-STATUS
           MOVE SPACES TO FS-CC-LAST-BILLED
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-CC-TIME-STAMP

           WRITE FS-CONTRACT-RECORD
           END-WRITE
           CLOSE FS-CONTRACT-FILE

           DISPLAY ' '
           DISPLAY 'Contract ' WS-GENERATED-ID ' added for '
               WS-CN-COMPANY-NAME
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       CHECK-DATE-ENTRY.
           MOVE ZEROES TO WS-CN-DATE-INT
           IF WS-CN-DATE-ENTRY(1:2) NOT NUMERIC OR
               WS-CN-DATE-ENTRY(4:2) NOT NUMERIC OR
               WS-CN-DATE-ENTRY(7:4) NOT NUMERIC OR
               WS-CN-DATE-ENTRY(3:1) NOT = '/' OR
               WS-CN-DATE-ENTRY(6:1) NOT = '/' THEN
               MOVE 'N' TO WS-CN-ENTRY-OK
           ELSE
               MOVE WS-CN-DATE-ENTRY(7:4) TO WS-CN-DATE-INT(1:4)
               MOVE WS-CN-DATE-ENTRY(1:2) TO WS-CN-DATE-INT(5:2)
               MOVE WS-CN-DATE-ENTRY(4:2) TO WS-CN-DATE-INT(7:2)
           END-IF
           .

       CHECK-CONTRACT-ACCOUNT.
           MOVE 'N' TO WS-CN-ENTRY-OK
           MOVE SPACES TO WS-CN-COMPANY-NAME
           OPEN INPUT FS-CORPORATE-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-CN-ACCOUNT-ENTRY TO FS-CA-ACCOUNT-ID
               READ FS-CORPORATE-FILE
               KEY IS FS-CA-ACCOUNT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CN-ENTRY-OK
                   MOVE FS-CA-COMPANY-NAME TO WS-CN-COMPANY-NAME
               END-READ
           END-IF
           CLOSE FS-CORPORATE-FILE
           .

       CHECK-CONTRACT-ASSET.
      *    Adverts on a bus are checked against the fleet; boards
      *    and stalls against the terminal they stand in.
           MOVE 'N' TO WS-CN-ENTRY-OK
           IF WS-CN-ASSET-TYPE-ENTRY = 'vehicle' THEN
               OPEN INPUT FS-VEHICLES-FILE
               IF WS-FILE-STATUS = '00' THEN
                   MOVE WS-CN-ASSET-ENTRY TO FS-VEHICLE-ID
                   READ FS-VEHICLES-FILE
                   KEY IS FS-VEHICLE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CN-ENTRY-OK
                   END-READ
               END-IF
               CLOSE FS-VEHICLES-FILE
           ELSE
               OPEN INPUT FS-TERMINALS-FILE
               IF WS-FILE-STATUS = '00' THEN
                   MOVE WS-CN-ASSET-ENTRY TO FS-TRM-CODE
                   READ FS-TERMINALS-FILE
                   KEY IS FS-TRM-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CN-ENTRY-OK
                   END-READ
               END-IF
               CLOSE FS-TERMINALS-FILE
           END-IF
           .

       CHECK-PLACEMENT-OVERLAP.
      *    The same placement cannot be sold twice for overlapping
      *    dates, and a bus carries only one wrap at a time whatever
      *    the placement is called.
           MOVE 'N' TO WS-CN-OVERLAP
           MOVE SPACES TO WS-CC-EOF
           OPEN INPUT FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CC-EOF
           END-IF
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ FS-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF FS-CC-STATUS = 'active' AND
                       FS-CC-ASSET-TYPE = WS-CN-ASSET-TYPE-ENTRY AND
                       FS-CC-ASSET-ID = WS-CN-ASSET-ENTRY AND
                       (FS-CC-PLACEMENT = WS-CN-PLACEMENT-ENTRY OR
                       (FS-CC-WRAP-FLAG = 'Y' AND
                       WS-CN-WRAP-ENTRY = 'Y')) THEN
                       PERFORM SET-CONTRACT-DATE-INTS
                       IF WS-CN-START-INT <= WS-CN-NEW-END-INT AND
                           WS-CN-END-INT >= WS-CN-NEW-START-INT THEN
                           MOVE 'Y' TO WS-CN-OVERLAP
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CC-FILE-STATUS = '00' OR
               WS-CC-FILE-STATUS = '10' THEN
               CLOSE FS-CONTRACT-FILE
           END-IF
           .

       SET-CONTRACT-DATE-INTS.
           MOVE FS-CC-START-DATE(7:4) TO WS-CN-START-INT(1:4)
           MOVE FS-CC-START-DATE(1:2) TO WS-CN-START-INT(5:2)
           MOVE FS-CC-START-DATE(4:2) TO WS-CN-START-INT(7:2)
           MOVE FS-CC-END-DATE(7:4) TO WS-CN-END-INT(1:4)
           MOVE FS-CC-END-DATE(1:2) TO WS-CN-END-INT(5:2)
           MOVE FS-CC-END-DATE(4:2) TO WS-CN-END-INT(7:2)
           .

       END-CONTRACT.
      *    Early termination moves the end date forward; the month
      *    it ends in is still billed in full. A contract ended
      *    before it ever started is cancelled outright.
           DISPLAY 'Contract ID              : ' WITH NO ADVANCING
           ACCEPT WS-CN-CONTRACT-ENTRY
           DISPLAY 'New end date (MM/DD/YYYY): ' WITH NO ADVANCING
           ACCEPT WS-CN-END-ENTRY

           MOVE 'Y' TO WS-CN-ENTRY-OK
           MOVE WS-CN-END-ENTRY TO WS-CN-DATE-ENTRY
           PERFORM CHECK-DATE-ENTRY
           MOVE WS-CN-DATE-INT TO WS-CN-NEW-END-INT
           IF WS-CN-ENTRY-OK NOT = 'Y' THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               CLOSE FS-CONTRACT-FILE
               DISPLAY 'No contracts on file.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CN-CONTRACT-ENTRY TO FS-CC-CONTRACT-ID
           READ FS-CONTRACT-FILE
           KEY IS FS-CC-CONTRACT-ID
           INVALID KEY
               DISPLAY 'Contract not found.'
           NOT INVALID KEY
               PERFORM SET-CONTRACT-DATE-INTS
               IF FS-CC-STATUS NOT = 'active' THEN
                   DISPLAY 'Contract is already ' FS-CC-STATUS
               ELSE
                   IF WS-CN-NEW-END-INT > WS-CN-END-INT THEN
                       DISPLAY 'New end date is after the contracted'
                           ' end - add a new contract to extend.'
                   ELSE
                       MOVE WS-CN-END-ENTRY TO FS-CC-END-DATE
                       IF WS-CN-NEW-END-INT < WS-CN-START-INT AND
                           FS-CC-LAST-BILLED = SPACES THEN
                           MOVE 'cancelled' TO FS-CC-STATUS
                       ELSE
                           IF WS-CN-NEW-END-INT < WS-TODAY-INT THEN
                               MOVE 'ended' TO FS-CC-STATUS
                           END-IF
                       END-IF
                       PERFORM GENERATE-TIME-STAMP
                       MOVE WS-TIME-STAMP TO FS-CC-TIME-STAMP
                       REWRITE FS-CONTRACT-RECORD
                       END-REWRITE
                       DISPLAY 'Contract now ends ' FS-CC-END-DATE
                           ' (' FS-CC-STATUS ').'
                   END-IF
               END-IF
           END-READ
           CLOSE FS-CONTRACT-FILE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       LIST-CONTRACTS.
           MOVE ZEROES TO WS-CN-LIST-COUNT
           DISPLAY 'CONTRACT ID     ACCOUNT         TYPE       ASSET'
               '                    FROM       TO         RATE'
           DISPLAY '---------------------------------------------------'
               '---------------------------------------------'

           MOVE SPACES TO WS-CC-EOF
           OPEN INPUT FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CC-EOF
           END-IF
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ FS-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   ADD 1 TO WS-CN-LIST-COUNT
                   MOVE FS-CC-MONTHLY-RATE TO WS-CN-RATE-EDIT
                   DISPLAY FS-CC-CONTRACT-ID ' ' FS-CC-FK-ACCOUNT-ID
                       ' ' FS-CC-CONTRACT-TYPE ' ' FS-CC-ASSET-TYPE
                       ' ' FS-CC-ASSET-ID ' ' FS-CC-START-DATE ' '
                       FS-CC-END-DATE ' ' WS-CN-RATE-EDIT ' '
                       FS-CC-STATUS
               END-READ
           END-PERFORM
           IF WS-CC-FILE-STATUS = '00' OR
               WS-CC-FILE-STATUS = '10' THEN
               CLOSE FS-CONTRACT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'Contracts : ' WS-CN-LIST-COUNT
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       ASSET-PLACEMENT-INQUIRY.
      *    Everything sold on one bus, board or stall, with the
      *    placements in force today marked LIVE.
           DISPLAY 'Vehicle ID / terminal code : ' WITH NO ADVANCING
           ACCEPT WS-CN-ASSET-ENTRY

           MOVE ZEROES TO WS-CN-LIST-COUNT
           DISPLAY ' '
           DISPLAY '     CONTRACT ID     ACCOUNT         PLACEMENT'
               '                      WRAP FROM       TO'
           DISPLAY '---------------------------------------------------'
               '-------------------------------------'

           MOVE SPACES TO WS-CC-EOF
           OPEN INPUT FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CC-EOF
           END-IF
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ FS-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF FS-CC-ASSET-ID = WS-CN-ASSET-ENTRY THEN
                       ADD 1 TO WS-CN-LIST-COUNT
                       PERFORM SET-CONTRACT-DATE-INTS
                       MOVE SPACES TO WS-CN-LIVE-MARK
                       IF FS-CC-STATUS = 'active' AND
                           WS-CN-START-INT <= WS-TODAY-INT AND
                           WS-CN-END-INT >= WS-TODAY-INT THEN
                           MOVE 'LIVE' TO WS-CN-LIVE-MARK
                       END-IF
                       DISPLAY WS-CN-LIVE-MARK ' ' FS-CC-CONTRACT-ID
                           ' ' FS-CC-FK-ACCOUNT-ID ' '
                           FS-CC-PLACEMENT ' ' FS-CC-WRAP-FLAG '    '
                           FS-CC-START-DATE ' ' FS-CC-END-DATE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CC-FILE-STATUS = '00' OR
               WS-CC-FILE-STATUS = '10' THEN
               CLOSE FS-CONTRACT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'Placements : ' WS-CN-LIST-COUNT
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       RUN-MONTHLY-BILLING.
      *    Every active contract running in the current month is
      *    billed the full monthly rate plus VAT, once. Each account
      *    gets one invoice for all its contracts that month: a
      *    statement under data/invoices/, a row in the invoice
      *    register for the aging, and the amount added to the
      *    account balance that receipts later reduce.
           MOVE ZEROES TO WS-BILL-ACCOUNTS-DONE
           MOVE ZEROES TO WS-BILL-CONTRACTS-DONE
           MOVE ZEROES TO WS-BILL-ENDED-COUNT
           MOVE WS-TODAY-INT(1:6) TO WS-BILL-PERIOD

           CALL "SYSTEM" USING "mkdir -p data/invoices"
               RETURNING WS-RETURN-CODE

           PERFORM CLOSE-LAPSED-CONTRACTS

           MOVE SPACES TO WS-EOF
           OPEN I-O FS-CORPORATE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-CORPORATE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-CA-ACCOUNT-ID TO WS-BILL-ACCOUNT-ID
                   PERFORM COUNT-CONTRACTS-DUE
                   IF WS-BILL-DUE-COUNT > ZEROES THEN
                       PERFORM INVOICE-ONE-ADVERTISER
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR
               WS-FILE-STATUS = '10' THEN
               CLOSE FS-CORPORATE-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'Contract billing for period ' WS-BILL-PERIOD
           DISPLAY 'Accounts invoiced : ' WS-BILL-ACCOUNTS-DONE
           DISPLAY 'Contracts billed  : ' WS-BILL-CONTRACTS-DONE
           DISPLAY 'Contracts ended   : ' WS-BILL-ENDED-COUNT
           .

       CLOSE-LAPSED-CONTRACTS.
      *    A contract whose last month is behind us drops out of
      *    the billing and off the asset.
           MOVE SPACES TO WS-CC-EOF
           OPEN I-O FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CC-EOF
           END-IF
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ FS-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   PERFORM SET-CONTRACT-PERIODS
                   IF FS-CC-STATUS = 'active' AND
                       WS-BILL-END-PERIOD < WS-BILL-PERIOD THEN
                       MOVE 'ended' TO FS-CC-STATUS
                       PERFORM GENERATE-TIME-STAMP
                       MOVE WS-TIME-STAMP TO FS-CC-TIME-STAMP
                       REWRITE FS-CONTRACT-RECORD
                       END-REWRITE
                       ADD 1 TO WS-BILL-ENDED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CC-FILE-STATUS = '00' OR
               WS-CC-FILE-STATUS = '10' THEN
               CLOSE FS-CONTRACT-FILE
           END-IF
           .

       SET-CONTRACT-PERIODS.
           MOVE FS-CC-START-DATE(7:4) TO WS-BILL-START-PERIOD(1:4)
           MOVE FS-CC-START-DATE(1:2) TO WS-BILL-START-PERIOD(5:2)
           MOVE FS-CC-END-DATE(7:4) TO WS-BILL-END-PERIOD(1:4)
           MOVE FS-CC-END-DATE(1:2) TO WS-BILL-END-PERIOD(5:2)
           .

       CHECK-CONTRACT-DUE.
           MOVE 'N' TO WS-BILL-DUE
           PERFORM SET-CONTRACT-PERIODS
           IF FS-CC-FK-ACCOUNT-ID = WS-BILL-ACCOUNT-ID AND
               FS-CC-STATUS = 'active' AND
               WS-BILL-START-PERIOD <= WS-BILL-PERIOD AND
               WS-BILL-END-PERIOD >= WS-BILL-PERIOD AND
               (FS-CC-LAST-BILLED = SPACES OR
               FS-CC-LAST-BILLED < WS-BILL-PERIOD) THEN
               MOVE 'Y' TO WS-BILL-DUE
           END-IF
           .

       COUNT-CONTRACTS-DUE.
           MOVE ZEROES TO WS-BILL-DUE-COUNT
           MOVE SPACES TO WS-CC-EOF
           OPEN INPUT FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CC-EOF
           END-IF
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ FS-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   PERFORM CHECK-CONTRACT-DUE
                   IF WS-BILL-DUE = 'Y' THEN
                       ADD 1 TO WS-BILL-DUE-COUNT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CC-FILE-STATUS = '00' OR
               WS-CC-FILE-STATUS = '10' THEN
               CLOSE FS-CONTRACT-FILE
           END-IF
           .

       INVOICE-ONE-ADVERTISER.
           MOVE ZEROES TO WS-BILL-LINE-COUNT
           MOVE ZEROES TO WS-BILL-TOTAL
           MOVE ZEROES TO WS-BILL-VAT-TOTAL

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'INVOICE' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           MOVE SPACES TO WS-INVOICE-PATH
           STRING 'data/invoices/'
               FUNCTION TRIM(WS-BILL-ACCOUNT-ID) '_' WS-BILL-PERIOD
               '_contracts.txt'
           DELIMITED BY SIZE INTO WS-INVOICE-PATH

           OPEN OUTPUT FS-INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open invoice file for '
                   WS-BILL-ACCOUNT-ID '>'
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-TIME-STAMP

           MOVE "--------------------------------------------------"
           TO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE "     ADVERTISING AND CONCESSION INVOICE           "
           TO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE "--------------------------------------------------"
           TO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "Invoice  : " WS-GENERATED-ID
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "Account  : " WS-BILL-ACCOUNT-ID
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "Company  : " FS-CA-COMPANY-NAME
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "Period   : " WS-BILL-PERIOD(5:2) '/'
               WS-BILL-PERIOD(1:4)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "Produced : " WS-TIME-STAMP
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE "CONTRACT ID     | ASSET           | PLACEMENT      "-
           "      | AMOUNT" TO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           PERFORM BILL-ADVERTISER-CONTRACTS

           MOVE "--------------------------------------------------"
           TO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "Contracts: " WS-BILL-LINE-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "VAT      : " WS-BILL-VAT-TOTAL
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING "TOTAL DUE: " WS-BILL-TOTAL
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           CLOSE FS-INVOICE-FILE

           IF WS-BILL-LINE-COUNT > ZEROES THEN
               ADD 1 TO WS-BILL-ACCOUNTS-DONE
               PERFORM RECORD-INVOICE-REGISTER
               ADD WS-BILL-TOTAL TO FS-CA-BALANCE
               REWRITE FS-CORPORATE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               DISPLAY WS-BILL-ACCOUNT-ID ' invoiced - contracts: '
                   WS-BILL-LINE-COUNT ' total: ' WS-BILL-TOTAL
           END-IF
           .

       BILL-ADVERTISER-CONTRACTS.
           OPEN EXTEND FS-BILLING-LEDGER-FILE
           IF WS-CBL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BILLING-LEDGER-FILE
           END-IF

           MOVE SPACES TO WS-CC-EOF
           OPEN I-O FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CC-EOF
           END-IF
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ FS-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   PERFORM CHECK-CONTRACT-DUE
                   IF WS-BILL-DUE = 'Y' THEN
                       PERFORM BILL-ONE-CONTRACT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CC-FILE-STATUS = '00' OR
               WS-CC-FILE-STATUS = '10' THEN
               CLOSE FS-CONTRACT-FILE
           END-IF

           CLOSE FS-BILLING-LEDGER-FILE
           .

       BILL-ONE-CONTRACT.
           MOVE FS-CC-MONTHLY-RATE TO WS-BILL-NET
           COMPUTE WS-BILL-VAT ROUNDED =
               WS-BILL-NET * WS-VAT-RATE / 100
           COMPUTE WS-BILL-GROSS = WS-BILL-NET + WS-BILL-VAT

           MOVE WS-BILL-GROSS TO WS-BILL-GROSS-EDIT
           MOVE SPACES TO WS-LINE
           STRING FS-CC-CONTRACT-ID ' | ' FS-CC-ASSET-ID ' | '
               FS-CC-PLACEMENT(1:20) ' | ' WS-BILL-GROSS-EDIT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-INVOICE-RECORD FROM WS-LINE

           MOVE SPACES TO FS-BILLING-LEDGER-RECORD
           MOVE WS-GENERATED-ID TO FS-CB-INVOICE-ID
           MOVE FS-CC-CONTRACT-ID TO FS-CB-FK-CONTRACT-ID
           MOVE FS-CC-FK-ACCOUNT-ID TO FS-CB-FK-ACCOUNT-ID
           MOVE FS-CC-CONTRACT-TYPE TO FS-CB-CONTRACT-TYPE
           MOVE WS-BILL-PERIOD TO FS-CB-PERIOD
           MOVE WS-BILL-NET TO FS-CB-NET-AMOUNT
           MOVE WS-BILL-VAT TO FS-CB-VAT-AMOUNT
           MOVE WS-BILL-GROSS TO FS-CB-GROSS-AMOUNT
           MOVE WS-TS-DATE TO FS-CB-POSTED-DATE
           WRITE FS-BILLING-LEDGER-RECORD

           MOVE WS-BILL-PERIOD TO FS-CC-LAST-BILLED
           REWRITE FS-CONTRACT-RECORD
           END-REWRITE

           ADD 1 TO WS-BILL-LINE-COUNT
           ADD 1 TO WS-BILL-CONTRACTS-DONE
           ADD WS-BILL-GROSS TO WS-BILL-TOTAL
           ADD WS-BILL-VAT TO WS-BILL-VAT-TOTAL
           .

       RECORD-INVOICE-REGISTER.
           OPEN I-O FS-INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-INVOICE-REGISTER-FILE
           END-IF

           MOVE SPACES TO FS-INVOICE-REGISTER-RECORD
           MOVE WS-GENERATED-ID TO FS-IR-INVOICE-ID
           MOVE WS-BILL-ACCOUNT-ID TO FS-IR-FK-ACCOUNT-ID
           MOVE WS-BILL-TOTAL TO FS-IR-AMOUNT
           MOVE ZEROES TO FS-IR-PAID-AMOUNT
           MOVE 'open' TO FS-IR-STATUS
           MOVE WS-TS-DATE TO FS-IR-INVOICE-DATE
           MOVE WS-TIME-STAMP TO FS-IR-TIME-STAMP

           WRITE FS-INVOICE-REGISTER-RECORD
           END-WRITE
           CLOSE FS-INVOICE-REGISTER-FILE
           .

       LOAD-BUSINESS-PARAMETERS.
      *    Contract rents carry the same VAT rate as the fares, read
      *    from data/business_params.txt with the compiled-in value
      *    as the fallback.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           MOVE WS-TODAY-INT TO WS-BPM-TODAY-INT

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'VAT-RATE' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-VAT-RATE
               END-IF
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .

       READ-ONE-BUSINESS-PARAM.
           MOVE 'N' TO WS-BPM-PARAM-IS-LIVE
           READ FS-BUSINESS-PARAMS-FILE
           KEY IS FS-BPM-PARAM-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
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
               END-IF
           END-READ
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
