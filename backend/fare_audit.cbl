               RECORD KEY IS FS-BST-BOOKING-ID
               FILE STATUS IS WS-BST-FILE-STATUS.

           SELECT FS-SEAT-ATTR-FILE ASSIGN TO
               'data/seat_attributes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SATT-KEY
               FILE STATUS IS WS-SATT-FILE-STATUS.

           SELECT FS-FARE-PRODUCT-FILE ASSIGN TO
               'data/booking_fare_products.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-FP-BOOKING-ID
               FILE STATUS IS WS-FP-FILE-STATUS.

           SELECT FS-CORP-CONTRACT-FILE ASSIGN TO
               'data/corporate_contracts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CCT-CONTRACT-ID
               FILE STATUS IS WS-CCT-FILE-STATUS.

           SELECT FS-BOOKING-CONTRACT-FILE ASSIGN TO
               'data/booking_contract_fares.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BCF-BOOKING-ID
               FILE STATUS IS WS-BCF-FILE-STATUS.

           SELECT FS-SALE-TERMINALS-FILE ASSIGN TO
               'data/sale_terminals.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-BG-BOOKING-ID
               FILE STATUS IS WS-BG-FILE-STATUS.

           SELECT FS-MINOR-TRAVEL-FILE ASSIGN TO
               'data/minor_travel.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-UMT-BOOKING-ID
               FILE STATUS IS WS-UMT-FILE-STATUS.

           SELECT FS-INSURANCE-FILE ASSIGN TO
               'data/insurance_policies.txt'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT FS-CARGO-FILE ASSIGN TO 'data/cargo.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CG-CONSIGNMENT-ID
               FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT FS-CARGO-LEGS-FILE ASSIGN TO 'data/cargo_legs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CGL-KEY
               FILE STATUS IS WS-CGL-FILE-STATUS.

           SELECT FS-CARGO-TARIFF-FILE ASSIGN TO
               'data/cargo_tariffs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTF-KEY
               FILE STATUS IS WS-CTF-FILE-STATUS.

           SELECT FS-CARGO-AUDIT-OUT-FILE ASSIGN TO
               'data/export/cargo_fare_audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
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
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
           02    FS-FARE-TIER-2-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIER-3-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIME-STAMP.
               03    FS-FM-DATE    PIC 99/99/9999.
               03    FS-FM-FILLER-SPACE    PIC X(3).
               03    FS-FM-TIME.
                   04    FS-FM-HOUR    PIC 99.
           02    FS-PRICING-CALENDAR-ID    PIC X(15).
           02    FS-PC-FK-ROUTE-ID    PIC X(15).
           02    FS-PC-LABEL    PIC X(30).
           02    FS-PC-START-DATE    PIC 99/99/9999.
           02    FS-PC-END-DATE    PIC 99/99/9999.
           02    FS-PC-MULTIPLIER    PIC 9(3)V99.
           02    FS-PC-STATUS    PIC X(8).
           02    FS-PC-TIME-STAMP.
               03    FS-PC-DATE    PIC 99/99/9999.
               03    FS-PC-FILLER-SPACE    PIC X(3).
               03    FS-PC-TIME.
                   04    FS-PC-HOUR    PIC 99.
           02    FS-PROMO-CODE    PIC X(15).
           02    FS-PROMO-DISCOUNT-TYPE    PIC X.
           02    FS-PROMO-DISCOUNT-VALUE    PIC 9(7)V99.
           02    FS-PROMO-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-PROMO-STATUS    PIC X(8).
           02    FS-PROMO-TIME-STAMP.
               03    FS-PR-DATE    PIC 99/99/9999.
               03    FS-PR-FILLER-SPACE    PIC X(3).
               03    FS-PR-TIME.
                   04    FS-PR-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-BST-ALIGHT-STOP-ID    PIC X(15).
           02    FS-BST-STAGE-DISTANCE    PIC 9(10)V9(2).

       FD  FS-SEAT-ATTR-FILE.
       01  FS-SEAT-ATTR-RECORD.
           02    FS-SATT-KEY.
               03    FS-SATT-VEHICLE-CLASS    PIC X.
               03    FS-SATT-SEAT-NO    PIC 9(3).
           02    FS-SATT-POSITION    PIC X(6).
           02    FS-SATT-ZONE    PIC X(5).
           02    FS-SATT-PWD-FLAG    PIC X.
           02    FS-SATT-DOOR-FLAG    PIC X.
           02    FS-SATT-LEGROOM-FLAG    PIC X.
           02    FS-SATT-DECK    PIC X.
           02    FS-SATT-BERTH    PIC X.

       FD  FS-FARE-PRODUCT-FILE.
       01  FS-FARE-PRODUCT-RECORD.
           02    FS-FP-BOOKING-ID    PIC X(15).
           02    FS-FP-PRODUCT    PIC X(8).

       FD  FS-CORP-CONTRACT-FILE.
       01  FS-CORP-CONTRACT-RECORD.
           02    FS-CCT-CONTRACT-ID    PIC X(15).
           02    FS-CCT-ACCOUNT-ID    PIC X(15).
           02    FS-CCT-ROUTE-ID    PIC X(15).
           02    FS-CCT-VEHICLE-CLASS    PIC X.
           02    FS-CCT-RATE-TYPE    PIC X.
           02    FS-CCT-RATE-VALUE    PIC 9(8)V99.
           02    FS-CCT-VALID-FROM    PIC 99/99/9999.
           02    FS-CCT-VALID-TO    PIC 99/99/9999.
           02    FS-CCT-STATUS    PIC X(8).
           02    FS-CCT-TIME-STAMP    PIC X(21).

       FD  FS-BOOKING-CONTRACT-FILE.
       01  FS-BOOKING-CONTRACT-RECORD.
           02    FS-BCF-BOOKING-ID    PIC X(15).
           02    FS-BCF-ACCOUNT-ID    PIC X(15).
           02    FS-BCF-CONTRACT-ID    PIC X(15).
           02    FS-BCF-TRAVEL-DATE    PIC 99/99/9999.
           02    FS-BCF-LIST-FARE    PIC 9(10)V99.
           02    FS-BCF-CONTRACT-FARE    PIC 9(10)V99.
           02    FS-BCF-CHARGED-FARE    PIC 9(10)V99.

       FD  FS-SALE-TERMINALS-FILE.
       01  FS-SALE-TERMINALS-RECORD.
           02    FS-STM-PAYMENT-ID    PIC X(15).
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
           02    FS-BG-EXCESS-WEIGHT-KG    PIC 9(4)V99.
           02    FS-BG-FEE-AMOUNT    PIC 9(10)V99.

       FD  FS-MINOR-TRAVEL-FILE.
       01  FS-MINOR-TRAVEL-RECORD.
           02    FS-UMT-BOOKING-ID    PIC X(15).
           02    FS-UMT-MINOR-NAME    PIC X(40).
           02    FS-UMT-MINOR-AGE    PIC 99.
           02    FS-UMT-SEND-NAME    PIC X(40).
           02    FS-UMT-SEND-PHONE    PIC X(11).
           02    FS-UMT-SEND-ID-TYPE    PIC X(15).
           02    FS-UMT-SEND-ID-NO    PIC X(20).
           02    FS-UMT-RECV-NAME    PIC X(40).
           02    FS-UMT-RECV-PHONE    PIC X(11).
           02    FS-UMT-RECV-ID-TYPE    PIC X(15).
           02    FS-UMT-RECV-ID-NO    PIC X(20).
           02    FS-UMT-ESCORT-FEE    PIC 9(6)V99.
           02    FS-UMT-STATUS    PIC X(8).
           02    FS-UMT-HANDED-TO-NAME    PIC X(40).
           02    FS-UMT-HANDED-TO-ID-NO    PIC X(20).
           02    FS-UMT-FK-CONDUCTOR-ID    PIC X(15).
           02    FS-UMT-HANDOVER-STAMP    PIC X(21).
           02    FS-UMT-TIME-STAMP    PIC X(21).

       FD  FS-INSURANCE-FILE.
       01  FS-INSURANCE-RECORD.
           02    FS-INS-BOOKING-ID    PIC X(15).
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

       FD  FS-AUDIT-OUT-FILE.
       01  FS-AUDIT-OUT-RECORD    PIC X(132).

       FD  FS-CARGO-FILE.
       01  FS-CARGO-RECORD.
           02    FS-CG-CONSIGNMENT-ID    PIC X(15).
           02    FS-CG-FK-SCHEDULE-ID    PIC X(15).
           02    FS-CG-SENDER-NAME    PIC X(50).
           02    FS-CG-SENDER-PHONE    PIC X(11).
           02    FS-CG-RECEIVER-NAME    PIC X(50).
           02    FS-CG-RECEIVER-PHONE    PIC X(11).
           02    FS-CG-WEIGHT-KG    PIC 9(5)V99.
           02    FS-CG-DECLARED-VALUE    PIC 9(10)V99.
           02    FS-CG-FEE    PIC 9(10)V99.
           02    FS-CG-STATUS    PIC X(10).
           02    FS-CG-COD-AMOUNT    PIC 9(10)V99.
           02    FS-CG-COD-STATUS    PIC X(10).
           02    FS-CG-TIME-STAMP    PIC X(21).
           02    FS-CG-LENGTH-CM    PIC 9(4).
           02    FS-CG-WIDTH-CM    PIC 9(4).
           02    FS-CG-HEIGHT-CM    PIC 9(4).
           02    FS-CG-CHARGE-WEIGHT    PIC 9(5)V99.
           02    FS-CG-ACCEPT-DATE    PIC 99/99/9999.

       FD  FS-CARGO-LEGS-FILE.
       01  FS-CARGO-LEG-RECORD.
           02    FS-CGL-KEY.
               03    FS-CGL-CONSIGNMENT-ID    PIC X(15).
               03    FS-CGL-LEG-NUMBER    PIC 9(2).
           02    FS-CGL-FK-JOURNEY-ID    PIC X(15).
           02    FS-CGL-FK-SCHEDULE-ID    PIC X(15).
           02    FS-CGL-FK-ROUTE-ID    PIC X(15).
           02    FS-CGL-OPERATOR-ID    PIC X(15).
           02    FS-CGL-WEIGHT-KG    PIC 9(5)V99.
           02    FS-CGL-FEE-SHARE    PIC 9(10)V99.
           02    FS-CGL-STATUS    PIC X(11).
           02    FS-CGL-ACCEPT-DATE    PIC 99/99/9999.
           02    FS-CGL-SCAN-TERMINAL    PIC X(10).
           02    FS-CGL-SCAN-STAMP    PIC X(21).

       FD  FS-CARGO-TARIFF-FILE.
       01  FS-CARGO-TARIFF-RECORD.
           02    FS-CTF-KEY.
               03    FS-CTF-DISTANCE-TO    PIC 9(5).
               03    FS-CTF-WEIGHT-TO    PIC 9(5)V99.
           02    FS-CTF-RATE-PER-KG    PIC 9(4)V99.
           02    FS-CTF-MINIMUM-CHARGE    PIC 9(6)V99.
           02    FS-CTF-APPROVED-BY    PIC X(15).
           02    FS-CTF-TIME-STAMP    PIC X(21).

       FD  FS-CARGO-AUDIT-OUT-FILE.
       01  FS-CARGO-AUDIT-OUT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-BST-FILE-STATUS    PIC XX.
       01  WS-SATT-FILE-STATUS    PIC XX.
       01  WS-FP-FILE-STATUS    PIC XX.
       01  WS-STM-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-LINE    PIC X(132).
       01  WS-TIME    PIC 9(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-AUDIT-DATE-ENTRY    PIC X(10).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-FA-CHECKED    PIC 9(6) VALUE 0.
       01  WS-FA-CHANNEL    PIC X(8).
       01  WS-FA-TOLERANCE    PIC 9(5)V99 VALUE 5.00.
       01  WS-BG-FILE-STATUS    PIC XX.
       01  WS-UMT-FILE-STATUS    PIC XX.
       01  WS-INS-FILE-STATUS    PIC XX.
       01  WS-LVL-FILE-STATUS    PIC XX.
       01  WS-LVL-EOF    PIC X.
       01  WS-SEAT-PREM-FRONT    PIC 9(5)V99 VALUE 25.00.
       01  WS-SEAT-PREM-LEGROOM    PIC 9(5)V99 VALUE 15.00.
       01  WS-SEAT-DISC-REAR    PIC 9(5)V99 VALUE 10.00.
       01  WS-SEAT-PREM-UPPER-DECK    PIC 9(5)V99 VALUE 20.00.
       01  WS-SEAT-PREM-LOWER-BERTH    PIC 9(5)V99 VALUE 50.00.
       01  WS-FA-DEP-DATE-INT    PIC 9(8).
       01  WS-FA-DEP-DAY    PIC S9(9) COMP.
       01  WS-FA-START-DAY    PIC S9(9) COMP.
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-FA-SEAT-NO    PIC 9(3).
       01  WS-FA-CAPACITY    PIC 9(3).
       01  WS-CCT-FILE-STATUS    PIC XX.
       01  WS-BCF-FILE-STATUS    PIC XX.
       01  WS-FA-CONTRACT-FOUND    PIC X.
       01  WS-FA-CONTRACT-FARE    PIC 9(10)V99.
       01  WS-CG-FILE-STATUS    PIC XX.
       01  WS-CGL-FILE-STATUS    PIC XX.
       01  WS-CGL-EOF    PIC X.
       01  WS-CTF-FILE-STATUS    PIC XX.
       01  WS-CTF-EOF    PIC X.
       01  WS-CA-CHECKED    PIC 9(6) VALUE 0.
       01  WS-CA-EXCEPTIONS    PIC 9(6) VALUE 0.
       01  WS-CA-DIM-DIVISOR    PIC 9(6) VALUE 3500.
       01  WS-CA-FLAT-RATE    PIC 9(3)V99 VALUE 15.00.
       01  WS-CA-VALUE-PCT    PIC 9(3)V99 VALUE 1.00.
       01  WS-CA-DIM-WEIGHT    PIC 9(5)V99.
       01  WS-CA-CHARGE-WEIGHT    PIC 9(5)V99.
       01  WS-CA-DISTANCE    PIC 9(10)V99.
       01  WS-CA-BAND-DISTANCE    PIC 9(5).
       01  WS-CA-BAND-RATE    PIC 9(4)V99.
       01  WS-CA-BAND-MINIMUM    PIC 9(6)V99.
       01  WS-CA-BAND-FOUND    PIC X.
       01  WS-CA-FREIGHT    PIC 9(10)V99.
       01  WS-CA-EXPECTED    PIC 9(10)V99.
       01  WS-CA-VARIANCE    PIC S9(10)V99.
       01  WS-CA-LEG-COUNT    PIC 9(2).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    surge multiplier, plus a small tolerance. Anything
      *    outside lands on the exception report by channel - that
      *    catches pricing bugs and manual-override abuse alike.
      *    Corporate bookings sold on a negotiated contract fare are
      *    checked against the contract rate instead.
           ACCEPT WS-AUDIT-DATE-ENTRY FROM COMMAND-LINE
           IF WS-AUDIT-DATE-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO WS-AUDIT-DATE-ENTRY(1:2)
               MOVE '/' TO WS-AUDIT-DATE-ENTRY(3:1)
               MOVE WS-TODAY-DD TO WS-AUDIT-DATE-ENTRY(4:2)
               MOVE '/' TO WS-AUDIT-DATE-ENTRY(6:1)
               MOVE WS-TODAY-YYYY TO WS-AUDIT-DATE-ENTRY(7:4)
           END-IF

           PERFORM LOAD-BUSINESS-PARAMETERS
           OPEN INPUT FS-ROUTES-FILE
           OPEN INPUT FS-VEHICLES-FILE
           OPEN INPUT FS-BOOKING-STAGE-FILE
           OPEN INPUT FS-SEAT-ATTR-FILE
           OPEN INPUT FS-FARE-PRODUCT-FILE
           OPEN INPUT FS-PAYMENT-FILE
           OPEN INPUT FS-SALE-TERMINALS-FILE
           OPEN INPUT FS-BAGGAGE-FILE
           OPEN INPUT FS-MINOR-TRAVEL-FILE
           OPEN INPUT FS-INSURANCE-FILE
           OPEN INPUT FS-CORP-CONTRACT-FILE
           OPEN INPUT FS-BOOKING-CONTRACT-FILE

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-FILE
                       FS-BOOKING-STATUS = 'reserved' OR
                       FS-BOOKING-STATUS = 'checked' OR
                       FS-BOOKING-STATUS = 'boarded') AND
                       FS-PASSENGER-CATEGORY NOT = 'charter' AND
                       FS-PASSENGER-CATEGORY NOT = 'nonrev' THEN
                       PERFORM AUDIT-ONE-BOOKING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-BOOKING-FILE

           IF WS-BCF-FILE-STATUS = '00' OR
               WS-BCF-FILE-STATUS = '10' OR
               WS-BCF-FILE-STATUS = '23' THEN
               CLOSE FS-BOOKING-CONTRACT-FILE
           END-IF
           IF WS-CCT-FILE-STATUS = '00' OR
               WS-CCT-FILE-STATUS = '10' OR
               WS-CCT-FILE-STATUS = '23' THEN
               CLOSE FS-CORP-CONTRACT-FILE
           END-IF
           IF WS-INS-FILE-STATUS = '00' OR
               WS-INS-FILE-STATUS = '10' OR
               WS-INS-FILE-STATUS = '23' THEN
               WS-BG-FILE-STATUS = '23' THEN
               CLOSE FS-BAGGAGE-FILE
           END-IF
           IF WS-UMT-FILE-STATUS = '00' OR
               WS-UMT-FILE-STATUS = '10' OR
               WS-UMT-FILE-STATUS = '23' THEN
               CLOSE FS-MINOR-TRAVEL-FILE
           END-IF
           CLOSE FS-SALE-TERMINALS-FILE
           CLOSE FS-PAYMENT-FILE
           CLOSE FS-FARE-PRODUCT-FILE
           CLOSE FS-SEAT-ATTR-FILE
           CLOSE FS-BOOKING-STAGE-FILE
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-ROUTES-FILE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-AUDIT-OUT-RECORD FROM WS-LINE
           CLOSE FS-AUDIT-OUT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'FARE-AUDIT fare_audit '
               'data/export/fare_audit.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           PERFORM CARGO-FARE-AUDIT

           DISPLAY 'Fare audit for ' WS-AUDIT-DATE-ENTRY
           DISPLAY 'Bookings checked : ' WS-FA-CHECKED
           DISPLAY 'Exceptions       : ' WS-FA-EXCEPTIONS
           DISPLAY 'Report written to data/export/fare_audit.txt'
           DISPLAY 'Consignments checked : ' WS-CA-CHECKED
           DISPLAY 'Cargo exceptions     : ' WS-CA-EXCEPTIONS
           DISPLAY 'Report written to data/export/cargo_fare_audit.txt'

           GOBACK
           STOP RUN.
           PERFORM DERIVE-CALENDAR-MULTIPLIER
           PERFORM DERIVE-STAGE-FACTOR
           PERFORM DERIVE-SEAT-ADJUSTMENT
           PERFORM DERIVE-CONTRACT-FARE

      *    A corporate booking priced by its negotiated contract is
      *    checked against the contract rate instead of the list
      *    fare; contracts carry no surge, so there is no band.
           IF WS-FA-CONTRACT-FOUND = 'Y' THEN
               MOVE WS-FA-CONTRACT-FARE TO WS-FA-EXPECTED
               IF FS-PASSENGER-CATEGORY = 'senior' OR
                   FS-PASSENGER-CATEGORY = 'PWD' THEN
                   COMPUTE WS-FA-EXPECTED ROUNDED =
                       WS-FA-EXPECTED * 0.80
               END-IF
               PERFORM ADD-PASSTHRU-COMPONENTS
               MOVE WS-FA-EXPECTED TO WS-FA-EXPECTED-HIGH
           ELSE
               COMPUTE WS-FA-EXPECTED ROUNDED =
                   FS-ROUTE-BASE-PRICE * WS-FA-FARE-FACTOR *
                   WS-FA-CAL-MULT * WS-FA-STAGE-FACTOR
               ADD WS-FA-SEAT-ADJ TO WS-FA-EXPECTED

               IF FS-PASSENGER-CATEGORY = 'senior' OR
                   FS-PASSENGER-CATEGORY = 'PWD' THEN
                   COMPUTE WS-FA-EXPECTED ROUNDED =
                       WS-FA-EXPECTED * 0.80
               END-IF

               PERFORM DERIVE-FARE-PRODUCT
               IF WS-FA-PRODUCT = 'SAVER' THEN
                   COMPUTE WS-FA-EXPECTED ROUNDED =
                       WS-FA-EXPECTED * (100 - WS-FA-SAVER-PCT) / 100
               END-IF

               PERFORM DERIVE-PROMO-DISCOUNT

      *        The stored price folds in the excess-baggage fee, a
      *        minor's escort fee, the terminal levies and the
      *        insurance premium at sale time, so the recomputation
      *        adds the same components back or every bagged,
      *        escorted, levied or insured booking would look like
      *        an exception (or hide inside the surge band).
               PERFORM ADD-PASSTHRU-COMPONENTS

               COMPUTE WS-FA-EXPECTED-HIGH ROUNDED =
                   WS-FA-EXPECTED * WS-FA-SURGE-HIGH-MULT
           END-IF

           IF FS-PRICE < WS-FA-EXPECTED - WS-FA-TOLERANCE OR
               FS-PRICE > WS-FA-EXPECTED-HIGH + WS-FA-TOLERANCE
               END-READ
           END-IF

           IF WS-UMT-FILE-STATUS = '00' OR
               WS-UMT-FILE-STATUS = '10' OR
               WS-UMT-FILE-STATUS = '23' THEN
               MOVE FS-BOOKING-ID TO FS-UMT-BOOKING-ID
               READ FS-MINOR-TRAVEL-FILE
               KEY IS FS-UMT-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FS-UMT-ESCORT-FEE TO WS-FA-EXPECTED
               END-READ
           END-IF

           IF WS-INS-FILE-STATUS = '00' OR
               WS-INS-FILE-STATUS = '10' OR
               WS-INS-FILE-STATUS = '23' THEN
       DERIVE-CALENDAR-MULTIPLIER.
           MOVE 1.00 TO WS-FA-CAL-MULT

           MOVE FS-S-D-DATE(7:4) TO WS-FA-DEP-DATE-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-FA-DEP-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-FA-DEP-DATE-INT(7:2)
           COMPUTE WS-FA-DEP-DAY =
               NOT AT END
                   IF FS-PC-FK-ROUTE-ID = FS-ROUTE-ID AND
                       FS-PC-STATUS = 'active' THEN
                       MOVE FS-PC-START-DATE(7:4) TO
                           WS-FA-DATE-INT(1:4)
                       MOVE FS-PC-START-DATE(1:2) TO
                           WS-FA-DATE-INT(5:2)
                       MOVE FS-PC-START-DATE(4:2) TO
                           WS-FA-DATE-INT(7:2)
                       COMPUTE WS-FA-START-DAY =
                           FUNCTION INTEGER-OF-DATE(WS-FA-DATE-INT)
                       MOVE FS-PC-END-DATE(7:4) TO
                           WS-FA-DATE-INT(1:4)
                       MOVE FS-PC-END-DATE(1:2) TO
                           WS-FA-DATE-INT(5:2)
                       MOVE FS-PC-END-DATE(4:2) TO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

      *        Upper-deck and lower-berth supplements only exist where
      *        the layout file says so.
               IF WS-SATT-FILE-STATUS = '00' THEN
                   MOVE FS-VEHICLE-CLASS TO FS-SATT-VEHICLE-CLASS
                   MOVE WS-FA-SEAT-NO TO FS-SATT-SEAT-NO
                   READ FS-SEAT-ATTR-FILE
                   KEY IS FS-SATT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-SATT-DECK = 'U' THEN
                           ADD WS-SEAT-PREM-UPPER-DECK TO
                               WS-FA-SEAT-ADJ
                       END-IF
                       IF FS-SATT-BERTH = 'L' THEN
                           ADD WS-SEAT-PREM-LOWER-BERTH TO
                               WS-FA-SEAT-ADJ
                       END-IF
                   END-READ
               END-IF
           END-IF
           .

       DERIVE-CONTRACT-FARE.
      *    The contract the booking was priced by is re-read and its
      *    rate replayed: a fixed fare as it stands, a percentage off
      *    the un-surged list fare. A contract since removed from
      *    the master falls back to the rate recorded at sale.
           MOVE 'N' TO WS-FA-CONTRACT-FOUND
           MOVE ZEROES TO WS-FA-CONTRACT-FARE
           IF WS-BCF-FILE-STATUS NOT = '00' AND
               WS-BCF-FILE-STATUS NOT = '10' AND
               WS-BCF-FILE-STATUS NOT = '23' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FS-BOOKING-ID TO FS-BCF-BOOKING-ID
           READ FS-BOOKING-CONTRACT-FILE
           KEY IS FS-BCF-BOOKING-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-FA-CONTRACT-FOUND
           MOVE FS-BCF-CONTRACT-FARE TO WS-FA-CONTRACT-FARE

           IF WS-CCT-FILE-STATUS = '00' OR
               WS-CCT-FILE-STATUS = '10' OR
               WS-CCT-FILE-STATUS = '23' THEN
               MOVE FS-BCF-CONTRACT-ID TO FS-CCT-CONTRACT-ID
               READ FS-CORP-CONTRACT-FILE
               KEY IS FS-CCT-CONTRACT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-CCT-RATE-TYPE = 'F' THEN
                       MOVE FS-CCT-RATE-VALUE TO WS-FA-CONTRACT-FARE
                   ELSE
                       COMPUTE WS-FA-CONTRACT-FARE ROUNDED =
                           FS-ROUTE-BASE-PRICE * WS-FA-FARE-FACTOR *
                           WS-FA-CAL-MULT * WS-FA-STAGE-FACTOR *
                           (100 - FS-CCT-RATE-VALUE) / 100
                   END-IF
               END-READ
           END-IF
           .

           END-IF
           .

       CARGO-FARE-AUDIT.
      *    The cargo side of the audit: every consignment accepted
      *    on the audit date is repriced from its dimensions, the
      *    distance it travels (the whole journey for a through
      *    consignment) and the cargo tariff table, the same way the
      *    cargo desk prices it. A chargeable weight or fee that
      *    does not agree is listed.
           OPEN OUTPUT FS-CARGO-AUDIT-OUT-FILE
           MOVE SPACES TO WS-LINE
           STRING 'CARGO FARE AUDIT FOR ' WS-AUDIT-DATE-ENTRY
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-CARGO-AUDIT-OUT-RECORD FROM WS-LINE
           MOVE 'CONSIGNMENT     CHG KG   EXP KG   STORED FEE   EXP'-
               'ECTED FEE  VARIANCE' TO WS-LINE
           WRITE FS-CARGO-AUDIT-OUT-RECORD FROM WS-LINE

           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-ROUTES-FILE
           OPEN INPUT FS-CARGO-LEGS-FILE

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-CARGO-FILE
           IF WS-CG-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-CARGO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-CG-ACCEPT-DATE = WS-AUDIT-DATE-ENTRY THEN
                       PERFORM AUDIT-ONE-CONSIGNMENT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CG-FILE-STATUS = '00' OR
               WS-CG-FILE-STATUS = '10' THEN
               CLOSE FS-CARGO-FILE
           END-IF

           IF WS-CGL-FILE-STATUS = '00' OR
               WS-CGL-FILE-STATUS = '10' OR
               WS-CGL-FILE-STATUS = '23' THEN
               CLOSE FS-CARGO-LEGS-FILE
           END-IF
           CLOSE FS-ROUTES-FILE
           CLOSE FS-SCHEDULES-FILE

           MOVE SPACES TO WS-LINE
           STRING 'Checked ' WS-CA-CHECKED ' exceptions '
               WS-CA-EXCEPTIONS
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-CARGO-AUDIT-OUT-RECORD FROM WS-LINE
           CLOSE FS-CARGO-AUDIT-OUT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'CARGO-AUDIT fare_audit '
               'data/export/cargo_fare_audit.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       AUDIT-ONE-CONSIGNMENT.
           ADD 1 TO WS-CA-CHECKED

           COMPUTE WS-CA-DIM-WEIGHT ROUNDED =
               FS-CG-LENGTH-CM * FS-CG-WIDTH-CM * FS-CG-HEIGHT-CM /
               WS-CA-DIM-DIVISOR
           IF WS-CA-DIM-WEIGHT > FS-CG-WEIGHT-KG THEN
               MOVE WS-CA-DIM-WEIGHT TO WS-CA-CHARGE-WEIGHT
           ELSE
               MOVE FS-CG-WEIGHT-KG TO WS-CA-CHARGE-WEIGHT
           END-IF

           PERFORM DERIVE-CARGO-DISTANCE
           PERFORM FIND-CARGO-TARIFF-BAND

           IF WS-CA-BAND-FOUND = 'Y' THEN
               COMPUTE WS-CA-FREIGHT ROUNDED =
                   WS-CA-CHARGE-WEIGHT * WS-CA-BAND-RATE
               IF WS-CA-FREIGHT < WS-CA-BAND-MINIMUM THEN
                   MOVE WS-CA-BAND-MINIMUM TO WS-CA-FREIGHT
               END-IF
           ELSE
               COMPUTE WS-CA-FREIGHT ROUNDED =
                   WS-CA-CHARGE-WEIGHT * WS-CA-FLAT-RATE
           END-IF
           COMPUTE WS-CA-EXPECTED ROUNDED =
               WS-CA-FREIGHT +
               (FS-CG-DECLARED-VALUE * WS-CA-VALUE-PCT / 100)

           COMPUTE WS-CA-VARIANCE = FS-CG-FEE - WS-CA-EXPECTED
           IF WS-CA-VARIANCE > WS-FA-TOLERANCE OR
               WS-CA-VARIANCE < 0 - WS-FA-TOLERANCE OR
               FS-CG-CHARGE-WEIGHT NOT = WS-CA-CHARGE-WEIGHT THEN
               ADD 1 TO WS-CA-EXCEPTIONS
               MOVE SPACES TO WS-LINE
               STRING FS-CG-CONSIGNMENT-ID ' '
                   FS-CG-CHARGE-WEIGHT ' ' WS-CA-CHARGE-WEIGHT ' '
                   FS-CG-FEE ' ' WS-CA-EXPECTED ' ' WS-CA-VARIANCE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-CARGO-AUDIT-OUT-RECORD FROM WS-LINE
           END-IF
           .

       DERIVE-CARGO-DISTANCE.
      *    A through consignment is priced on the sum of its legs'
      *    route distances; any other on the route of its trip.
           MOVE ZEROES TO WS-CA-DISTANCE
           MOVE ZEROES TO WS-CA-LEG-COUNT
           MOVE SPACES TO WS-CGL-EOF
           IF WS-CGL-FILE-STATUS NOT = '00' AND
               WS-CGL-FILE-STATUS NOT = '10' AND
               WS-CGL-FILE-STATUS NOT = '23' THEN
               MOVE 'Y' TO WS-CGL-EOF
           ELSE
               MOVE FS-CG-CONSIGNMENT-ID TO FS-CGL-CONSIGNMENT-ID
               MOVE ZEROES TO FS-CGL-LEG-NUMBER
               START FS-CARGO-LEGS-FILE KEY IS >= FS-CGL-KEY
                   INVALID KEY MOVE 'Y' TO WS-CGL-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CGL-EOF = 'Y'
               READ FS-CARGO-LEGS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CGL-EOF
               NOT AT END
                   IF FS-CGL-CONSIGNMENT-ID NOT =
                       FS-CG-CONSIGNMENT-ID THEN
                       MOVE 'Y' TO WS-CGL-EOF
                   ELSE
                       ADD 1 TO WS-CA-LEG-COUNT
                       MOVE FS-CGL-FK-ROUTE-ID TO FS-ROUTE-ID
                       READ FS-ROUTES-FILE
                       KEY IS FS-ROUTE-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD FS-ROUTE-DISTANCE TO WS-CA-DISTANCE
                       END-READ
                   END-IF
               END-READ
           END-PERFORM

           IF WS-CA-LEG-COUNT = ZEROES THEN
               MOVE FS-CG-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
               READ FS-SCHEDULES-FILE
               KEY IS FS-SCHEDULE-ID
               INVALID KEY
                   EXIT PARAGRAPH
               END-READ
               MOVE FS-FK-ROUTE-ID TO FS-ROUTE-ID
               READ FS-ROUTES-FILE
               KEY IS FS-ROUTE-ID
               INVALID KEY
                   EXIT PARAGRAPH
               END-READ
               MOVE FS-ROUTE-DISTANCE TO WS-CA-DISTANCE
           END-IF
           .

       FIND-CARGO-TARIFF-BAND.
      *    Same band rule as the cargo desk: the first distance band
      *    covering the distance, then the first weight band inside
      *    it covering the chargeable weight, else its heaviest.
           MOVE 'N' TO WS-CA-BAND-FOUND
           MOVE ZEROES TO WS-CA-BAND-DISTANCE
           MOVE SPACES TO WS-CTF-EOF

           OPEN INPUT FS-CARGO-TARIFF-FILE
           IF WS-CTF-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTF-EOF = 'Y'
               READ FS-CARGO-TARIFF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CTF-EOF
               NOT AT END
                   MOVE FS-CTF-DISTANCE-TO TO WS-CA-BAND-DISTANCE
                   IF FS-CTF-DISTANCE-TO >= WS-CA-DISTANCE THEN
                       MOVE 'Y' TO WS-CTF-EOF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CARGO-TARIFF-FILE

           IF WS-CA-BAND-DISTANCE = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CTF-EOF
           OPEN INPUT FS-CARGO-TARIFF-FILE
           MOVE WS-CA-BAND-DISTANCE TO FS-CTF-DISTANCE-TO
           MOVE ZEROES TO FS-CTF-WEIGHT-TO
           START FS-CARGO-TARIFF-FILE KEY IS >= FS-CTF-KEY
               INVALID KEY MOVE 'Y' TO WS-CTF-EOF
           END-START
           PERFORM UNTIL WS-CTF-EOF = 'Y'
               READ FS-CARGO-TARIFF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CTF-EOF
               NOT AT END
                   IF FS-CTF-DISTANCE-TO NOT = WS-CA-BAND-DISTANCE THEN
                       MOVE 'Y' TO WS-CTF-EOF
                   ELSE
                       MOVE FS-CTF-RATE-PER-KG TO WS-CA-BAND-RATE
                       MOVE FS-CTF-MINIMUM-CHARGE TO
                           WS-CA-BAND-MINIMUM
                       MOVE 'Y' TO WS-CA-BAND-FOUND
                       IF FS-CTF-WEIGHT-TO >= WS-CA-CHARGE-WEIGHT THEN
                           MOVE 'Y' TO WS-CTF-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CARGO-TARIFF-FILE
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SEAT-DISC-REAR
               END-IF

               MOVE 'SEAT-PREM-UPPER-DECK' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SEAT-PREM-UPPER-DECK
               END-IF

               MOVE 'SEAT-PREM-LOW-BERTH' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO
                       WS-SEAT-PREM-LOWER-BERTH
               END-IF

               MOVE 'CARGO-DIM-DIVISOR' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' AND
                   FS-BPM-PARAM-VALUE > ZEROES THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-CA-DIM-DIVISOR
               END-IF

               MOVE 'CARGO-FLAT-RATE-KG' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-CA-FLAT-RATE
               END-IF

               MOVE 'CARGO-VALUATION-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-CA-VALUE-PCT
               END-IF
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .
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
