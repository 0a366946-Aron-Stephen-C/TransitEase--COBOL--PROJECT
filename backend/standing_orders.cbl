       IDENTIFICATION DIVISION.
       PROGRAM-ID. standing_orders.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-STANDING-ORDER-FILE ASSIGN TO
               'data/standing_orders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SO-ID
               ALTERNATE RECORD KEY IS FS-SO-FK-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT FS-STANDING-RUN-FILE ASSIGN TO
               'data/standing_order_runs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SOR-KEY
               FILE STATUS IS WS-SOR-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT FS-ROUTES-FILE ASSIGN TO 'data/routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ROUTE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-VEHICLES-FILE ASSIGN TO 'data/vehicles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VEHICLE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SEAT-MAP-FILE ASSIGN TO 'data/seat_map.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEAT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SEAT-ATTR-FILE ASSIGN TO
               'data/seat_attributes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SATT-KEY
               FILE STATUS IS WS-SATT-FILE-STATUS.

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
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-FARE-MATRIX-FILE ASSIGN TO 'data/fare_matrix.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FARE-CLASS
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-PRICING-CALENDAR-FILE ASSIGN TO
               'data/pricing_calendar.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRICING-CALENDAR-ID
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT FS-ROUTE-RULES-FILE ASSIGN TO 'data/route_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RRU-ROUTE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-CONTACTS-FILE ASSIGN TO
               'data/passenger_contacts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PCN-USER-ID
               FILE STATUS IS WS-PCN-FILE-STATUS.

           SELECT FS-PASSES-FILE ASSIGN TO 'data/passes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PS-PASS-ID
               FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT FS-CORPORATE-FILE ASSIGN TO
               'data/corporate_accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CA-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT FS-FARE-PRODUCT-FILE ASSIGN TO
               'data/booking_fare_products.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FP-BOOKING-ID
               FILE STATUS IS WS-FP-FILE-STATUS.

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-PSG-FILE-STATUS.

           SELECT FS-OUTBOX-FILE ASSIGN TO 'data/outbox.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-OBX-FILE-STATUS.

           SELECT FS-OUTBOX-TEXT-FILE ASSIGN TO 'data/outbox_text.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBT-MSG-ID
               FILE STATUS IS WS-OBT-FILE-STATUS.


           SELECT FS-MESSAGE-TEMPLATE-FILE ASSIGN TO
               'data/message_templates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MTP-KEY
               FILE STATUS IS WS-MTP-FILE-STATUS.

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

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FS-STANDING-ORDER-FILE.
       01  FS-STANDING-ORDER-RECORD.
           02    FS-SO-ID    PIC X(15).
           02    FS-SO-FK-USER-ID    PIC X(15).
           02    FS-SO-ROUTE-ID    PIC X(15).
           02    FS-SO-DEPART-TIME.
               03    FS-SO-D-HOUR    PIC 99.
               03    FS-SO-D-MINUTES    PIC 99.
               03    FS-SO-D-TIME-FORMAT    PIC XX.
           02    FS-SO-DAYS.
               03    FS-SO-DAY-FLAG    PIC X OCCURS 7 TIMES.
           02    FS-SO-PREF-SEAT    PIC 9(3).
           02    FS-SO-PAY-METHOD    PIC X.
               88    FS-SO-PAY-SEASON-PASS    VALUE 'P'.
               88    FS-SO-PAY-STORED-VALUE    VALUE 'V'.
               88    FS-SO-PAY-CORPORATE    VALUE 'C'.
           02    FS-SO-PAY-REF    PIC X(15).
           02    FS-SO-STATUS    PIC X(8).
           02    FS-SO-TIME-STAMP    PIC X(21).

       FD  FS-STANDING-RUN-FILE.
       01  FS-STANDING-RUN-RECORD.
           02    FS-SOR-KEY.
               03    FS-SOR-FK-ORDER-ID    PIC X(15).
               03    FS-SOR-FK-SCHEDULE-ID    PIC X(15).
           02    FS-SOR-TRAVEL-DATE    PIC 99/99/9999.
           02    FS-SOR-RESULT    PIC X(7).
           02    FS-SOR-FK-BOOKING-ID    PIC X(15).
           02    FS-SOR-REASON    PIC X(30).
           02    FS-SOR-TIME-STAMP    PIC X(21).

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
           02    FS-SCHEDULE-ID    PIC X(15).
           02    FS-FK-ROUTE-ID    PIC X(15).
           02    FS-FK-VEHICLE-ID    PIC X(15).
           02    FS-FK-DRIVER-ID    PIC X(15).
           02    FS-S-DEPARTURE-TIME.
               03    FS-S-D-DATE    PIC 99/99/9999.
               03    FS-S-D-FILLER-SPACE-1    PIC X(3).
               03    FS-S-D-TIME.
                   04    FS-S-D-HOUR    PIC 99.
                   04    FS-S-D-COLON-1    PIC X.
                   04    FS-S-D-MINUTES    PIC 99.
               03    FS-S-D-FILLER-SPACE-2    PIC X(3).
               03    FS-S-D-TIME-FORMAT    PIC XX.
           02    FS-S-ARRIVAL-TIME.
               03    FS-S-A-DATE    PIC 99/99/9999.
               03    FS-S-A-FILLER-SPACE-1    PIC X(3).
               03    FS-S-A-TIME.
                   04    FS-S-A-HOUR    PIC 99.
                   04    FS-S-A-COLON-1    PIC X.
                   04    FS-S-A-MINUTES    PIC 99.
               03    FS-S-A-FILLER-SPACE-2    PIC X(3).
               03    FS-S-A-TIME-FORMAT    PIC XX.
           02    FS-S-STATUS    PIC X(8).
           02    FS-S-TIME-STAMP.
               03    FS-S-DATE    PIC 99/99/9999.
               03    FS-S-FILLER-SPACE    PIC X(3).
               03    FS-S-TIME.
                   04    FS-S-HOUR    PIC 99.
                   04    FS-S-COLON-1    PIC X.
                   04    FS-S-MINUTES    PIC 99.
                   04    FS-S-COLON-2    PIC X.
                   04    FS-S-SECOND    PIC 99.

       FD  FS-ROUTES-FILE.
       01  FS-ROUTES-RECORD.
           02    FS-ROUTE-ID    PIC X(15).
           02    FS-ROUTE-ORIGIN    PIC X(30).
           02    FS-ROUTE-DESTINATION    PIC X(30).
           02    FS-ROUTE-DISTANCE    PIC 9(10)V9(2).
           02    FS-ROUTE-BASE-PRICE    PIC 9(10)V9(2).
           02    FS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    FS-ROUTE-TIME-STAMP.
               03    FS-R-DATE    PIC 99/99/9999.
               03    FS-R-FILLER-SPACE    PIC X(3).
               03    FS-R-TIME.
                   04    FS-R-HOUR    PIC 99.
                   04    FS-R-COLON-1    PIC X.
                   04    FS-R-MINUTES    PIC 99.
                   04    FS-R-COLON-2    PIC X.
                   04    FS-R-SECOND    PIC 99.

       FD  FS-VEHICLES-FILE.
       01  FS-VEHICLES-RECORD.
           02    FS-VEHICLE-ID    PIC X(15).
           02    FS-VEHICLE-SERIAL    PIC X(6).
           02    FS-VEHICLE-CLASS    PIC X.
           02    FS-VEHICLE-CAPACITY    PIC 9(3).
           02    FS-VEHICLE-LICENSE-PLATE    PIC X(20).
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
                   04    FS-V-COLON-1    PIC X.
                   04    FS-V-MINUTES    PIC 99.
                   04    FS-V-COLON-2    PIC X.
                   04    FS-V-SECOND    PIC 99.

       FD  FS-SEAT-MAP-FILE.
       01  FS-SEAT-RECORD.
           02    FS-SEAT-KEY.
               03    FS-SEAT-SCHEDULE-ID    PIC X(15).
               03    FS-SEAT-NO    PIC 9(3).
           02    FS-SEAT-STATUS    PIC X(10).
           02    FS-SEAT-FK-BOOKING-ID    PIC X(15).

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

       FD  FS-FARE-MATRIX-FILE.
       01  FS-FARE-MATRIX-RECORD.
           02    FS-FARE-CLASS    PIC X.
           02    FS-FARE-TIER-1-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIER-2-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIER-3-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIME-STAMP.
               03    FS-FM-DATE    PIC 99/99/9999.
               03    FS-FM-FILLER-SPACE    PIC X(3).
               03    FS-FM-TIME.
                   04    FS-FM-HOUR    PIC 99.
                   04    FS-FM-COLON-1    PIC X.
                   04    FS-FM-MINUTES    PIC 99.
                   04    FS-FM-COLON-2    PIC X.
                   04    FS-FM-SECOND    PIC 99.

       FD  FS-PRICING-CALENDAR-FILE.
       01  FS-PRICING-CALENDAR-RECORD.
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
                   04    FS-PC-COLON-1    PIC X.
                   04    FS-PC-MINUTES    PIC 99.
                   04    FS-PC-COLON-2    PIC X.
                   04    FS-PC-SECOND    PIC 99.

       FD  FS-ROUTE-RULES-FILE.
       01  FS-ROUTE-RULES-RECORD.
           02    FS-RRU-ROUTE-ID    PIC X(15).
           02    FS-RRU-CUTOFF-MINUTES    PIC 9(4).
           02    FS-RRU-HORIZON-DAYS    PIC 9(3).
           02    FS-RRU-LONGHAUL-FLAG    PIC X.
           02    FS-RRU-CROSSBORDER-FLAG    PIC X.

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-PCN-USER-ID    PIC X(15).
           02    FS-PCN-EMERGENCY-NAME    PIC X(50).
           02    FS-PCN-EMERGENCY-PHONE    PIC X(11).
           02    FS-PCN-NATIONALITY    PIC X(20).

       FD  FS-PASSES-FILE.
       01  FS-PASSES-RECORD.
           02    FS-PS-PASS-ID    PIC X(15).
           02    FS-PS-FK-USER-ID    PIC X(15).
           02    FS-PS-TYPE-CODE    PIC X(10).
           02    FS-PS-KIND    PIC X.
           02    FS-PS-FK-ROUTE-ID    PIC X(15).
           02    FS-PS-TRIPS-LEFT    PIC 9(3).
           02    FS-PS-VALID-FROM    PIC 99/99/9999.
           02    FS-PS-VALID-TO    PIC 99/99/9999.
           02    FS-PS-STATUS    PIC X(8).
           02    FS-PS-TIME-STAMP.
               03    FS-PS-TS-DATE    PIC 99/99/9999.
               03    FS-PS-TS-FILLER-SPACE    PIC X(3).
               03    FS-PS-TS-TIME.
                   04    FS-PS-TS-HOUR    PIC 99.
                   04    FS-PS-TS-COLON-1    PIC X.
                   04    FS-PS-TS-MINUTES    PIC 99.
                   04    FS-PS-TS-COLON-2    PIC X.
                   04    FS-PS-TS-SECOND    PIC 99.

       FD  FS-CORPORATE-FILE.
       01  FS-CORPORATE-RECORD.
           02    FS-CA-ACCOUNT-ID    PIC X(15).
           02    FS-CA-COMPANY-NAME    PIC X(40).
           02    FS-CA-CREDIT-LIMIT    PIC 9(10)V99.
           02    FS-CA-BALANCE    PIC 9(10)V99.
           02    FS-CA-STATUS    PIC X(8).

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

       FD  FS-FARE-PRODUCT-FILE.
       01  FS-FARE-PRODUCT-RECORD.
           02    FS-FP-BOOKING-ID    PIC X(15).
           02    FS-FP-PRODUCT    PIC X(8).

       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-USER-ID    PIC X(15).
           02    FS-P-FIRST-NAME    PIC X(50).
           02    FS-P-LAST-NAME    PIC X(50).
           02    FS-P-EMAIL    PIC X(100).
           02    FS-P-PASSWORD    PIC X(64).
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
                   04    FS-P-COLON-1    PIC X.
                   04    FS-P-MINUTES    PIC 99.
                   04    FS-P-COLON-2    PIC X.
                   04    FS-P-SECOND    PIC 99.
           02    FS-P-FAILED-ATTEMPTS    PIC 9(2).
           02    FS-P-LOCKOUT-UNTIL    PIC 9(11).
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
               88    FS-P-NOTIFY-EMAIL-ONLY    VALUE 'E'.
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
               88    FS-P-NOTIFY-NONE    VALUE 'N'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-OUTBOX-FILE.
       01  FS-OUTBOX-RECORD.
           02    FS-OBX-MSG-ID    PIC X(15).
           02    FS-OBX-CHANNEL    PIC X(5).
           02    FS-OBX-ADDRESS    PIC X(100).
           02    FS-OBX-FK-BOOKING-ID    PIC X(15).
           02    FS-OBX-STATUS    PIC X(9).
           02    FS-OBX-ATTEMPTS    PIC 9(2).
           02    FS-OBX-TIME-STAMP.
               03    FS-OBX-TS-DATE    PIC 99/99/9999.
               03    FS-OBX-TS-FILLER-SPACE    PIC X(3).
               03    FS-OBX-TS-TIME.
                   04    FS-OBX-TS-HOUR    PIC 99.
                   04    FS-OBX-TS-COLON-1    PIC X.
                   04    FS-OBX-TS-MINUTES    PIC 99.
                   04    FS-OBX-TS-COLON-2    PIC X.
                   04    FS-OBX-TS-SECOND    PIC 99.

       FD  FS-OUTBOX-TEXT-FILE.
       01  FS-OUTBOX-TEXT-RECORD.
           02    FS-OBT-MSG-ID    PIC X(15).
           02    FS-OBT-TEXT    PIC X(200).


      *    Outbound wording by message type and language, with
      *    {NAME} {BOOKING} {SCHEDULE} {ROUTE} {DATE} {TIME}
      *    {AMOUNT} and {DETAIL} filled in when the text is rendered.
       FD  FS-MESSAGE-TEMPLATE-FILE.
       01  FS-MESSAGE-TEMPLATE-RECORD.
           02    FS-MTP-KEY.
               03    FS-MTP-MSG-TYPE    PIC X(12).
               03    FS-MTP-LANGUAGE    PIC X(3).
           02    FS-MTP-TEXT    PIC X(200).
           02    FS-MTP-UPDATED-BY    PIC X(15).
           02    FS-MTP-TIME-STAMP    PIC X(21).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
                   04    FS-BPM-TS-COLON-1    PIC X.
                   04    FS-BPM-TS-MINUTES    PIC 99.
                   04    FS-BPM-TS-COLON-2    PIC X.
                   04    FS-BPM-TS-SECOND    PIC 99.

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

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
       01  WS-JRN-FILE-CODE    PIC X(8).
       01  WS-JRN-ACTION    PIC X(3).
       01  WS-JRN-IMAGE    PIC X(200).
       01  WS-JRN-NEXT-SEQ    PIC 9(7).
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-SO-FILE-STATUS    PIC XX.
       01  WS-SOR-FILE-STATUS    PIC XX.
       01  WS-SATT-FILE-STATUS    PIC XX.
       01  WS-PCN-FILE-STATUS    PIC XX.
       01  WS-PS-FILE-STATUS    PIC XX.
       01  WS-CCT-FILE-STATUS    PIC XX.
       01  WS-BCF-FILE-STATUS    PIC XX.
       01  WS-FP-FILE-STATUS    PIC XX.
       01  WS-PSG-FILE-STATUS    PIC XX.
       01  WS-OBX-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-CKD-ID.
           02    WS-CKD-DATE    PIC X(6).
           02    WS-CKD-SECONDS    PIC 9(5).
           02    WS-CKD-INCREMENT    PIC 9(3).
           02    WS-CKD-DIGIT    PIC 9.
       01  WS-CKD-CLOCK.
           02    WS-CKD-HOURS    PIC 99.
           02    WS-CKD-MINUTES    PIC 99.
           02    WS-CKD-SECS    PIC 99.
       01  WS-CKD-I    PIC 99.
       01  WS-CKD-ONE    PIC 9.
       01  WS-CKD-PRODUCT    PIC 99.
       01  WS-CKD-SUM    PIC 9(4).
       01  WS-CKD-COMPUTED    PIC 9.
       01  WS-CKD-FIRST-DATE    PIC X(6) VALUE '999999'.
       01  WS-CKD-FIRST-NUM    PIC 9(6).
       01  WS-CKD-TODAY    PIC 9(8).
       01  WS-CKD-NOW    PIC 9(8).
       01  WS-CKD-STAMP    PIC X(21).
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
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-VAT-RATE    PIC 9(3)V99 VALUE 12.00.
       01  WS-SURGE-HIGH-PCT    PIC 9(3) VALUE 90.
       01  WS-SURGE-MID-PCT    PIC 9(3) VALUE 75.
       01  WS-SURGE-LOW-PCT    PIC 9(3) VALUE 50.
       01  WS-SURGE-HIGH-MULT    PIC 9(3)V99 VALUE 1.50.
       01  WS-SURGE-MID-MULT    PIC 9(3)V99 VALUE 1.25.
       01  WS-SURGE-LOW-MULT    PIC 9(3)V99 VALUE 1.10.
       01  WS-SEAT-PREM-FRONT    PIC 9(5)V99 VALUE 25.00.
       01  WS-SEAT-PREM-LEGROOM    PIC 9(5)V99 VALUE 15.00.
       01  WS-SEAT-DISC-REAR    PIC 9(5)V99 VALUE 10.00.
       01  WS-SEAT-PREM-UPPER-DECK    PIC 9(5)V99 VALUE 20.00.
       01  WS-SEAT-PREM-LOWER-BERTH    PIC 9(5)V99 VALUE 50.00.
       01  WS-OBX-CHANNEL    PIC X(5).
       01  WS-OBX-ADDRESS    PIC X(100).
       01  WS-OBX-TEXT    PIC X(200).
       01  WS-MTP-FILE-STATUS    PIC XX.
       01  WS-MTP-WANT-TYPE    PIC X(12).
       01  WS-MTP-WANT-LANG    PIC X(3).
       01  WS-MTP-NAME    PIC X(50).
       01  WS-MTP-BOOKING    PIC X(15).
       01  WS-MTP-SCHEDULE    PIC X(15).
       01  WS-MTP-ROUTE    PIC X(60).
       01  WS-MTP-DATE    PIC X(10).
       01  WS-MTP-TIME    PIC X(8).
       01  WS-MTP-AMOUNT    PIC X(20).
       01  WS-MTP-DETAIL    PIC X(60).
       01  WS-MTP-RENDERED    PIC X(200).
       01  WS-MTP-TOKEN    PIC X(12).
       01  WS-MTP-VALUE    PIC X(60).
       01  WS-MTP-LENGTH    PIC 9(3).
       01  WS-MTP-IN-POS    PIC 9(3).
       01  WS-MTP-OUT-POS    PIC 9(3).
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-SO-NOW-CLOCK.
           02    WS-SO-NOW-HOUR    PIC 99.
           02    WS-SO-NOW-MINUTE    PIC 99.
           02    WS-SO-NOW-REST    PIC 9(4).
       01  WS-SO-NOW-MINUTES    PIC S9(9) COMP.
       01  WS-SO-TODAY-DAY    PIC S9(9) COMP.
       01  WS-SO-MINUTES-LEFT    PIC S9(9) COMP.
       01  WS-SO-HORIZON-MINUTES    PIC S9(9) COMP.
       01  WS-SO-CUTOFF-MINUTES    PIC 9(4).
       01  WS-SO-HORIZON-DAYS    PIC 9(3).
       01  WS-SO-LONGHAUL    PIC X.
       01  WS-SO-CROSSBORDER    PIC X.
       01  WS-SO-ROUTE-OK    PIC X.
       01  WS-SO-WEEKDAY    PIC 9.
       01  WS-SO-DEP-DAY    PIC S9(9) COMP.
       01  WS-SO-DATE-INT    PIC 9(8).
       01  WS-SO-PASS-DAY    PIC S9(9) COMP.
       01  WS-SO-RESULT    PIC X(7).
       01  WS-SO-FAIL-REASON    PIC X(30).
       01  WS-SO-BOOKING-ID    PIC X(15).
       01  WS-SO-HAS-BOOKING    PIC X.
       01  WS-SO-DUP-EOF    PIC X.
       01  WS-SO-SEAT-CURSOR    PIC 9(3).
       01  WS-SO-SEAT-NO    PIC 9(3).
       01  WS-SO-PREF-OPEN    PIC X.
       01  WS-SO-OPEN-SEATS    PIC 9(3).
       01  WS-SO-FARE    PIC 9(10)V99.
       01  WS-SO-FARE-FACTOR    PIC 9(3)V99.
       01  WS-SO-CALENDAR-MULT    PIC 9(3)V99.
       01  WS-SO-SURGE-MULT    PIC 9(3)V99.
       01  WS-SO-OCCUPANCY-PCT    PIC 9(3).
       01  WS-SO-SEAT-ADJ    PIC S9(5)V99.
       01  WS-SO-FARE-WORK    PIC S9(10)V99.
       01  WS-SO-BASE-FARE    PIC 9(10)V99.
       01  WS-SO-VAT-AMOUNT    PIC 9(10)V99.
       01  WS-SO-PAYMENT-METHOD    PIC X(11).
       01  WS-SO-PAYMENT-STATUS    PIC X(9).
       01  WS-SO-PC-START-INT    PIC 9(8).
       01  WS-SO-PC-END-INT    PIC 9(8).
       01  WS-SO-PC-EOF    PIC X.
       01  WS-SO-CONTRACT-ID    PIC X(15).
       01  WS-SO-CONTRACT-RATE-TYPE    PIC X.
       01  WS-SO-CONTRACT-RATE-VALUE    PIC 9(8)V99.
       01  WS-SO-CONTRACT-FARE    PIC 9(10)V99.
       01  WS-SO-LIST-FARE    PIC 9(10)V99.
       01  WS-SO-CCT-FROM-INT    PIC 9(8).
       01  WS-SO-CCT-TO-INT    PIC 9(8).
       01  WS-SO-CCT-EOF    PIC X.
       01  WS-SATT-LOOKUP-SEAT    PIC 9(3).
       01  WS-SATT-POSITION    PIC X(6).
       01  WS-SATT-ZONE    PIC X(5).
       01  WS-SATT-LEGROOM-FLAG    PIC X.
       01  WS-SATT-DECK    PIC X.
       01  WS-SATT-BERTH    PIC X.
       01  WS-SATT-LAYOUT-QUOT    PIC 9(3).
       01  WS-SATT-LAYOUT-REM    PIC 9.
       01  WS-SO-TIME-TEXT    PIC X(8).
       01  WS-SO-MESSAGES    PIC 9.
       01  WS-SO-ORDERS-READ    PIC 9(7) VALUE 0.
       01  WS-SO-ORDERS-ACTIVE    PIC 9(7) VALUE 0.
       01  WS-SO-TRIPS-DUE    PIC 9(7) VALUE 0.
       01  WS-SO-TRIPS-BOOKED    PIC 9(7) VALUE 0.
       01  WS-SO-TRIPS-FAILED    PIC 9(7) VALUE 0.
       01  WS-SO-TRIPS-SKIPPED    PIC 9(7) VALUE 0.
       01  WS-SO-ALREADY-DONE    PIC 9(7) VALUE 0.
       01  WS-SO-NOTICES-QUEUED    PIC 9(7) VALUE 0.
       01  WS-SO-NOTICES-SUPPRESSED    PIC 9(7) VALUE 0.
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
      *    Standing commuter reservations. A passenger who rides the
      *    same departure on the same weekdays keeps a standing order
      *    (data/standing_orders.txt, set up from the booking
      *    engine): route, departure time, the days it runs, a
      *    preferred seat and how the trips are paid - a season pass,
      *    a stored-value pass or a corporate account. Each night
      *    this batch books every departure that has come inside the
      *    route's sales horizon for each active order, through the
      *    same seat map, fare and payment rules the counter uses.
      *    A trip that cannot be booked - full, pass exhausted,
      *    credit limit reached - is reported to the passenger
      *    through the outbox. data/standing_order_runs.txt keeps one
      *    row per order and departure, so a departure is tried (and
      *    a failure reported) only once however often the job runs,
      *    and a trip the passenger already booked by hand is left
      *    alone.
           PERFORM LOAD-BUSINESS-PARAMETERS

           ACCEPT WS-SO-NOW-CLOCK FROM TIME
           COMPUTE WS-SO-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT)
           COMPUTE WS-SO-NOW-MINUTES =
               (WS-SO-TODAY-DAY * 1440) + (WS-SO-NOW-HOUR * 60) +
               WS-SO-NOW-MINUTE

           OPEN INPUT FS-STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No standing reservations on file - nothing '
                   'to do.'
               STOP RUN
           END-IF

           OPEN I-O FS-STANDING-RUN-FILE
           IF WS-SOR-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-STANDING-RUN-FILE
               CLOSE FS-STANDING-RUN-FILE
               OPEN I-O FS-STANDING-RUN-FILE
           END-IF
           OPEN INPUT FS-ROUTES-FILE
           OPEN INPUT FS-VEHICLES-FILE
           OPEN INPUT FS-PASSENGER-FILE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-STANDING-ORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-SO-ORDERS-READ
                   IF FS-SO-STATUS = 'active' THEN
                       PERFORM PROCESS-ONE-ORDER
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-PASSENGER-FILE
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-ROUTES-FILE
           CLOSE FS-STANDING-RUN-FILE
           CLOSE FS-STANDING-ORDER-FILE

           DISPLAY 'Standing reservation run complete.'
           DISPLAY 'Orders on file      : ' WS-SO-ORDERS-READ
           DISPLAY 'Active orders       : ' WS-SO-ORDERS-ACTIVE
           DISPLAY 'Departures due      : ' WS-SO-TRIPS-DUE
           DISPLAY 'Booked              : ' WS-SO-TRIPS-BOOKED
           DISPLAY 'Failed              : ' WS-SO-TRIPS-FAILED
           DISPLAY 'Already held        : ' WS-SO-TRIPS-SKIPPED
           DISPLAY 'Done on earlier run : ' WS-SO-ALREADY-DONE
           DISPLAY 'Notices queued      : ' WS-SO-NOTICES-QUEUED
           DISPLAY 'Notices suppressed  : ' WS-SO-NOTICES-SUPPRESSED

           GOBACK
           STOP RUN.

       PROCESS-ONE-ORDER.
           ADD 1 TO WS-SO-ORDERS-ACTIVE

           MOVE FS-SO-FK-USER-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           PERFORM LOAD-ORDER-ROUTE
           IF WS-SO-ROUTE-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SO-HORIZON-MINUTES = WS-SO-HORIZON-DAYS * 1440

           OPEN INPUT FS-SCHEDULES-FILE
           IF WS-SCH-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-FK-ROUTE-ID = FS-SO-ROUTE-ID AND
                       FS-S-STATUS = 'active' AND
                       FS-S-D-HOUR = FS-SO-D-HOUR AND
                       FS-S-D-MINUTES = FS-SO-D-MINUTES AND
                       FS-S-D-TIME-FORMAT = FS-SO-D-TIME-FORMAT THEN
                       PERFORM CHECK-ONE-DEPARTURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE
           .

       LOAD-ORDER-ROUTE.
      *    Same defaults as the booking engine when the route has no
      *    rules row: sales close 30 minutes out and open 90 days
      *    ahead.
           MOVE 'N' TO WS-SO-ROUTE-OK
           MOVE FS-SO-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           MOVE 30 TO WS-SO-CUTOFF-MINUTES
           MOVE 90 TO WS-SO-HORIZON-DAYS
           MOVE 'N' TO WS-SO-LONGHAUL
           MOVE 'N' TO WS-SO-CROSSBORDER
           OPEN INPUT FS-ROUTE-RULES-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE FS-ROUTE-ID TO FS-RRU-ROUTE-ID
               READ FS-ROUTE-RULES-FILE
               KEY IS FS-RRU-ROUTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-RRU-CUTOFF-MINUTES TO WS-SO-CUTOFF-MINUTES
                   MOVE FS-RRU-HORIZON-DAYS TO WS-SO-HORIZON-DAYS
                   MOVE FS-RRU-LONGHAUL-FLAG TO WS-SO-LONGHAUL
                   MOVE FS-RRU-CROSSBORDER-FLAG TO WS-SO-CROSSBORDER
               END-READ
               CLOSE FS-ROUTE-RULES-FILE
           END-IF
           MOVE 'Y' TO WS-SO-ROUTE-OK
           .

       CHECK-ONE-DEPARTURE.
      *    Only departures open for sale right now: inside the
      *    route's advance horizon and not yet past the cutoff.
           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           COMPUTE WS-SO-MINUTES-LEFT =
               WS-CVM-TOTAL-MINUTES - WS-SO-NOW-MINUTES
           IF WS-SO-MINUTES-LEFT < WS-SO-CUTOFF-MINUTES OR
               WS-SO-MINUTES-LEFT > WS-SO-HORIZON-MINUTES THEN
               EXIT PARAGRAPH
           END-IF

      *    Day 1 of the integer calendar is a Monday, matching the
      *    Monday-first day flags on the order.
           MOVE WS-CVM-DAY-NUMBER TO WS-SO-DEP-DAY
           COMPUTE WS-SO-WEEKDAY =
               FUNCTION MOD(WS-SO-DEP-DAY - 1, 7) + 1
           IF FS-SO-DAY-FLAG(WS-SO-WEEKDAY) NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-SO-ID TO FS-SOR-FK-ORDER-ID
           MOVE FS-SCHEDULE-ID TO FS-SOR-FK-SCHEDULE-ID
           READ FS-STANDING-RUN-FILE
           KEY IS FS-SOR-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-SO-ALREADY-DONE
               EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-SO-TRIPS-DUE
           MOVE SPACES TO WS-SO-RESULT
           MOVE SPACES TO WS-SO-FAIL-REASON
           MOVE SPACES TO WS-SO-BOOKING-ID
           MOVE SPACES TO WS-SO-CONTRACT-ID
           PERFORM BOOK-STANDING-TRIP
           PERFORM WRITE-RUN-LOG

           IF WS-SO-RESULT = 'FAILED' THEN
               PERFORM NOTIFY-STANDING-FAILURE
           END-IF
           .

       BOOK-STANDING-TRIP.
      *    A trip the passenger already holds - booked by hand ahead
      *    of the order - is not booked twice.
           PERFORM CHECK-EXISTING-BOOKING
           IF WS-SO-HAS-BOOKING = 'Y' THEN
               MOVE 'SKIPPED' TO WS-SO-RESULT
               MOVE 'ALREADY BOOKED' TO WS-SO-FAIL-REASON
               ADD 1 TO WS-SO-TRIPS-SKIPPED
               EXIT PARAGRAPH
           END-IF

      *    The order carries no travel document, so cross-border
      *    departures need the passenger at the counter; long-haul
      *    trips need the emergency contact on file, as online.
           MOVE 'FAILED' TO WS-SO-RESULT
           EVALUATE TRUE
               WHEN FS-P-STATUS = 'frozen' OR
                   FS-P-STATUS = 'deactive' OR
                   FS-P-STATUS = 'inactive'
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-SO-FAIL-REASON
               WHEN WS-SO-CROSSBORDER = 'Y'
                   MOVE 'TRAVEL DOCUMENTS REQUIRED' TO
                       WS-SO-FAIL-REASON
               WHEN WS-SO-LONGHAUL = 'Y'
                   PERFORM CHECK-EMERGENCY-CONTACT
           END-EVALUATE
           IF WS-SO-FAIL-REASON NOT = SPACES THEN
               ADD 1 TO WS-SO-TRIPS-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE FS-FK-VEHICLE-ID TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           KEY IS FS-VEHICLE-ID
           INVALID KEY
               MOVE 'VEHICLE NOT ON FILE' TO WS-SO-FAIL-REASON
               ADD 1 TO WS-SO-TRIPS-FAILED
               EXIT PARAGRAPH
           END-READ

           PERFORM PICK-STANDING-SEAT
           IF WS-SO-SEAT-NO = ZEROES THEN
               MOVE 'TRIP FULL' TO WS-SO-FAIL-REASON
               ADD 1 TO WS-SO-TRIPS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-STANDING-FARE

           IF FS-SO-PAY-CORPORATE THEN
               PERFORM CHECK-CORPORATE-ORDER
           ELSE
               PERFORM CHECK-PASS-ORDER
           END-IF
           IF WS-SO-FAIL-REASON NOT = SPACES THEN
               ADD 1 TO WS-SO-TRIPS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM CLAIM-STANDING-SEAT
           IF WS-SO-FAIL-REASON NOT = SPACES THEN
               ADD 1 TO WS-SO-TRIPS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-STANDING-BOOKING
           PERFORM WRITE-STANDING-PAYMENT
           PERFORM RECORD-STANDING-FARE-PRODUCT
           PERFORM RECORD-STANDING-CONTRACT-FARE
           IF FS-SO-PAY-CORPORATE THEN
               PERFORM COMMIT-CORPORATE-CHARGE
           ELSE
               PERFORM COMMIT-PASS-TRIP
           END-IF

           MOVE 'BOOKED' TO WS-SO-RESULT
           ADD 1 TO WS-SO-TRIPS-BOOKED
           .

       CHECK-EXISTING-BOOKING.
           MOVE 'N' TO WS-SO-HAS-BOOKING
           MOVE SPACES TO WS-SO-DUP-EOF

           OPEN INPUT FS-BOOKING-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FS-SO-FK-USER-ID TO FS-FK-USER-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-USER-ID
               INVALID KEY MOVE 'Y' TO WS-SO-DUP-EOF
           END-START
           PERFORM UNTIL WS-SO-DUP-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SO-DUP-EOF
               NOT AT END
                   IF FS-FK-USER-ID NOT = FS-SO-FK-USER-ID THEN
                       MOVE 'Y' TO WS-SO-DUP-EOF
                   ELSE
                       IF FS-FK-SCHEDULE-ID = FS-SCHEDULE-ID AND
                           (FS-BOOKING-STATUS = 'paid' OR
                           FS-BOOKING-STATUS = 'reserved' OR
                           FS-BOOKING-STATUS = 'checked' OR
                           FS-BOOKING-STATUS = 'boarded') THEN
                           MOVE 'Y' TO WS-SO-HAS-BOOKING
                           MOVE 'Y' TO WS-SO-DUP-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-BOOKING-FILE
           .

       CHECK-EMERGENCY-CONTACT.
           MOVE 'NO EMERGENCY CONTACT' TO WS-SO-FAIL-REASON
           OPEN INPUT FS-CONTACTS-FILE
           IF WS-PCN-FILE-STATUS = '00' THEN
               MOVE FS-SO-FK-USER-ID TO FS-PCN-USER-ID
               READ FS-CONTACTS-FILE
               KEY IS FS-PCN-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-PCN-EMERGENCY-PHONE NOT = SPACES THEN
                       MOVE SPACES TO WS-SO-FAIL-REASON
                   END-IF
               END-READ
               CLOSE FS-CONTACTS-FILE
           END-IF
           .

       PICK-STANDING-SEAT.
      *    The preferred seat when it is still open, otherwise the
      *    first open seat front to back. The open count feeds the
      *    occupancy surcharge the same way it does at the counter.
           MOVE ZEROES TO WS-SO-SEAT-NO
           MOVE ZEROES TO WS-SO-OPEN-SEATS
           MOVE 'N' TO WS-SO-PREF-OPEN

           OPEN INPUT FS-SEAT-MAP-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SO-SEAT-CURSOR
           PERFORM UNTIL WS-SO-SEAT-CURSOR > FS-VEHICLE-CAPACITY
               MOVE FS-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
               MOVE WS-SO-SEAT-CURSOR TO FS-SEAT-NO
               READ FS-SEAT-MAP-FILE
               KEY IS FS-SEAT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-SEAT-STATUS = 'OPEN' THEN
                       ADD 1 TO WS-SO-OPEN-SEATS
                       IF WS-SO-SEAT-NO = ZEROES THEN
                           MOVE WS-SO-SEAT-CURSOR TO WS-SO-SEAT-NO
                       END-IF
                       IF WS-SO-SEAT-CURSOR = FS-SO-PREF-SEAT THEN
                           MOVE 'Y' TO WS-SO-PREF-OPEN
                       END-IF
                   END-IF
               END-READ
               ADD 1 TO WS-SO-SEAT-CURSOR
           END-PERFORM
           CLOSE FS-SEAT-MAP-FILE

           IF WS-SO-PREF-OPEN = 'Y' THEN
               MOVE FS-SO-PREF-SEAT TO WS-SO-SEAT-NO
           END-IF
           .

       COMPUTE-STANDING-FARE.
      *    The counter's fare: route base price by the class factor
      *    for the distance tier, the pricing-calendar multiplier for
      *    the travel date and the occupancy surcharge, then the
      *    seat-position supplement for the seat picked. A standing
      *    order always books the full journey as a regular fare.
           MOVE 1.00 TO WS-SO-FARE-FACTOR
           OPEN INPUT FS-FARE-MATRIX-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE FUNCTION LOWER-CASE(FS-VEHICLE-CLASS) TO
                   FS-FARE-CLASS
               READ FS-FARE-MATRIX-FILE
               KEY IS FS-FARE-CLASS
               INVALID KEY
                   MOVE FS-VEHICLE-PRICE-FACTOR TO
                       WS-SO-FARE-FACTOR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FS-ROUTE-DISTANCE <= 50
                           MOVE FS-FARE-TIER-1-FACTOR TO
                               WS-SO-FARE-FACTOR
                       WHEN FS-ROUTE-DISTANCE <= 150
                           MOVE FS-FARE-TIER-2-FACTOR TO
                               WS-SO-FARE-FACTOR
                       WHEN OTHER
                           MOVE FS-FARE-TIER-3-FACTOR TO
                               WS-SO-FARE-FACTOR
                   END-EVALUATE
               END-READ
               CLOSE FS-FARE-MATRIX-FILE
           END-IF

           PERFORM APPLY-STANDING-CALENDAR

           MOVE 1 TO WS-SO-SURGE-MULT
           IF FS-VEHICLE-CAPACITY > ZEROES THEN
               COMPUTE WS-SO-OCCUPANCY-PCT ROUNDED =
                   (FS-VEHICLE-CAPACITY - WS-SO-OPEN-SEATS) * 100 /
                   FS-VEHICLE-CAPACITY
               EVALUATE TRUE
                   WHEN WS-SO-OCCUPANCY-PCT >= WS-SURGE-HIGH-PCT
                       MOVE WS-SURGE-HIGH-MULT TO WS-SO-SURGE-MULT
                   WHEN WS-SO-OCCUPANCY-PCT >= WS-SURGE-MID-PCT
                       MOVE WS-SURGE-MID-MULT TO WS-SO-SURGE-MULT
                   WHEN WS-SO-OCCUPANCY-PCT >= WS-SURGE-LOW-PCT
                       MOVE WS-SURGE-LOW-MULT TO WS-SO-SURGE-MULT
               END-EVALUATE
           END-IF

           COMPUTE WS-SO-FARE-WORK ROUNDED =
               FS-ROUTE-BASE-PRICE * WS-SO-FARE-FACTOR
               * WS-SO-CALENDAR-MULT * WS-SO-SURGE-MULT

           MOVE WS-SO-SEAT-NO TO WS-SATT-LOOKUP-SEAT
           PERFORM LOOKUP-SEAT-ATTRIBUTE
           MOVE ZEROES TO WS-SO-SEAT-ADJ
           EVALUATE TRUE
               WHEN WS-SATT-ZONE = 'FRONT'
                   MOVE WS-SEAT-PREM-FRONT TO WS-SO-SEAT-ADJ
               WHEN WS-SATT-LEGROOM-FLAG = 'Y'
                   MOVE WS-SEAT-PREM-LEGROOM TO WS-SO-SEAT-ADJ
               WHEN WS-SATT-ZONE = 'REAR'
                   COMPUTE WS-SO-SEAT-ADJ = 0 - WS-SEAT-DISC-REAR
           END-EVALUATE
           IF WS-SATT-DECK = 'U' THEN
               ADD WS-SEAT-PREM-UPPER-DECK TO WS-SO-SEAT-ADJ
           END-IF
           IF WS-SATT-BERTH = 'L' THEN
               ADD WS-SEAT-PREM-LOWER-BERTH TO WS-SO-SEAT-ADJ
           END-IF
           ADD WS-SO-SEAT-ADJ TO WS-SO-FARE-WORK
           IF WS-SO-FARE-WORK < ZEROES THEN
               MOVE ZEROES TO WS-SO-FARE-WORK
           END-IF
           MOVE WS-SO-FARE-WORK TO WS-SO-FARE
           .

       APPLY-STANDING-CALENDAR.
           MOVE 1 TO WS-SO-CALENDAR-MULT
           MOVE SPACES TO WS-SO-PC-EOF
           OPEN INPUT FS-PRICING-CALENDAR-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SO-PC-EOF = 'Y'
               READ FS-PRICING-CALENDAR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SO-PC-EOF
               NOT AT END
                   IF FS-PC-FK-ROUTE-ID = FS-ROUTE-ID
                       AND FS-PC-STATUS = 'active' THEN
                       MOVE FS-PC-START-DATE(7:4) TO
                           WS-SO-PC-START-INT(1:4)
                       MOVE FS-PC-START-DATE(1:2) TO
                           WS-SO-PC-START-INT(5:2)
                       MOVE FS-PC-START-DATE(4:2) TO
                           WS-SO-PC-START-INT(7:2)
                       MOVE FS-PC-END-DATE(7:4) TO
                           WS-SO-PC-END-INT(1:4)
                       MOVE FS-PC-END-DATE(1:2) TO
                           WS-SO-PC-END-INT(5:2)
                       MOVE FS-PC-END-DATE(4:2) TO
                           WS-SO-PC-END-INT(7:2)
                       IF WS-CVM-DATE-INT >= WS-SO-PC-START-INT AND
                           WS-CVM-DATE-INT <= WS-SO-PC-END-INT THEN
                           MOVE FS-PC-MULTIPLIER TO
                               WS-SO-CALENDAR-MULT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-PRICING-CALENDAR-FILE
           .

       LOOKUP-SEAT-ATTRIBUTE.
      *    Maintained layout row first; a layout with no row falls
      *    back to the standard 2+2 coach, as at the counter.
           MOVE SPACES TO WS-SATT-POSITION
           MOVE SPACES TO WS-SATT-ZONE
           MOVE SPACES TO WS-SATT-DECK
           MOVE SPACES TO WS-SATT-BERTH
           MOVE 'N' TO WS-SATT-LEGROOM-FLAG

           OPEN INPUT FS-SEAT-ATTR-FILE
           IF WS-SATT-FILE-STATUS = '00' THEN
               MOVE FS-VEHICLE-CLASS TO FS-SATT-VEHICLE-CLASS
               MOVE WS-SATT-LOOKUP-SEAT TO FS-SATT-SEAT-NO
               READ FS-SEAT-ATTR-FILE
               KEY IS FS-SATT-KEY
               INVALID KEY
                   PERFORM DERIVE-SEAT-ATTRIBUTE
               NOT INVALID KEY
                   MOVE FS-SATT-POSITION TO WS-SATT-POSITION
                   MOVE FS-SATT-ZONE TO WS-SATT-ZONE
                   MOVE FS-SATT-LEGROOM-FLAG TO WS-SATT-LEGROOM-FLAG
                   MOVE FS-SATT-DECK TO WS-SATT-DECK
                   MOVE FS-SATT-BERTH TO WS-SATT-BERTH
               END-READ
               CLOSE FS-SEAT-ATTR-FILE
           ELSE
               PERFORM DERIVE-SEAT-ATTRIBUTE
           END-IF
           .

       DERIVE-SEAT-ATTRIBUTE.
           DIVIDE WS-SATT-LOOKUP-SEAT BY 4
               GIVING WS-SATT-LAYOUT-QUOT
               REMAINDER WS-SATT-LAYOUT-REM
           IF WS-SATT-LAYOUT-REM = 1 OR WS-SATT-LAYOUT-REM = 0 THEN
               MOVE 'WINDOW' TO WS-SATT-POSITION
           ELSE
               MOVE 'AISLE' TO WS-SATT-POSITION
           END-IF

           EVALUATE TRUE
               WHEN WS-SATT-LOOKUP-SEAT <= 4
                   MOVE 'FRONT' TO WS-SATT-ZONE
               WHEN WS-SATT-LOOKUP-SEAT > FS-VEHICLE-CAPACITY - 4
                   MOVE 'REAR' TO WS-SATT-ZONE
               WHEN OTHER
                   MOVE 'MID' TO WS-SATT-ZONE
           END-EVALUATE

           IF WS-SATT-ZONE = 'FRONT' THEN
               MOVE 'Y' TO WS-SATT-LEGROOM-FLAG
           END-IF
           .

       CHECK-PASS-ORDER.
      *    The pass has to cover the travel date, not just today;
      *    the trip is taken off a stored-value pass when booked.
           OPEN INPUT FS-PASSES-FILE
           IF WS-PS-FILE-STATUS NOT = '00' THEN
               MOVE 'PASS NOT FOUND' TO WS-SO-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FS-SO-PAY-REF TO FS-PS-PASS-ID
           READ FS-PASSES-FILE
           KEY IS FS-PS-PASS-ID
           INVALID KEY
               CLOSE FS-PASSES-FILE
               MOVE 'PASS NOT FOUND' TO WS-SO-FAIL-REASON
               EXIT PARAGRAPH
           END-READ
           CLOSE FS-PASSES-FILE

           MOVE FS-PS-VALID-TO(7:4) TO WS-SO-DATE-INT(1:4)
           MOVE FS-PS-VALID-TO(1:2) TO WS-SO-DATE-INT(5:2)
           MOVE FS-PS-VALID-TO(4:2) TO WS-SO-DATE-INT(7:2)
           COMPUTE WS-SO-PASS-DAY =
               FUNCTION INTEGER-OF-DATE(WS-SO-DATE-INT)

           EVALUATE TRUE
               WHEN FS-PS-STATUS = 'used'
                   MOVE 'PASS EXHAUSTED' TO WS-SO-FAIL-REASON
               WHEN FS-PS-STATUS NOT = 'active'
                   MOVE 'PASS NOT ACTIVE' TO WS-SO-FAIL-REASON
               WHEN FS-PS-FK-USER-ID NOT = FS-SO-FK-USER-ID
                   MOVE 'PASS ON ANOTHER ACCOUNT' TO WS-SO-FAIL-REASON
               WHEN WS-SO-PASS-DAY < WS-SO-DEP-DAY
                   MOVE 'PASS EXPIRED' TO WS-SO-FAIL-REASON
               WHEN FS-PS-FK-ROUTE-ID NOT = SPACES AND
                   FS-PS-FK-ROUTE-ID NOT = FS-ROUTE-ID
                   MOVE 'PASS NOT VALID ON ROUTE' TO WS-SO-FAIL-REASON
               WHEN FS-PS-KIND = 'T' AND FS-PS-TRIPS-LEFT = ZEROES
                   MOVE 'PASS EXHAUSTED' TO WS-SO-FAIL-REASON
               WHEN OTHER
                   MOVE 'pass' TO WS-SO-PAYMENT-METHOD
                   MOVE 'paid' TO WS-SO-PAYMENT-STATUS
           END-EVALUATE
           .

       CHECK-CORPORATE-ORDER.
           OPEN INPUT FS-CORPORATE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'CORPORATE ACCOUNT INVALID' TO WS-SO-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FS-SO-PAY-REF TO FS-CA-ACCOUNT-ID
           READ FS-CORPORATE-FILE
           KEY IS FS-CA-ACCOUNT-ID
           INVALID KEY
               CLOSE FS-CORPORATE-FILE
               MOVE 'CORPORATE ACCOUNT INVALID' TO WS-SO-FAIL-REASON
               EXIT PARAGRAPH
           END-READ
           CLOSE FS-CORPORATE-FILE

           IF FS-CA-STATUS NOT = 'active' THEN
               MOVE 'CORPORATE ACCOUNT INVALID' TO WS-SO-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-STANDING-CONTRACT

           IF FS-CA-BALANCE + WS-SO-FARE > FS-CA-CREDIT-LIMIT THEN
               MOVE 'CORPORATE CREDIT LIMIT' TO WS-SO-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'corporate' TO WS-SO-PAYMENT-METHOD
           MOVE 'billed' TO WS-SO-PAYMENT-STATUS
           .

       APPLY-STANDING-CONTRACT.
      *    A negotiated contract for the account and route in force
      *    on the travel date replaces the fare, exactly as at the
      *    counter; a class-specific contract wins over an any-class
      *    one, and a percentage comes off the un-surged list fare.
           MOVE SPACES TO WS-SO-CONTRACT-ID
           MOVE SPACES TO WS-SO-CCT-EOF
           OPEN INPUT FS-CORP-CONTRACT-FILE
           IF WS-CCT-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SO-CCT-EOF = 'Y'
               READ FS-CORP-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SO-CCT-EOF
               NOT AT END
                   IF FS-CCT-ACCOUNT-ID = FS-CA-ACCOUNT-ID AND
                       FS-CCT-ROUTE-ID = FS-ROUTE-ID AND
                       FS-CCT-STATUS = 'active' AND
                       (FS-CCT-VEHICLE-CLASS =
                       FUNCTION LOWER-CASE(FS-VEHICLE-CLASS) OR
                       FS-CCT-VEHICLE-CLASS = SPACE) THEN
                       PERFORM CHECK-ONE-STANDING-CONTRACT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CORP-CONTRACT-FILE

           IF WS-SO-CONTRACT-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SO-FARE TO WS-SO-LIST-FARE
           IF WS-SO-CONTRACT-RATE-TYPE = 'F' THEN
               MOVE WS-SO-CONTRACT-RATE-VALUE TO WS-SO-CONTRACT-FARE
           ELSE
               COMPUTE WS-SO-CONTRACT-FARE ROUNDED =
                   FS-ROUTE-BASE-PRICE * WS-SO-FARE-FACTOR
                   * WS-SO-CALENDAR-MULT
                   * (100 - WS-SO-CONTRACT-RATE-VALUE) / 100
           END-IF
           MOVE WS-SO-CONTRACT-FARE TO WS-SO-FARE
           .

       CHECK-ONE-STANDING-CONTRACT.
           MOVE FS-CCT-VALID-FROM(7:4) TO WS-SO-CCT-FROM-INT(1:4)
           MOVE FS-CCT-VALID-FROM(1:2) TO WS-SO-CCT-FROM-INT(5:2)
           MOVE FS-CCT-VALID-FROM(4:2) TO WS-SO-CCT-FROM-INT(7:2)
           MOVE FS-CCT-VALID-TO(7:4) TO WS-SO-CCT-TO-INT(1:4)
           MOVE FS-CCT-VALID-TO(1:2) TO WS-SO-CCT-TO-INT(5:2)
           MOVE FS-CCT-VALID-TO(4:2) TO WS-SO-CCT-TO-INT(7:2)
           IF WS-CVM-DATE-INT < WS-SO-CCT-FROM-INT OR
               WS-CVM-DATE-INT > WS-SO-CCT-TO-INT THEN
               EXIT PARAGRAPH
           END-IF

           IF FS-CCT-VEHICLE-CLASS NOT = SPACE THEN
               MOVE FS-CCT-CONTRACT-ID TO WS-SO-CONTRACT-ID
               MOVE FS-CCT-RATE-TYPE TO WS-SO-CONTRACT-RATE-TYPE
               MOVE FS-CCT-RATE-VALUE TO WS-SO-CONTRACT-RATE-VALUE
               MOVE 'Y' TO WS-SO-CCT-EOF
           ELSE
               IF WS-SO-CONTRACT-ID = SPACES THEN
                   MOVE FS-CCT-CONTRACT-ID TO WS-SO-CONTRACT-ID
                   MOVE FS-CCT-RATE-TYPE TO WS-SO-CONTRACT-RATE-TYPE
                   MOVE FS-CCT-RATE-VALUE TO
                       WS-SO-CONTRACT-RATE-VALUE
               END-IF
           END-IF
           .

       CLAIM-STANDING-SEAT.
      *    The seat is re-read and taken under I-O; one sold at the
      *    counter since the scan leaves the trip full for this run.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'BOOKING' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           PERFORM APPLY-BOOKING-CHECK-DIGIT
           MOVE WS-GENERATED-ID TO WS-SO-BOOKING-ID

           OPEN I-O FS-SEAT-MAP-FILE
           MOVE FS-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
           MOVE WS-SO-SEAT-NO TO FS-SEAT-NO
           READ FS-SEAT-MAP-FILE
           KEY IS FS-SEAT-KEY
           INVALID KEY
               MOVE 'TRIP FULL' TO WS-SO-FAIL-REASON
           NOT INVALID KEY
               IF FS-SEAT-STATUS = 'OPEN' THEN
                   MOVE 'OCCUPIED' TO FS-SEAT-STATUS
                   MOVE WS-SO-BOOKING-ID TO FS-SEAT-FK-BOOKING-ID
                   REWRITE FS-SEAT-RECORD
                   END-REWRITE
                   MOVE 'SEATMAP' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
                   MOVE FS-SEAT-RECORD TO WS-JRN-IMAGE
                   PERFORM WRITE-AFTER-IMAGE
               ELSE
                   MOVE 'TRIP FULL' TO WS-SO-FAIL-REASON
               END-IF
           END-READ
           CLOSE FS-SEAT-MAP-FILE

           IF WS-SO-FAIL-REASON NOT = SPACES THEN
               MOVE SPACES TO WS-SO-BOOKING-ID
           END-IF
           .

       WRITE-STANDING-BOOKING.
           OPEN I-O FS-BOOKING-FILE
           MOVE SPACES TO FS-BOOKING-RECORD
           MOVE WS-SO-BOOKING-ID TO FS-BOOKING-ID
           MOVE FS-SO-FK-USER-ID TO FS-FK-USER-ID
           MOVE FS-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           MOVE WS-SO-SEAT-NO TO FS-SEAT-NUMBER
           MOVE 'paid' TO FS-BOOKING-STATUS
           MOVE WS-SO-FARE TO FS-PRICE
           MOVE 'regular' TO FS-PASSENGER-CATEGORY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TIME-STAMP
           WRITE FS-BOOKING-RECORD
               NOT INVALID KEY
                   MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                   MOVE 'BOOKED' TO WS-BEV-EVENT
                   MOVE SPACES TO WS-BEV-OLD-VALUE
                   MOVE SPACES TO WS-BEV-NEW-VALUE
                   STRING FS-BOOKING-STATUS DELIMITED BY SPACE
                       ' seat ' FS-SEAT-NUMBER(8:3)
                       DELIMITED BY SIZE INTO WS-BEV-NEW-VALUE
                   MOVE 'STANDING-ORDER' TO WS-BEV-CHANGED-BY
                   PERFORM WRITE-BOOKING-EVENT
           END-WRITE
           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           MOVE 'WRT' TO WS-JRN-ACTION
           MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE
           CLOSE FS-BOOKING-FILE
           .

       WRITE-STANDING-PAYMENT.
      *    Pass trips ride as 'pass' so gl_export earns the pass
      *    liability out; corporate trips defer as 'billed' for the
      *    monthly invoice. Either way the pass or account id is the
      *    payment reference.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'PAYMENT' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           COMPUTE WS-SO-BASE-FARE ROUNDED =
               WS-SO-FARE / (1 + (WS-VAT-RATE / 100))
           COMPUTE WS-SO-VAT-AMOUNT ROUNDED =
               WS-SO-FARE - WS-SO-BASE-FARE

           OPEN I-O FS-PAYMENT-FILE
           MOVE SPACES TO FS-PAYMENT-RECORD
           MOVE WS-GENERATED-ID TO FS-PAYMENT-ID
           MOVE WS-SO-BOOKING-ID TO FS-FK-BOOKING-ID
           MOVE WS-SO-PAYMENT-METHOD TO FS-PAYMENT-METHOD
           MOVE WS-SO-FARE TO FS-PAYMENT-AMOUNT
           MOVE WS-SO-PAYMENT-STATUS TO FS-PAYMENT-STATUS
           MOVE SPACES TO FS-PROMO-CODE-USED
           MOVE ZEROES TO FS-DISCOUNT-AMOUNT
           IF WS-SO-CONTRACT-ID NOT = SPACES THEN
               MOVE 'corporate contract' TO FS-DISCOUNT-REASON
           ELSE
               MOVE SPACES TO FS-DISCOUNT-REASON
           END-IF
           MOVE FS-SO-PAY-REF TO FS-EWALLET-REF-NUMBER
           MOVE SPACES TO FS-EWALLET-CONFIRMATION-CODE
           MOVE WS-SO-BASE-FARE TO FS-BASE-FARE-AMOUNT
           MOVE WS-SO-VAT-AMOUNT TO FS-VAT-AMOUNT
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TRANSACTION-TIME-STAMP
           WRITE FS-PAYMENT-RECORD
           END-WRITE
           MOVE 'PAYMENT' TO WS-JRN-FILE-CODE
           MOVE 'WRT' TO WS-JRN-ACTION
           MOVE FS-PAYMENT-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE
           CLOSE FS-PAYMENT-FILE
           .

       RECORD-STANDING-FARE-PRODUCT.
           OPEN I-O FS-FARE-PRODUCT-FILE
           IF WS-FP-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-FARE-PRODUCT-FILE
           END-IF

           IF WS-FP-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-FARE-PRODUCT-RECORD
               MOVE WS-SO-BOOKING-ID TO FS-FP-BOOKING-ID
               MOVE 'FLEX' TO FS-FP-PRODUCT
               WRITE FS-FARE-PRODUCT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE FS-FARE-PRODUCT-FILE
           .

       RECORD-STANDING-CONTRACT-FARE.
      *    Kept per booking for the fare audit and the contract
      *    utilisation report, as at the counter.
           IF WS-SO-CONTRACT-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-BOOKING-CONTRACT-FILE
           IF WS-BCF-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BOOKING-CONTRACT-FILE
           END-IF

           IF WS-BCF-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-BOOKING-CONTRACT-RECORD
               MOVE WS-SO-BOOKING-ID TO FS-BCF-BOOKING-ID
               MOVE FS-SO-PAY-REF TO FS-BCF-ACCOUNT-ID
               MOVE WS-SO-CONTRACT-ID TO FS-BCF-CONTRACT-ID
               MOVE FS-S-D-DATE TO FS-BCF-TRAVEL-DATE
               MOVE WS-SO-LIST-FARE TO FS-BCF-LIST-FARE
               MOVE WS-SO-CONTRACT-FARE TO FS-BCF-CONTRACT-FARE
               MOVE WS-SO-FARE TO FS-BCF-CHARGED-FARE
               WRITE FS-BOOKING-CONTRACT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE FS-BOOKING-CONTRACT-FILE
           .

       COMMIT-PASS-TRIP.
           OPEN I-O FS-PASSES-FILE
           IF WS-PS-FILE-STATUS = '00' THEN
               MOVE FS-SO-PAY-REF TO FS-PS-PASS-ID
               READ FS-PASSES-FILE
               KEY IS FS-PS-PASS-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-PS-KIND = 'T' THEN
                       IF FS-PS-TRIPS-LEFT > ZEROES THEN
                           SUBTRACT 1 FROM FS-PS-TRIPS-LEFT
                       END-IF
                       IF FS-PS-TRIPS-LEFT = ZEROES THEN
                           MOVE 'used' TO FS-PS-STATUS
                       END-IF
                   END-IF
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-PS-TIME-STAMP
                   REWRITE FS-PASSES-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-READ
               CLOSE FS-PASSES-FILE
           END-IF
           .

       COMMIT-CORPORATE-CHARGE.
           OPEN I-O FS-CORPORATE-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE FS-SO-PAY-REF TO FS-CA-ACCOUNT-ID
               READ FS-CORPORATE-FILE
               KEY IS FS-CA-ACCOUNT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-SO-FARE TO FS-CA-BALANCE
                   REWRITE FS-CORPORATE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-READ
               CLOSE FS-CORPORATE-FILE
           END-IF
           .

       WRITE-RUN-LOG.
           MOVE SPACES TO FS-STANDING-RUN-RECORD
           MOVE FS-SO-ID TO FS-SOR-FK-ORDER-ID
           MOVE FS-SCHEDULE-ID TO FS-SOR-FK-SCHEDULE-ID
           MOVE FS-S-D-DATE TO FS-SOR-TRAVEL-DATE
           MOVE WS-SO-RESULT TO FS-SOR-RESULT
           MOVE WS-SO-BOOKING-ID TO FS-SOR-FK-BOOKING-ID
           MOVE WS-SO-FAIL-REASON TO FS-SOR-REASON
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-SOR-TIME-STAMP
           WRITE FS-STANDING-RUN-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           .

       NOTIFY-STANDING-FAILURE.
      *    Service notice, so no marketing consent is needed; the
      *    notify preference still picks the channels, and closed or
      *    frozen accounts and notify-none hear nothing.
           IF FS-P-STATUS = 'frozen' OR
               FS-P-STATUS = 'deactive' OR
               FS-P-STATUS = 'inactive' OR
               FS-P-NOTIFY-NONE THEN
               ADD 1 TO WS-SO-NOTICES-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OBX-TEXT
           STRING 'Standing reservation ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-SO-ID) DELIMITED BY SIZE
               ': we could not book your ' DELIMITED BY SIZE
               FS-S-D-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME-FORMAT DELIMITED BY SIZE
               ' trip from ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-ROUTE-ORIGIN) DELIMITED BY SIZE
               ' to ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-ROUTE-DESTINATION) DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SO-FAIL-REASON) DELIMITED BY SIZE
               '). Please book this trip yourself.' DELIMITED BY SIZE
           INTO WS-OBX-TEXT

      *    The standing reservation stands in for the booking that
      *    could not be made.
           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE 'STANDING-ORD' TO WS-MTP-WANT-TYPE
           MOVE FS-SO-ID TO WS-MTP-BOOKING
           MOVE FS-SCHEDULE-ID TO WS-MTP-SCHEDULE
           STRING FUNCTION TRIM(FS-ROUTE-ORIGIN) DELIMITED BY SIZE
               ' to ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-ROUTE-DESTINATION) DELIMITED BY SIZE
           INTO WS-MTP-ROUTE
           MOVE FS-S-D-DATE TO WS-MTP-DATE
           STRING FS-S-D-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME-FORMAT DELIMITED BY SIZE
           INTO WS-MTP-TIME
           MOVE WS-SO-FAIL-REASON TO WS-MTP-DETAIL
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               MOVE WS-MTP-RENDERED TO WS-OBX-TEXT
           END-IF

           MOVE ZEROES TO WS-SO-MESSAGES
           IF FS-P-NOTIFY-SMS-ONLY OR FS-P-NOTIFY-BOTH THEN
               IF FS-P-PHONE-NUMBER NOT = SPACES THEN
                   MOVE 'SMS' TO WS-OBX-CHANNEL
                   MOVE FS-P-PHONE-NUMBER TO WS-OBX-ADDRESS
                   PERFORM WRITE-OUTBOX-MESSAGE
               END-IF
           END-IF
           IF NOT FS-P-NOTIFY-SMS-ONLY THEN
               IF FS-P-EMAIL NOT = SPACES THEN
                   MOVE 'EMAIL' TO WS-OBX-CHANNEL
                   MOVE FS-P-EMAIL TO WS-OBX-ADDRESS
                   PERFORM WRITE-OUTBOX-MESSAGE
               END-IF
           END-IF

           IF WS-SO-MESSAGES = ZEROES THEN
               ADD 1 TO WS-SO-NOTICES-SUPPRESSED
           END-IF
           .

       RENDER-MESSAGE-TEMPLATE.
      *    The wording for WS-MTP-WANT-TYPE in the passenger's
      *    language, or the English row when there is no
      *    translation yet, with the placeholders filled in. No
      *    template on file leaves WS-MTP-RENDERED blank and the
      *    caller falls back to its own wording.
           MOVE SPACES TO WS-MTP-RENDERED
           IF WS-MTP-WANT-LANG NOT = 'FIL' AND
               WS-MTP-WANT-LANG NOT = 'CEB' THEN
               MOVE 'ENG' TO WS-MTP-WANT-LANG
           END-IF

           OPEN INPUT FS-MESSAGE-TEMPLATE-FILE
           IF WS-MTP-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MTP-WANT-TYPE TO FS-MTP-MSG-TYPE
           MOVE WS-MTP-WANT-LANG TO FS-MTP-LANGUAGE
           READ FS-MESSAGE-TEMPLATE-FILE
           KEY IS FS-MTP-KEY
           INVALID KEY
               MOVE 'ENG' TO FS-MTP-LANGUAGE
               READ FS-MESSAGE-TEMPLATE-FILE
               KEY IS FS-MTP-KEY
               INVALID KEY
                   MOVE SPACES TO FS-MTP-TEXT
               END-READ
           END-READ
           CLOSE FS-MESSAGE-TEMPLATE-FILE
           IF FS-MTP-TEXT = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MTP-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(FS-MTP-TEXT TRAILING))
           MOVE 1 TO WS-MTP-IN-POS
           MOVE 1 TO WS-MTP-OUT-POS
           PERFORM UNTIL WS-MTP-IN-POS > WS-MTP-LENGTH OR
               WS-MTP-OUT-POS > 200
               IF FS-MTP-TEXT(WS-MTP-IN-POS:1) = '{' THEN
                   ADD 1 TO WS-MTP-IN-POS
                   MOVE SPACES TO WS-MTP-TOKEN
                   UNSTRING FS-MTP-TEXT DELIMITED BY '}'
                       INTO WS-MTP-TOKEN
                       WITH POINTER WS-MTP-IN-POS
                   END-UNSTRING
                   PERFORM PICK-TEMPLATE-VALUE
                   IF WS-MTP-VALUE NOT = SPACES THEN
                       STRING FUNCTION TRIM(WS-MTP-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-MTP-RENDERED
                           WITH POINTER WS-MTP-OUT-POS
                           ON OVERFLOW MOVE 201 TO WS-MTP-OUT-POS
                       END-STRING
                   END-IF
               ELSE
                   MOVE FS-MTP-TEXT(WS-MTP-IN-POS:1) TO
                       WS-MTP-RENDERED(WS-MTP-OUT-POS:1)
                   ADD 1 TO WS-MTP-IN-POS
                   ADD 1 TO WS-MTP-OUT-POS
               END-IF
           END-PERFORM
           .

       PICK-TEMPLATE-VALUE.
           EVALUATE WS-MTP-TOKEN
               WHEN 'NAME'
                   MOVE WS-MTP-NAME TO WS-MTP-VALUE
               WHEN 'BOOKING'
                   MOVE WS-MTP-BOOKING TO WS-MTP-VALUE
               WHEN 'SCHEDULE'
                   MOVE WS-MTP-SCHEDULE TO WS-MTP-VALUE
               WHEN 'ROUTE'
                   MOVE WS-MTP-ROUTE TO WS-MTP-VALUE
               WHEN 'DATE'
                   MOVE WS-MTP-DATE TO WS-MTP-VALUE
               WHEN 'TIME'
                   MOVE WS-MTP-TIME TO WS-MTP-VALUE
               WHEN 'AMOUNT'
                   MOVE WS-MTP-AMOUNT TO WS-MTP-VALUE
               WHEN 'DETAIL'
                   MOVE WS-MTP-DETAIL TO WS-MTP-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-MTP-VALUE
           END-EVALUATE
           .

       SET-PASSENGER-PLACEHOLDERS.
           MOVE FS-P-LANGUAGE TO WS-MTP-WANT-LANG
           MOVE SPACES TO WS-MTP-NAME
           STRING FUNCTION TRIM(FS-P-FIRST-NAME) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-P-LAST-NAME) DELIMITED BY SIZE
           INTO WS-MTP-NAME
           MOVE SPACES TO WS-MTP-BOOKING
           MOVE SPACES TO WS-MTP-SCHEDULE
           MOVE SPACES TO WS-MTP-ROUTE
           MOVE SPACES TO WS-MTP-DATE
           MOVE SPACES TO WS-MTP-TIME
           MOVE SPACES TO WS-MTP-AMOUNT
           MOVE SPACES TO WS-MTP-DETAIL
           .

       WRITE-OUTBOX-MESSAGE.
      *    Queued as pending with no attempts made; the outbox sender
      *    delivers it and takes the text from data/outbox_text.txt.
      *    The order id stands in for the booking reference.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'OUTBOX' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-OUTBOX-TEXT-FILE
           IF WS-OBT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-TEXT-FILE
           END-IF
           MOVE WS-GENERATED-ID TO FS-OBT-MSG-ID
           MOVE WS-OBX-TEXT TO FS-OBT-TEXT
           WRITE FS-OUTBOX-TEXT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-OUTBOX-TEXT-FILE

           OPEN I-O FS-OUTBOX-FILE
           IF WS-OBX-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
           END-IF

           MOVE SPACES TO FS-OUTBOX-RECORD
           MOVE WS-GENERATED-ID TO FS-OBX-MSG-ID
           MOVE WS-OBX-CHANNEL TO FS-OBX-CHANNEL
           MOVE WS-OBX-ADDRESS TO FS-OBX-ADDRESS
           MOVE FS-SO-ID TO FS-OBX-FK-BOOKING-ID
           MOVE 'pending' TO FS-OBX-STATUS
           MOVE ZEROES TO FS-OBX-ATTEMPTS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-OBX-TIME-STAMP

           WRITE FS-OUTBOX-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SO-MESSAGES
                   ADD 1 TO WS-SO-NOTICES-QUEUED
           END-WRITE
           CLOSE FS-OUTBOX-FILE
           .

       CONVERT-TIME-TO-MINUTES.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)

           IF WS-CVM-TIME-FORMAT = 'AM' THEN
               IF WS-CVM-HOUR = 12 THEN
                   MOVE 0 TO WS-CVM-HOUR24
               ELSE
                   MOVE WS-CVM-HOUR TO WS-CVM-HOUR24
               END-IF
           ELSE
               IF WS-CVM-HOUR = 12 THEN
                   MOVE 12 TO WS-CVM-HOUR24
               ELSE
                   COMPUTE WS-CVM-HOUR24 = WS-CVM-HOUR + 12
               END-IF
           END-IF

           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)

           COMPUTE WS-CVM-TOTAL-MINUTES =
               (WS-CVM-DAY-NUMBER * 1440) + (WS-CVM-HOUR24 * 60) +
               WS-CVM-MINUTES
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'VAT-RATE' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-VAT-RATE
               END-IF
               MOVE 'SURGE-HIGH-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SURGE-HIGH-PCT
               END-IF
               MOVE 'SURGE-MID-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SURGE-MID-PCT
               END-IF
               MOVE 'SURGE-LOW-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SURGE-LOW-PCT
               END-IF
               MOVE 'SURGE-HIGH-MULT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SURGE-HIGH-MULT
               END-IF
               MOVE 'SURGE-MID-MULT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SURGE-MID-MULT
               END-IF
               MOVE 'SURGE-LOW-MULT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SURGE-LOW-MULT
               END-IF
               MOVE 'SEAT-PREM-FRONT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SEAT-PREM-FRONT
               END-IF
               MOVE 'SEAT-PREM-LEGROOM' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SEAT-PREM-LEGROOM
               END-IF
               MOVE 'SEAT-DISC-REAR' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
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
                   MOVE FS-BPM-PARAM-VALUE TO WS-SEAT-PREM-LOWER-BERTH
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

       APPLY-BOOKING-CHECK-DIGIT.
      *    Booking IDs carry a Luhn check digit in the last position
      *    so a mistyped ID is refused at the keyboard instead of
      *    finding nothing or someone else's trip. The clock time is
      *    folded to seconds since midnight to make room, keeping
      *    the ID at fifteen digits and still in issue order.
           MOVE WS-GSI-DATE TO WS-CKD-DATE
           MOVE WS-GSI-TIME TO WS-CKD-CLOCK
           COMPUTE WS-CKD-SECONDS =
               (WS-CKD-HOURS * 3600) + (WS-CKD-MINUTES * 60) +
               WS-CKD-SECS
           MOVE WS-GSI-INCREMENT-VALUE TO WS-CKD-INCREMENT
           PERFORM COMPUTE-BOOKING-CHECK-DIGIT
           MOVE WS-CKD-COMPUTED TO WS-CKD-DIGIT
           MOVE WS-CKD-ID TO WS-GENERATED-ID
           IF WS-CKD-FIRST-DATE = '999999' THEN
               PERFORM RECORD-CHECK-DIGIT-CUTOVER
           END-IF
           .

       RECORD-CHECK-DIGIT-CUTOVER.
      *    The first booking ID issued with a check digit records its
      *    date as business parameter BOOKING-CKD-FROM, which the
      *    booking-ID validators read to tell legacy IDs from checked
      *    ones. A row already on file (set at install, or by another
      *    program) is taken as it stands.
           MOVE WS-CKD-DATE TO WS-CKD-FIRST-DATE
           MOVE WS-CKD-DATE TO WS-CKD-FIRST-NUM
           ACCEPT WS-CKD-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CKD-NOW FROM TIME
           OPEN I-O FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BUSINESS-PARAMS-FILE
               PERFORM WRITE-CHECK-DIGIT-CUTOVER
           ELSE
               MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
               READ FS-BUSINESS-PARAMS-FILE
               KEY IS FS-BPM-PARAM-NAME
               INVALID KEY
                   PERFORM WRITE-CHECK-DIGIT-CUTOVER
               NOT INVALID KEY
                   MOVE FS-BPM-PARAM-VALUE TO WS-CKD-FIRST-NUM
                   MOVE WS-CKD-FIRST-NUM TO WS-CKD-FIRST-DATE
               END-READ
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .

       WRITE-CHECK-DIGIT-CUTOVER.
           MOVE SPACES TO FS-BUSINESS-PARAMS-RECORD
           MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
           MOVE WS-CKD-FIRST-NUM TO FS-BPM-PARAM-VALUE
           MOVE SPACES TO WS-CKD-STAMP
           STRING WS-CKD-TODAY(5:2) '/' WS-CKD-TODAY(7:2) '/'
               WS-CKD-TODAY(1:4) '   ' WS-CKD-NOW(1:2) ':'
               WS-CKD-NOW(3:2) ':' WS-CKD-NOW(5:2)
               DELIMITED BY SIZE INTO WS-CKD-STAMP
           MOVE WS-CKD-STAMP(1:10) TO FS-BPM-EFFECTIVE-DATE
           MOVE WS-CKD-STAMP TO FS-BPM-TIME-STAMP
           WRITE FS-BUSINESS-PARAMS-RECORD
               INVALID KEY CONTINUE
           END-WRITE
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
               MOVE 'standing_orders' TO FS-BEV-PROGRAM
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
