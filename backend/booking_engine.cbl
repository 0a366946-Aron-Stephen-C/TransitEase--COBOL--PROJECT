       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASF-BOOKING-ID
               FILE STATUS IS WS-ASF-FILE-STATUS.

           SELECT FS-MINOR-RULES-FILE ASSIGN TO 'data/minor_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-UMR-ROUTE-ID
               FILE STATUS IS WS-UMR-FILE-STATUS.

           SELECT FS-MINOR-TRAVEL-FILE ASSIGN TO
               'data/minor_travel.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-UMT-BOOKING-ID
               FILE STATUS IS WS-UMT-FILE-STATUS.

           SELECT FS-TRAVEL-DOC-FILE ASSIGN TO
               'data/travel_documents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TDC-BOOKING-ID
               FILE STATUS IS WS-TDC-FILE-STATUS.

           SELECT FS-PASSES-FILE ASSIGN TO 'data/passes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PS-PASS-ID
               FILE STATUS IS WS-PS-FILE-STATUS.

           SELECT FS-STANDING-ORDER-FILE ASSIGN TO
               'data/standing_orders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SO-ID
               ALTERNATE RECORD KEY IS FS-SO-FK-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT FS-STANDEE-CAPS-FILE ASSIGN TO
               'data/standee_caps.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-CL-VEHICLE-ID
               FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT FS-CARGO-LEGS-FILE ASSIGN TO 'data/cargo_legs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CGL-KEY
               FILE STATUS IS WS-CGL-FILE-STATUS.

           SELECT FS-INSURANCE-FILE ASSIGN TO
               'data/insurance_policies.txt'
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

           SELECT FS-OVERBOOK-RULES-FILE ASSIGN TO
               'data/overbook_rules.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-BST-BOOKING-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-DETOUR-FILE ASSIGN TO 'data/route_detours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DTR-KEY
               FILE STATUS IS WS-DTR-FILE-STATUS.

           SELECT FS-VOUCHER-FILE ASSIGN TO 'data/vouchers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ORC-SERIES-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OTC-REFERENCE-FILE ASSIGN TO
               'data/otc_references.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OTC-REFERENCE
               FILE STATUS IS WS-OTC-FILE-STATUS.

           SELECT FS-CARD-AUTH-REQUEST-FILE ASSIGN TO
               'data/acquirer/auth_request.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CARD-AUTH-STATUS.

           SELECT FS-CARD-AUTH-RESPONSE-FILE ASSIGN TO
               'data/acquirer/auth_response.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CARD-AUTH-STATUS.

           SELECT FS-ASSISTED-SESSION-FILE ASSIGN TO
               'data/assisted_sessions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASN-TOKEN
               FILE STATUS IS WS-ASN-FILE-STATUS.

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
       FD  FS-FIELD-REQUEST-FILE.
       01  FS-FIELD-REQUEST-RECORD.
           02    FS-FCQ-TRACE    PIC X(16).
           02    FS-FCQ-OPERATION    PIC X(7).
           02    FS-FCQ-KIND    PIC X.
           02    FS-FCQ-WIDTH    PIC 9(3).
           02    FS-FCQ-VALUE    PIC X(100).

       FD  FS-FIELD-RESPONSE-FILE.
       01  FS-FIELD-RESPONSE-RECORD.
           02    FS-FCA-TRACE    PIC X(16).
           02    FS-FCA-RESULT    PIC XX.
           02    FS-FCA-VALUE    PIC X(100).

       FD  FS-CURRENT-BOOKING-FILE.
       01  FS-CURRENT-BOOKING-ID    PIC X(15).

           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-PH-CHANGED-BY    PIC X(15).
           02    FS-PH-FILLER-6    PIC X(3) VALUE SPACES.
           02    FS-PH-TIME-STAMP.
               03    FS-PH-TS-DATE    PIC 99/99/9999.
               03    FS-PH-TS-FILLER-SPACE    PIC X(3).
               03    FS-PH-TS-TIME.
                   04    FS-PH-TS-HOUR    PIC 99.
                   04    FS-PH-TS-MINUTES    PIC 99.
                   04    FS-PH-TS-COLON-2    PIC X.
                   04    FS-PH-TS-SECONDS    PIC 99.
           02    FS-PH-FILLER-7    PIC X(3) VALUE SPACES.
           02    FS-PH-CHAIN-SEQ    PIC 9(9).
           02    FS-PH-FILLER-8    PIC X(3) VALUE SPACES.
           02    FS-PH-CHAIN-HASH    PIC X(64).

       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
               88    FS-P-NOTIFY-NONE    VALUE 'N'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
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
           02    FS-VL-LONGITUDE    PIC S9(3)V9(6).
           02    FS-VL-CHECKPOINT-CODE    PIC X(20).
           02    FS-VL-TIME-STAMP.
               03    FS-VL-DATE    PIC 99/99/9999.
               03    FS-VL-FILLER-SPACE    PIC X(3).
               03    FS-VL-TIME.
                   04    FS-VL-HOUR    PIC 99.
           02    FS-SATT-PWD-FLAG    PIC X.
           02    FS-SATT-DOOR-FLAG    PIC X.
           02    FS-SATT-LEGROOM-FLAG    PIC X.
           02    FS-SATT-DECK    PIC X.
           02    FS-SATT-BERTH    PIC X.

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-ASF-INFANT    PIC X.
           02    FS-ASF-BOARDING-HELP    PIC X.

       FD  FS-MINOR-RULES-FILE.
       01  FS-MINOR-RULES-RECORD.
           02    FS-UMR-ROUTE-ID    PIC X(15).
           02    FS-UMR-ALLOWED    PIC X.
           02    FS-UMR-EARLIEST-HHMM    PIC 9(4).
           02    FS-UMR-LATEST-HHMM    PIC 9(4).
           02    FS-UMR-TIME-STAMP    PIC X(21).

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

       FD  FS-TRAVEL-DOC-FILE.
       01  FS-TRAVEL-DOC-RECORD.
           02    FS-TDC-BOOKING-ID    PIC X(15).
           02    FS-TDC-FK-USER-ID    PIC X(15).
           02    FS-TDC-SURNAME    PIC X(40).
           02    FS-TDC-GIVEN-NAMES    PIC X(40).
           02    FS-TDC-SEX    PIC X.
           02    FS-TDC-DOC-TYPE    PIC X.
           02    FS-TDC-DOC-NUMBER    PIC X(20).
           02    FS-TDC-NATIONALITY    PIC X(3).
           02    FS-TDC-ISSUING-COUNTRY    PIC X(3).
           02    FS-TDC-BIRTH-DATE    PIC 99/99/9999.
           02    FS-TDC-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-TDC-TIME-STAMP    PIC X(21).

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

       FD  FS-PASSES-FILE.
       01  FS-PASSES-RECORD.
           02    FS-PS-PASS-ID    PIC X(15).
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
           02    FS-FARE-TIER-2-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIER-3-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIME-STAMP.
               03    FS-FM-DATE    PIC 99/99/9999.
               03    FS-FM-FILLER-SPACE    PIC X(3).
               03    FS-FM-TIME.
                   04    FS-FM-HOUR    PIC 99.
           02    FS-EXR-CURRENCY-CODE    PIC X(3).
           02    FS-EXR-RATE-TO-PHP    PIC 9(6)V9(4).
           02    FS-EXR-TIME-STAMP.
               03    FS-EXR-DATE    PIC 99/99/9999.
               03    FS-EXR-FILLER-SPACE    PIC X(3).
               03    FS-EXR-TIME.
                   04    FS-EXR-HOUR    PIC 99.
           02    FS-CG-COD-AMOUNT    PIC 9(10)V99.
           02    FS-CG-COD-STATUS    PIC X(10).
           02    FS-CG-TIME-STAMP.
               03    FS-CG-TS-DATE    PIC 99/99/9999.
               03    FS-CG-TS-FILLER-SPACE    PIC X(3).
               03    FS-CG-TS-TIME.
                   04    FS-CG-TS-HOUR    PIC 99.
                   04    FS-CG-TS-MINUTES    PIC 99.
                   04    FS-CG-TS-COLON-2    PIC X.
                   04    FS-CG-TS-SECOND    PIC 99.
           02    FS-CG-LENGTH-CM    PIC 9(4).
           02    FS-CG-WIDTH-CM    PIC 9(4).
           02    FS-CG-HEIGHT-CM    PIC 9(4).
           02    FS-CG-CHARGE-WEIGHT    PIC 9(5)V99.
           02    FS-CG-ACCEPT-DATE    PIC 99/99/9999.

       FD  FS-CARGO-LIMITS-FILE.
       01  FS-CARGO-LIMITS-RECORD.
           02    FS-CL-VEHICLE-ID    PIC X(15).
           02    FS-CL-LIMIT-KG    PIC 9(5)V99.

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

       FD  FS-INSURANCE-FILE.
       01  FS-INSURANCE-RECORD.
           02    FS-INS-BOOKING-ID    PIC X(15).
           02    FS-INS-POLICY-REF    PIC X(15).
           02    FS-INS-PREMIUM    PIC 9(5)V99.
           02    FS-INS-STATUS    PIC X(8).
           02    FS-INS-TIME-STAMP    PIC X(22).

       FD  FS-LEVY-RATES-FILE.
       01  FS-LEVY-RATES-RECORD.
           02    FS-LVL-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-LVL-FK-PAYMENT-ID    PIC X(15).
           02    FS-LVL-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-LVL-DATE    PIC 99/99/9999.

       FD  FS-SALE-TERMINALS-FILE.
       01  FS-SALE-TERMINALS-RECORD.
           02    FS-JRN-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-JRN-IMAGE    PIC X(200).

           02    FS-JOURNEY-TRANSFER-MINUTES    PIC 9(4).
           02    FS-JOURNEY-STATUS    PIC X(8).
           02    FS-JOURNEY-TIME-STAMP.
               03    FS-JY-DATE    PIC 99/99/9999.
               03    FS-JY-FILLER-SPACE    PIC X(3).
               03    FS-JY-TIME.
                   04    FS-JY-HOUR    PIC 99.
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
           02    FS-RR-STATUS    PIC X(8).
           02    FS-RR-DECIDED-BY    PIC X(15).
           02    FS-RR-REQUEST-TIME-STAMP.
               03    FS-RR-RQ-DATE    PIC 99/99/9999.
               03    FS-RR-RQ-FILLER-SPACE    PIC X(3).
               03    FS-RR-RQ-TIME.
                   04    FS-RR-RQ-HOUR    PIC 99.
                   04    FS-RR-RQ-COLON-2    PIC X.
                   04    FS-RR-RQ-SECOND    PIC 99.
           02    FS-RR-DECISION-TIME-STAMP.
               03    FS-RR-DC-DATE    PIC 99/99/9999.
               03    FS-RR-DC-FILLER-SPACE    PIC X(3).
               03    FS-RR-DC-TIME.
                   04    FS-RR-DC-HOUR    PIC 99.
           02    FS-RRU-CUTOFF-MINUTES    PIC 9(4).
           02    FS-RRU-HORIZON-DAYS    PIC 9(3).
           02    FS-RRU-LONGHAUL-FLAG    PIC X.
           02    FS-RRU-CROSSBORDER-FLAG    PIC X.

       FD  FS-ERROR-LOG-FILE.
       01  FS-ERROR-LOG-RECORD.
           02    FS-ERR-FILE-STATUS    PIC XX.
           02    FS-ERR-RESOLVED    PIC X.
           02    FS-ERR-TIME-STAMP.
               03    FS-ERR-TS-DATE    PIC 99/99/9999.
               03    FS-ERR-TS-FILLER-SPACE    PIC X(3).
               03    FS-ERR-TS-TIME.
                   04    FS-ERR-TS-HOUR    PIC 99.
           02    FS-DS-VARIANCE    PIC S9(10)V99.
           02    FS-DS-STATUS    PIC X(8).
           02    FS-DS-TIME-STAMP.
               03    FS-DS-TS-DATE    PIC 99/99/9999.
               03    FS-DS-TS-FILLER-SPACE    PIC X(3).
               03    FS-DS-TS-TIME.
                   04    FS-DS-TS-HOUR    PIC 99.
       01  FS-LOST-SALES-RECORD.
           02    FS-LS-ROUTE-ID    PIC X(15).
           02    FS-LS-FILLER-1    PIC X(3).
           02    FS-LS-DATE    PIC 99/99/9999.
           02    FS-LS-FILLER-2    PIC X(3).
           02    FS-LS-REASON    PIC X(8).
           02    FS-LS-FILLER-3    PIC X(3).
           02    FS-A-PHONE-NUMBER    PIC X(11).
           02    FS-A-ROLE    PIC X.
           02    FS-A-TIME-STAMP.
               03    FS-A-DATE    PIC 99/99/9999.
               03    FS-A-FILLER-SPACE    PIC X(3).
               03    FS-A-TIME.
                   04    FS-A-HOUR    PIC 99.
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

       FD  FS-FEEDBACK-FILE.
       01  FS-FEEDBACK-RECORD.
           02    FS-FB-ID    PIC X(15).
           02    FS-FB-TEXT    PIC X(100).
           02    FS-FB-STATUS    PIC X(8).
           02    FS-FB-TIME-STAMP.
               03    FS-FB-TS-DATE    PIC 99/99/9999.
               03    FS-FB-TS-FILLER-SPACE    PIC X(3).
               03    FS-FB-TS-TIME.
                   04    FS-FB-TS-HOUR    PIC 99.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
           02    FS-AUD-RECORD-KEY    PIC X(15).
           02    FS-AUD-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-AUD-TIME-STAMP.
               03    FS-AUD-DATE    PIC 99/99/9999.
               03    FS-AUD-FILLER-SPACE    PIC X(3).
               03    FS-AUD-TIME.
                   04    FS-AUD-HOUR    PIC 99.
                   04    FS-AUD-MINUTES    PIC 99.
                   04    FS-AUD-COLON-2    PIC X.
                   04    FS-AUD-SECOND    PIC 99.
           02    FS-AUD-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-AUD-CHAIN-SEQ    PIC 9(9).
           02    FS-AUD-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-AUD-CHAIN-HASH    PIC X(64).

       FD  FS-QUOTES-FILE.
       01  FS-QUOTES-RECORD.
           02    FS-QT-QUOTED-PRICE    PIC 9(10)V99.
           02    FS-QT-STATUS    PIC X(9).
           02    FS-QT-TIME-STAMP.
               03    FS-QT-TS-DATE    PIC 99/99/9999.
               03    FS-QT-TS-FILLER-SPACE    PIC X(3).
               03    FS-QT-TS-TIME.
                   04    FS-QT-TS-HOUR    PIC 99.
           02    FS-FF-DETAIL    PIC X(30).
           02    FS-FF-STATUS    PIC X(8).
           02    FS-FF-TIME-STAMP.
               03    FS-FF-TS-DATE    PIC 99/99/9999.
               03    FS-FF-TS-FILLER-SPACE    PIC X(3).
               03    FS-FF-TS-TIME.
                   04    FS-FF-TS-HOUR    PIC 99.
                                        SEPARATE.
           02    FS-CRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-CRN-TIME-STAMP.
               03    FS-CRN-TS-DATE    PIC 99/99/9999.
               03    FS-CRN-TS-FILLER-SPACE    PIC X(3).
               03    FS-CRN-TS-TIME.
                   04    FS-CRN-TS-HOUR    PIC 99.
           02    FS-STP-STOP-ID    PIC X(15).
           02    FS-STP-NAME    PIC X(30).
           02    FS-STP-TIME-STAMP.
               03    FS-STP-DATE    PIC 99/99/9999.
               03    FS-STP-FILLER-SPACE    PIC X(3).
               03    FS-STP-TIME.
                   04    FS-STP-HOUR    PIC 99.
           02    FS-BST-ALIGHT-STOP-ID    PIC X(15).
           02    FS-BST-STAGE-DISTANCE    PIC 9(10)V9(2).

       FD  FS-DETOUR-FILE.
       01  FS-DETOUR-RECORD.
           02    FS-DTR-KEY.
               03    FS-DTR-FK-ROUTE-ID    PIC X(15).
               03    FS-DTR-FK-STOP-ID    PIC X(15).
               03    FS-DTR-FROM-INT    PIC 9(8).
           02    FS-DTR-TO-INT    PIC 9(8).
           02    FS-DTR-SUBSTITUTE-STOP-ID    PIC X(15).
           02    FS-DTR-REASON    PIC X(40).
           02    FS-DTR-STATUS    PIC X(8).
           02    FS-DTR-TIME-STAMP    PIC X(21).

       FD  FS-VOUCHER-FILE.
       01  FS-VOUCHER-RECORD.
           02    FS-VCH-CODE    PIC X(15).
           02    FS-VCH-FK-BOOKING-ID    PIC X(15).
           02    FS-VCH-VALUE    PIC 9(10)V99.
           02    FS-VCH-STATUS    PIC X(8).
           02    FS-VCH-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-VCH-TIME-STAMP.
               03    FS-VCH-TS-DATE    PIC 99/99/9999.
               03    FS-VCH-TS-FILLER-SPACE    PIC X(3).
               03    FS-VCH-TS-TIME.
                   04    FS-VCH-TS-HOUR    PIC 99.
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

       FD  FS-OR-CONTROL-FILE.
       01  FS-OR-CONTROL-RECORD.
           02    FS-ORC-SERIES-NAME    PIC X(10).
           02    FS-ORC-LAST-NUMBER    PIC 9(8).

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

       FD  FS-CARD-AUTH-REQUEST-FILE.
       01  FS-CARD-AUTH-REQUEST-RECORD.
           02    FS-CAQ-TRACE    PIC X(15).
           02    FS-CAQ-FILLER-1    PIC X(2).
           02    FS-CAQ-CARD-NUMBER    PIC X(16).
           02    FS-CAQ-FILLER-2    PIC X(2).
           02    FS-CAQ-CARD-EXPIRY    PIC X(5).
           02    FS-CAQ-FILLER-3    PIC X(2).
           02    FS-CAQ-CARD-CVV    PIC X(4).
           02    FS-CAQ-FILLER-4    PIC X(2).
           02    FS-CAQ-AMOUNT    PIC 9(10)V99.

       FD  FS-CARD-AUTH-RESPONSE-FILE.
       01  FS-CARD-AUTH-RESPONSE-RECORD.
           02    FS-CAR-TRACE    PIC X(15).
           02    FS-CAR-FILLER-1    PIC X(2).
           02    FS-CAR-RESPONSE-CODE    PIC X(2).
           02    FS-CAR-FILLER-2    PIC X(2).
           02    FS-CAR-APPROVAL-CODE    PIC X(10).
           02    FS-CAR-FILLER-3    PIC X(2).
           02    FS-CAR-MESSAGE    PIC X(40).

       FD  FS-LOYALTY-LEDGER-FILE.
       01  FS-LOYALTY-LEDGER-RECORD.
           02    FS-LL-USER-ID    PIC X(15).
           02    FS-LL-REFERENCE    PIC X(15).
           02    FS-LL-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-LL-TIME-STAMP.
               03    FS-LL-TS-DATE    PIC 99/99/9999.
               03    FS-LL-TS-FILLER-SPACE    PIC X(3).
               03    FS-LL-TS-TIME.
                   04    FS-LL-TS-HOUR    PIC 99.
                   04    FS-LL-TS-COLON-2    PIC X.
                   04    FS-LL-TS-SECOND    PIC 99.

       FD  FS-ASSISTED-SESSION-FILE.
       01  FS-ASSISTED-SESSION-RECORD.
           02    FS-ASN-TOKEN    PIC X(15).
           02    FS-ASN-AGENT-ID    PIC X(15).
           02    FS-ASN-USER-ID    PIC X(15).
           02    FS-ASN-TIME-STAMP    PIC X(21).

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
       01  WS-DATE     PIC 9(6).
       01  WS-TIME     PIC 9(8).
           02    WS-GROUP-ID    PIC X(15).
           02    WS-PASSENGER-CATEGORY    PIC X(7).
           02    WS-BOOKING-TIME-STAMP.
               03    WS-B-TS-DATE    PIC 99/99/9999.
               03    WS-B-TS-FILLER-SPACE    PIC X(3).
               03    WS-B-TS-TIME.
                   04    WS-B-TS-HOUR    PIC 99.
           02    WS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    WS-VAT-AMOUNT    PIC 9(10)V99.
           02    WS-TRANSACTION-TIME-STAMP.
               03    WS-TT-DATE    PIC 99/99/9999.
               03    WS-TT-FILLER-SPACE    PIC X(3).
               03    WS-TT-TIME.
                   04    WS-TT-HOUR    PIC 99.
       01  WS-HOLD-CARGO-KG    PIC 9(7)V99.
       01  WS-HOLD-BAGGAGE-KG    PIC 9(7)V99.
       01  WS-HOLD-EOF    PIC X.
       01  WS-CGL-FILE-STATUS    PIC XX.
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
       01  WS-CKD-ENTRY    PIC X(15).
       01  WS-CKD-OK    PIC X.
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE PIC 99/99/9999.
           02    WS-B-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
           02    WS-DATE-D-Q.
               03    WS-MONTH-D-Q    PIC 99/.
               03    WS-DAY-D-Q    PIC 99/.
               03    WS-YEAR-D-Q    PIC 9999.
           02    WS-DATE-A-Q.
               03    WS-MONTH-A-Q    PIC 99/.
               03    WS-DAY-A-Q    PIC 99/.
               03    WS-YEAR-A-Q    PIC 9999.
           02    WS-TIME-D-Q.
               03    WS-HOUR-D-Q    PIC 99.
               03    WS-MINUTES-D-Q    PIC 99.
           02    WS-VEHICLE-CLASS-Q    PIC X(11).
       01  WS-PAYMENT-METHOD-CHOICE    PIC X.
       01  WS-CREDIT-CARD-NUMBER    PIC X(16).
       01  WS-CARD-EXPIRY    PIC X(5).
       01  WS-CARD-CVV    PIC X(4).
       01  WS-CARD-AUTH-STATUS    PIC XX.
       01  WS-CARD-AUTH-OK    PIC X.
       01  WS-CARD-AUTH-AMOUNT    PIC 9(10)V99.
       01  WS-CARD-AUTH-TRACE    PIC X(15).
       01  WS-CARD-AUTH-COMMAND    PIC X(120).
       01  WS-CARD-AUTH-RC    PIC S9(9) COMP.
       01  WS-CARD-APPROVAL-CODE    PIC X(10).
       01  WS-CARD-DECLINE-TEXT    PIC X(40).
       01  WS-CARD-MASKED-NUMBER    PIC X(20).
       01  WS-OTC-FILE-STATUS    PIC XX.
       01  WS-OTC-PAYBY-DAYS    PIC 9(3) VALUE 2.
       01  WS-OTC-ISSUE-OK    PIC X.
       01  WS-OTC-REFERENCE    PIC X(15).
       01  WS-OTC-PAYBY-DATE    PIC 99/99/9999.
       01  WS-OTC-DATE-INT    PIC 9(8).
       01  WS-OTC-TODAY-DAY    PIC S9(9) COMP.
       01  WS-OTC-DEPART-DAY    PIC S9(9) COMP.
       01  WS-OTC-PAYBY-DAY    PIC S9(9) COMP.
       01  WS-CONFIRM-BOOKING    PIC X(3).
       01  WS-VEHICLE-CLASS-CLEAN PIC X(11).
       01  WS-REPEAT    PIC XXX.
       01  WS-SATT-PWD-FLAG    PIC X.
       01  WS-SATT-DOOR-FLAG    PIC X.
       01  WS-SATT-LEGROOM-FLAG    PIC X.
       01  WS-SATT-DECK    PIC X.
       01  WS-SATT-BERTH    PIC X.
       01  WS-SATT-HAS-UPPER-DECK    PIC X.
       01  WS-SATT-CHART-DECK    PIC X.
       01  WS-SATT-SCAN-EOF    PIC X.
       01  WS-SATT-LOOKUP-SEAT    PIC 9(3).
       01  WS-SATT-LAYOUT-REM    PIC 9(3).
       01  WS-SATT-LAYOUT-QUOT    PIC 9(3).
       01  WS-PREF-SEAT-FOUND    PIC X.
       01  WS-PREF-MATCHED    PIC X.
       01  WS-PREF-ACCEPTED    PIC X(3).
       01  WS-SATT-TAG    PIC X(5).
       01  WS-STC-FILE-STATUS    PIC XX.
       01  WS-STANDEE-SALE    PIC X VALUE 'N'.
       01  WS-STANDEE-CAP    PIC 9(3).
       01  WS-ASSIST-INFANT    PIC X.
       01  WS-ASSIST-BOARDING    PIC X.
       01  WS-ASSIST-ANSWER    PIC X(3).
       01  WS-UMR-FILE-STATUS    PIC XX.
       01  WS-UMT-FILE-STATUS    PIC XX.
       01  WS-UM-TRAVEL    PIC X VALUE 'N'.
       01  WS-UM-BLOCKED    PIC X VALUE 'N'.
       01  WS-UM-ANSWER    PIC X(3).
       01  WS-UM-ESCORT-FEE    PIC 9(6)V99 VALUE 150.00.
       01  WS-UM-FEE-CHARGED    PIC 9(6)V99 VALUE 0.
       01  WS-UM-MIN-AGE    PIC 99 VALUE 7.
       01  WS-UM-MAX-AGE    PIC 99 VALUE 17.
       01  WS-UM-EARLIEST-HHMM    PIC 9(4).
       01  WS-UM-LATEST-HHMM    PIC 9(4).
       01  WS-UM-DEP-HOUR24    PIC 99.
       01  WS-UM-DEP-HHMM    PIC 9(4).
       01  WS-UM-ROUTE-ALLOWED    PIC X.
       01  WS-UM-MINOR-NAME    PIC X(40).
       01  WS-UM-MINOR-AGE    PIC 99.
       01  WS-UM-SEND-NAME    PIC X(40).
       01  WS-UM-SEND-PHONE    PIC X(11).
       01  WS-UM-SEND-ID-TYPE    PIC X(15).
       01  WS-UM-SEND-ID-NO    PIC X(20).
       01  WS-UM-RECV-NAME    PIC X(40).
       01  WS-UM-RECV-PHONE    PIC X(11).
       01  WS-UM-RECV-ID-TYPE    PIC X(15).
       01  WS-UM-RECV-ID-NO    PIC X(20).
       01  WS-TDC-FILE-STATUS    PIC XX.
       01  WS-TD-CAPTURED    PIC X VALUE 'N'.
       01  WS-TD-BLOCKED    PIC X VALUE 'N'.
       01  WS-TD-BOOKING-ID    PIC X(15).
       01  WS-TD-USER-ID    PIC X(15).
       01  WS-TD-SURNAME    PIC X(40).
       01  WS-TD-GIVEN-NAMES    PIC X(40).
       01  WS-TD-SEX    PIC X.
       01  WS-TD-DOC-TYPE    PIC X.
       01  WS-TD-DOC-NUMBER    PIC X(20).
       01  WS-TD-NATIONALITY    PIC X(3).
       01  WS-TD-ISSUING-COUNTRY    PIC X(3).
       01  WS-TD-BIRTH-ENTRY    PIC X(10).
       01  WS-TD-EXPIRY-ENTRY    PIC X(10).
       01  WS-TD-DATE-ENTRY    PIC X(10).
       01  WS-TD-DATE-INT    PIC 9(8).
       01  WS-TD-BIRTH-INT    PIC 9(8).
       01  WS-TD-EXPIRY-INT    PIC 9(8).
       01  WS-TD-TRAVEL-INT    PIC 9(8).
       01  WS-TD-DOC-OK    PIC X.
       01  WS-PCN-FILE-STATUS    PIC XX.
       01  WS-SW-LONGHAUL    PIC X.
       01  WS-SW-CROSSBORDER    PIC X.
       01  WS-PCN-NAME-ENTRY    PIC X(50).
       01  WS-PCN-PHONE-ENTRY    PIC X(11).
       01  WS-PCN-NATION-ENTRY    PIC X(20).
       01  WS-PROMOTE-SEAT-NO    PIC 9(3).
       01  WS-WAITLIST-FOUND    PIC X(3).
       01  WS-PROMOTE-EOF    PIC X.
       01  WS-PROMOTE-NONREV-ID    PIC X(15).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-TODAY-TIME    PIC 9(8).
       01  WS-FILTER-STATUS-Q    PIC X(9).
       01  WS-FILTER-ORIGIN-Q    PIC X(30).
       01  WS-FILTER-DESTINATION-Q    PIC X(30).
       01  WS-FILTER-DATE-FROM-ENTRY    PIC 99/99/9999.
       01  WS-FILTER-DATE-TO-ENTRY    PIC 99/99/9999.
       01  WS-FILTER-DATE-FROM-Q    PIC 9(8).
       01  WS-FILTER-DATE-TO-Q    PIC 9(8).
       01  WS-FILTER-SORT-CHOICE    PIC X.
       01  WS-ROUND-TRIP-TOTAL-PRICE    PIC 9(10)V99.
       01  WS-OUTBOUND-ORIGIN    PIC X(30).
       01  WS-OUTBOUND-DESTINATION    PIC X(30).
       01  WS-OUTBOUND-DEPARTURE-TIME    PIC X(23).
       01  WS-OUTBOUND-ARRIVAL-TIME    PIC X(23).
       01  WS-OUTBOUND-VEHICLE-SERIAL    PIC X(6).
       01  WS-RETURN-ORIGIN    PIC X(30).
       01  WS-RETURN-DESTINATION    PIC X(30).
       01  WS-RETURN-DEPARTURE-TIME    PIC X(23).
       01  WS-RETURN-ARRIVAL-TIME    PIC X(23).
       01  WS-RETURN-VEHICLE-SERIAL    PIC X(6).
       01  WS-FARE-FACTOR    PIC 9(3)V99.
       01  WS-FARE-LOOKUP-CLASS    PIC X.
               03    WS-JB-PRICE    PIC 9(10)V99.
               03    WS-JB-ORIGIN    PIC X(30).
               03    WS-JB-DESTINATION    PIC X(30).
               03    WS-JB-DEPARTURE-TIME    PIC X(23).
               03    WS-JB-ARRIVAL-TIME    PIC X(23).
               03    WS-JB-VEHICLE-SERIAL    PIC X(6).
               03    WS-JB-ARRIVE-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-JB-DEP-HOUR24    PIC 99.
       01  WS-SURGE-HIGH-MULT    PIC 9(3)V99 VALUE 1.50.
       01  WS-SURGE-MID-MULT    PIC 9(3)V99 VALUE 1.25.
       01  WS-SURGE-LOW-MULT    PIC 9(3)V99 VALUE 1.10.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-ERR-FILE-STATUS    PIC XX.
       01  WS-ERR-IN-PARAGRAPH    PIC X(30).
       01  WS-SEAT-PREM-FRONT    PIC 9(5)V99 VALUE 25.00.
       01  WS-SEAT-PREM-LEGROOM    PIC 9(5)V99 VALUE 15.00.
       01  WS-SEAT-DISC-REAR    PIC 9(5)V99 VALUE 10.00.
       01  WS-SEAT-PREM-UPPER-DECK    PIC 9(5)V99 VALUE 20.00.
       01  WS-SEAT-PREM-LOWER-BERTH    PIC 9(5)V99 VALUE 50.00.
       01  WS-SEAT-POSITION-ADJ    PIC S9(8)V99 VALUE 0.
       01  WS-FB-BOOKING-ID-ENTRY    PIC X(15).
       01  WS-FB-RATING-ENTRY    PIC 9.
       01  WS-STAGE-ALIGHT-STOP-ID    PIC X(15).
       01  WS-STAGE-STOP-COUNT    PIC 9(2).
       01  WS-STAGE-DISTANCE    PIC 9(10)V9(2).
       01  WS-DTR-FILE-STATUS    PIC XX.
       01  WS-DTR-EOF    PIC X.
       01  WS-DTR-TRIP-INT    PIC 9(8).
       01  WS-DTR-STOP-ID    PIC X(15).
       01  WS-DTR-STATE    PIC X.
           88    WS-DTR-STOP-OPEN    VALUE SPACE.
           88    WS-DTR-STOP-CLOSED    VALUE 'C'.
           88    WS-DTR-STOP-MOVED    VALUE 'S'.
       01  WS-DTR-SUB-STOP-ID    PIC X(15).
       01  WS-SW-SCHEDULE-ID    PIC X(15).
       01  WS-SALES-WINDOW-OK    PIC X.
       01  WS-SW-CUTOFF-MINUTES    PIC 9(4).
       01  WS-OB-EOF    PIC X.
       01  WS-CORP-ACCOUNT-ENTRY    PIC X(15).
       01  WS-CORP-BILL-OK    PIC X.
       01  WS-CCT-FILE-STATUS    PIC XX.
       01  WS-BCF-FILE-STATUS    PIC XX.
       01  WS-CCT-EOF    PIC X.
       01  WS-CCT-DEP-INT    PIC 9(8).
       01  WS-CCT-FROM-INT    PIC 9(8).
       01  WS-CCT-TO-INT    PIC 9(8).
       01  WS-CONTRACT-APPLIED    PIC X VALUE 'N'.
       01  WS-CONTRACT-ID    PIC X(15).
       01  WS-CONTRACT-RATE-TYPE    PIC X.
       01  WS-CONTRACT-RATE-VALUE    PIC 9(8)V99.
       01  WS-CONTRACT-TRAVEL-DATE    PIC 99/99/9999.
       01  WS-CONTRACT-LIST-FARE    PIC 9(10)V99.
       01  WS-CONTRACT-FARE    PIC 9(10)V99.
       01  WS-CONTRACT-CHARGED-FARE    PIC 9(10)V99.
       01  WS-CANCEL-REASON-CODE    PIC X.
       01  WS-FF-RULE-CODE    PIC X(12).
       01  WS-FF-DETAIL    PIC X(30).
       01  WS-FF-REFUND-REQ-COUNT    PIC 9(5).
       01  WS-FF-REFUND-REQ-CAP    PIC 9(3) VALUE 3.
       01  WS-FF-EWALLET-DUP-COUNT    PIC 9(5).
       01  WS-FF-TODAY-STAMP    PIC 99/99/9999.
       01  WS-QUOTE-REFERENCE    PIC X(15).
       01  WS-QUOTE-CONVERT-REF    PIC X(15).
       01  WS-QUOTE-REF-ENTRY    PIC X(15).
       01  WS-BGR-FEE-PER-KG    PIC 9(5)V99 VALUE 10.00.
       01  WS-OR-NUMBER    PIC 9(8).
       01  WS-OR-EOF    PIC X.
       01  WS-SO-FILE-STATUS    PIC XX.
       01  WS-SO-PAGE-CHOICE    PIC X.
       01  WS-SO-EOF    PIC X.
       01  WS-SO-OK    PIC X.
       01  WS-SO-COUNT    PIC 9(3).
       01  WS-SO-ID-ENTRY    PIC X(15).
       01  WS-SO-ROUTE-ENTRY    PIC X(15).
       01  WS-SO-HOUR-ENTRY    PIC 99.
       01  WS-SO-MINUTE-ENTRY    PIC 99.
       01  WS-SO-FORMAT-ENTRY    PIC XX.
       01  WS-SO-DAY-ANSWER    PIC X.
       01  WS-SO-DAY-INDEX    PIC 9.
       01  WS-SO-DAYS-ENTRY.
           02    WS-SO-DAY-ENTRY    PIC X OCCURS 7 TIMES.
       01  WS-SO-SEAT-ENTRY    PIC 9(3).
       01  WS-SO-PAY-CHOICE    PIC X.
       01  WS-SO-PAY-REF-ENTRY    PIC X(15).
       01  WS-SO-NEW-STATUS    PIC X(8).
       01  WS-SO-DAYS-TEXT    PIC X(7).
       01  WS-SO-PAY-TEXT    PIC X(10).
       01  WS-ASN-FILE-STATUS    PIC XX.
       01  WS-ASSIST-AGENT-ID    PIC X(15) VALUE SPACES.
       01  WS-ASSIST-ACTION    PIC X(20).
       01  WS-ASSIST-RECORD-KEY    PIC X(15).
      *    Field encryption for passenger contact data (email,
      *    phone, emergency contact) - AES-GCM through backend/
      *    python_script_for_field_crypto.py, keys in
      *    data/field_keys.txt rotated by backend/field_crypto.
       01  WS-FCQ-FILE-STATUS    PIC XX.
       01  WS-FCA-FILE-STATUS    PIC XX.
       01  WS-FC-FIELD    PIC X(100).
       01  WS-FC-WIDTH    PIC 9(3).
       01  WS-FC-KIND    PIC X.
           88    WS-FC-KIND-TEXT    VALUE 'T'.
           88    WS-FC-KIND-DIGITS    VALUE 'D'.
       01  WS-FC-OPERATION    PIC X(7).
       01  WS-FC-RESULT    PIC XX.
       01  WS-FC-TRACE.
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'BOOKING'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.
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
           PERFORM CHECK-FILE-STATUS

           PERFORM LOAD-BUSINESS-PARAMETERS
           PERFORM LOAD-CHECK-DIGIT-CUTOVER

           PERFORM FETCH-USER

               END-READ
           CLOSE FS-PASSENGER-FILE
           MOVE FS-P-USER-ID TO WS-FK-USER-ID

      *    A token opened by a call-centre agent on the caller's
      *    behalf carries the agent's ID, and everything booked,
      *    changed or canceled under it is stamped with that ID.
           MOVE SPACES TO WS-ASSIST-AGENT-ID
           OPEN INPUT FS-ASSISTED-SESSION-FILE
           IF WS-ASN-FILE-STATUS = '00' THEN
               MOVE WS-SESSION-TOKEN TO FS-ASN-TOKEN
               READ FS-ASSISTED-SESSION-FILE
               KEY IS FS-ASN-TOKEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-ASN-USER-ID = WS-FK-USER-ID THEN
                       MOVE FS-ASN-AGENT-ID TO WS-ASSIST-AGENT-ID
                   END-IF
               END-READ
               CLOSE FS-ASSISTED-SESSION-FILE
           END-IF
           .

       STAMP-ASSISTED-ACTION.
           IF WS-ASSIST-AGENT-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FS-AUDIT-RECORD
           MOVE WS-ASSIST-AGENT-ID TO FS-AUD-ADMIN-ID
           MOVE WS-ASSIST-ACTION TO FS-AUD-ACTION
           MOVE WS-ASSIST-RECORD-KEY TO FS-AUD-RECORD-KEY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-AUD-TIME-STAMP

           MOVE 'AUDIT' TO WS-CHN-FILE-CODE
           MOVE FS-AUDIT-RECORD(1:80) TO WS-CHN-TEXT-BODY
           MOVE 80 TO WS-CHN-LENGTH
           PERFORM NEXT-CHAIN-LINK
           MOVE WS-CHN-SEQ TO FS-AUD-CHAIN-SEQ
           MOVE WS-CHN-HASH TO FS-AUD-CHAIN-HASH

           OPEN EXTEND FS-AUDIT-FILE
           WRITE FS-AUDIT-RECORD
           CLOSE FS-AUDIT-FILE
           .

       USER-MAIN-PAGE.
           DISPLAY "***************************************************"-
           "*************"
           DISPLAY " Welcome - " FS-P-FIRST-NAME
           IF WS-ASSIST-AGENT-ID NOT = SPACES THEN
               DISPLAY " Assisted booking - agent " WS-ASSIST-AGENT-ID
           END-IF
           DISPLAY " "

           PERFORM TRAVERSAL-BOOKING
           "   "
           DISPLAY " T - Transfer Ticket to Another Passenger          "-
           "   "
           DISPLAY " S - Standing Reservations                         "
           "   "
           DISPLAY " 9 - Quit                                          "-
           "   "
           DISPLAY " "
                       PERFORM TRANSFER-BOOKING-PAGE
                   WHEN 't'
                       PERFORM TRANSFER-BOOKING-PAGE
                   WHEN 'S'
                       PERFORM STANDING-ORDER-PAGE
                   WHEN 's'
                       PERFORM STANDING-ORDER-PAGE
                   WHEN '9'
                       STOP RUN
                   WHEN OTHER
           "l be unrefundable]"
           DISPLAY " "
           DISPLAY " Enter Booking ID to Cancel: " WITH NO ADVANCING
           ACCEPT FS-BOOKING-ID
           MOVE FS-BOOKING-ID TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " "
           DISPLAY " Reason for cancelling: 1 - Price too high"
           DISPLAY " "
           DISPLAY " Booking ID to transfer    : " WITH NO ADVANCING
           ACCEPT WS-XFER-BOOKING-ENTRY
           MOVE WS-XFER-BOOKING-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " New passenger User ID     : " WITH NO ADVANCING
           ACCEPT WS-XFER-NEW-USER-ENTRY

               CLOSE FS-PASSENGER-FILE
           END-IF

           IF WS-XFER-OK = 'Y' THEN
               PERFORM CHECK-TRANSFER-TRAVEL-DOC
           END-IF

           IF WS-XFER-OK = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Transfer fee : ' WS-TRANSFER-FEE

               PERFORM APPLY-NAME-TRANSFER

               IF WS-XFER-OK = 'Y' AND WS-TD-CAPTURED = 'Y' THEN
                   MOVE WS-XFER-BOOKING-ENTRY TO WS-TD-BOOKING-ID
                   MOVE WS-XFER-NEW-USER-ENTRY TO WS-TD-USER-ID
                   PERFORM RECORD-TRAVEL-DOCUMENT
                   MOVE 'N' TO WS-TD-CAPTURED
               END-IF

               IF WS-XFER-OK = 'Y' THEN
      *            Reissue the ticket under the new name.
                   OPEN OUTPUT FS-CURRENT-BOOKING-FILE
               MOVE WS-TIME-STAMP TO FS-TIME-STAMP
               REWRITE FS-BOOKING-RECORD
                   INVALID KEY MOVE 'N' TO WS-XFER-OK
                   NOT INVALID KEY
                       MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                       MOVE 'TRANSFER' TO WS-BEV-EVENT
                       MOVE WS-XFER-OLD-USER-ID TO WS-BEV-OLD-VALUE
                       MOVE FS-FK-USER-ID TO WS-BEV-NEW-VALUE
                       PERFORM WRITE-SESSION-BOOKING-EVENT
               END-REWRITE
               MOVE 'BOOKING' TO WS-JRN-FILE-CODE
               MOVE 'RWT' TO WS-JRN-ACTION
           DELIMITED BY SIZE INTO WS-PH-REASON
           MOVE WS-XFER-OLD-USER-ID TO WS-PH-CHANGED-BY
           PERFORM WRITE-PAYMENT-HISTORY

           MOVE 'ASSIST-TRANSFER' TO WS-ASSIST-ACTION
           MOVE WS-XFER-BOOKING-ENTRY TO WS-ASSIST-RECORD-KEY
           PERFORM STAMP-ASSISTED-ACTION
           .

       SETTLE-BALANCE-PAGE.
           DISPLAY " "
           DISPLAY " Enter Booking ID : " WITH NO ADVANCING
           ACCEPT FS-BOOKING-ID
           MOVE FS-BOOKING-ID TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-BOOKING-FILE
               READ FS-BOOKING-FILE
                                   MOVE ZEROES TO WS-PASSTHRU-TOTAL
                                   PERFORM RECORD-PAYMENT

                                   MOVE FS-BOOKING-STATUS TO
                                       WS-BEV-OLD-VALUE
                                   MOVE 'paid' TO FS-BOOKING-STATUS
                                   PERFORM GENERATE-TIME-STAMP
                                   MOVE WS-TIME-STAMP TO FS-TIME-STAMP
                                           PERFORM
                                           BOOKING-NOT-FOUND-MESSAGE
                                       NOT INVALID KEY
                                           MOVE FS-BOOKING-ID TO
                                               WS-BEV-BOOKING-ID
                                           MOVE 'STATUS' TO
                                               WS-BEV-EVENT
                                           MOVE FS-BOOKING-STATUS TO
                                               WS-BEV-NEW-VALUE
                                           PERFORM
                                           WRITE-SESSION-BOOKING-EVENT
                                           PERFORM
                                           BALANCE-SETTLED-MESSAGE
                                   END-REWRITE
               END-IF
           END-IF

           MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
           MOVE 'canceled' TO FS-BOOKING-STATUS

           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TIME-STAMP
           REWRITE FS-BOOKING-RECORD
               NOT INVALID KEY
                   MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                   MOVE 'CANCEL' TO WS-BEV-EVENT
                   MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                   PERFORM WRITE-SESSION-BOOKING-EVENT
           END-REWRITE

           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           PERFORM RECORD-CANCEL-REASON
           PERFORM CANCEL-INSURANCE-POLICY

           MOVE 'ASSIST-CANCEL' TO WS-ASSIST-ACTION
           MOVE FS-BOOKING-ID TO WS-ASSIST-RECORD-KEY
           PERFORM STAMP-ASSISTED-ACTION

           MOVE FS-FK-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
           MOVE FS-SEAT-NUMBER TO FS-SEAT-NO
           READ FS-SEAT-MAP-FILE
           "****"
           DISPLAY " "
           DISPLAY " Enter Booking ID to Modify: " WITH NO ADVANCING
           ACCEPT FS-BOOKING-ID
           MOVE FS-BOOKING-ID TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O FS-BOOKING-FILE
           OPEN I-O FS-SEAT-MAP-FILE
                           MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
                           PERFORM WRITE-AFTER-IMAGE

                           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                           MOVE 'RESCHEDULE' TO WS-BEV-EVENT
                           MOVE SPACES TO WS-BEV-OLD-VALUE
                           STRING WS-MODIFY-OLD-SCHEDULE-ID
                               DELIMITED BY SPACE
                               '/' WS-MODIFY-OLD-SEAT(8:3)
                               DELIMITED BY SIZE
                               INTO WS-BEV-OLD-VALUE
                           MOVE SPACES TO WS-BEV-NEW-VALUE
                           STRING FS-FK-SCHEDULE-ID DELIMITED BY SPACE
                               '/' FS-SEAT-NUMBER(8:3)
                               DELIMITED BY SIZE
                               INTO WS-BEV-NEW-VALUE
                           PERFORM WRITE-SESSION-BOOKING-EVENT

                           MOVE 'ASSIST-MODIFY' TO WS-ASSIST-ACTION
                           MOVE FS-BOOKING-ID TO WS-ASSIST-RECORD-KEY
                           PERFORM STAMP-ASSISTED-ACTION

                           PERFORM MODIFIED-SUCCESSFULLY-MESSAGE
                       ELSE
                           CLOSE FS-BOOKING-FILE
                       IF WS-SALES-WINDOW-OK NOT = 'Y' THEN
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
                       IF WS-SALES-WINDOW-OK = 'Y' AND
                           WS-SW-CROSSBORDER = 'Y' THEN
                           PERFORM CHECK-MODIFY-TRAVEL-DOC
                           IF WS-TD-DOC-OK NOT = 'Y' THEN
                               MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

           ACCEPT WS-MONTH-D-Q
           DISPLAY " Day [DD]: " WITH NO ADVANCING
           ACCEPT WS-DAY-D-Q
           DISPLAY " Year [YYYY]: " WITH NO ADVANCING
           ACCEPT WS-YEAR-D-Q
           DISPLAY " Hour [HH]: " WITH NO ADVANCING
           ACCEPT WS-HOUR-D-Q
           ACCEPT WS-MONTH-A-Q
           DISPLAY " Day [DD]: " WITH NO ADVANCING
           ACCEPT WS-DAY-A-Q
           DISPLAY " Year [YYYY]: " WITH NO ADVANCING
           ACCEPT WS-YEAR-A-Q
           DISPLAY " Hour [HH]: " WITH NO ADVANCING
           ACCEPT WS-HOUR-A-Q
                           IF WS-SALES-WINDOW-OK NOT = 'Y' THEN
                               MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                           END-IF
                           IF WS-SALES-WINDOW-OK = 'Y' AND
                               WS-SW-CROSSBORDER = 'Y' THEN
                               PERFORM CROSSBORDER-SINGLE-MESSAGE
                               MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                           END-IF
                   END-EVALUATE
               END-PERFORM

           EVALUATE WS-CONFIRM-BOOKING
               WHEN 'yes'
                   PERFORM GENERATE-GROUP-ID
                   MOVE WS-GROUP-TOTAL-PRICE TO WS-PRICE
                   PERFORM GROUP-PAYMENT-SELECTION

                   PERFORM VARYING WS-COUNTER-I FROM 1 BY 1 UNTIL
           DISPLAY " Payment Method: 1 - Cash"
           DISPLAY "                 2 - Online payment (Credit Card)"
           DISPLAY "                 3 - E-Wallet"
           DISPLAY "                 4 - Pay at Store/Bank"
           DISPLAY " "
           DISPLAY " Confirm payment method: " WITH NO ADVANCING
           ACCEPT WS-PAYMENT-METHOD-CHOICE
                   DISPLAY ' '
                   DISPLAY ' Credit Card Number : ' WITH NO ADVANCING
                   ACCEPT WS-CREDIT-CARD-NUMBER
                   DISPLAY ' Expiry (MM/YY)     : ' WITH NO ADVANCING
                   ACCEPT WS-CARD-EXPIRY
                   DISPLAY ' Security Code      : ' WITH NO ADVANCING
                   ACCEPT WS-CARD-CVV
                   MOVE WS-PRICE TO WS-CARD-AUTH-AMOUNT
                   PERFORM AUTHORIZE-CARD-PAYMENT
                   IF WS-CARD-AUTH-OK = 'Y' THEN
                       MOVE 'credit-card' TO WS-PAYMENT-METHOD
                       MOVE 'paid' TO WS-BOOKING-STATUS
                       MOVE 'paid' TO WS-PAYMENT-STATUS
                   ELSE
      *                The seats are held the same way a cash group
      *                is - reserved and unpaid until settled at the
      *                counter.
                       PERFORM CARD-DECLINED-MESSAGE
                       MOVE 'cash' TO WS-PAYMENT-METHOD
                       MOVE 'reserved' TO WS-BOOKING-STATUS
                       MOVE 'pending' TO WS-PAYMENT-STATUS
                   END-IF
               WHEN '3'
                   DISPLAY ' '
                   DISPLAY ' E-Wallet Reference Number  : '
                   MOVE 'e-wallet' TO WS-PAYMENT-METHOD
                   MOVE 'paid' TO WS-BOOKING-STATUS
                   MOVE 'paid' TO WS-PAYMENT-STATUS
               WHEN '4'
                   PERFORM ISSUE-OTC-REFERENCE
                   IF WS-OTC-ISSUE-OK NOT = 'Y' THEN
                       MOVE 'cash' TO WS-PAYMENT-METHOD
                       MOVE 'reserved' TO WS-BOOKING-STATUS
                       MOVE 'pending' TO WS-PAYMENT-STATUS
                   END-IF
               WHEN OTHER
                   PERFORM INVALID-CHOICE-MESSAGE
                   MOVE 'cash' TO WS-PAYMENT-METHOD
                       IF WS-SALES-WINDOW-OK NOT = 'Y' THEN
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
                       IF WS-SALES-WINDOW-OK = 'Y' AND
                           WS-SW-CROSSBORDER = 'Y' THEN
                           PERFORM CROSSBORDER-SINGLE-MESSAGE
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
               END-EVALUATE
           END-PERFORM

                       IF WS-SALES-WINDOW-OK NOT = 'Y' THEN
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
                       IF WS-SALES-WINDOW-OK = 'Y' AND
                           WS-SW-CROSSBORDER = 'Y' THEN
                           PERFORM CROSSBORDER-SINGLE-MESSAGE
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
               END-EVALUATE
           END-PERFORM

                       IF WS-SALES-WINDOW-OK NOT = 'Y' THEN
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
                       IF WS-SALES-WINDOW-OK = 'Y' AND
                           WS-SW-CROSSBORDER = 'Y' THEN
                           PERFORM CROSSBORDER-SINGLE-MESSAGE
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
               END-EVALUATE
           END-PERFORM


                   MOVE FS-S-A-DATE(1:2) TO WS-JB-ARR-DATE-INT(5:2)
                   MOVE FS-S-A-DATE(4:2) TO WS-JB-ARR-DATE-INT(7:2)
                   MOVE FS-S-A-DATE(7:4) TO WS-JB-ARR-DATE-INT(1:4)

                   IF FS-S-A-TIME-FORMAT = 'AM' THEN
                       IF FS-S-A-HOUR = 12 THEN
           ELSE
               MOVE FS-S-D-DATE(1:2) TO WS-JB-DEP-DATE-INT(5:2)
               MOVE FS-S-D-DATE(4:2) TO WS-JB-DEP-DATE-INT(7:2)
               MOVE FS-S-D-DATE(7:4) TO WS-JB-DEP-DATE-INT(1:4)

               IF FS-S-D-TIME-FORMAT = 'AM' THEN
                   IF FS-S-D-HOUR = 12 THEN
      *    either rule; the override is written to the admin audit
      *    trail. Expects FS-SCHEDULES-FILE to be closed on entry.
           MOVE 'Y' TO WS-SALES-WINDOW-OK
           MOVE 'N' TO WS-SW-CROSSBORDER

           OPEN INPUT FS-SCHEDULES-FILE
           MOVE WS-SW-SCHEDULE-ID TO FS-SCHEDULE-ID
           CLOSE FS-SCHEDULES-FILE

           IF FS-SCHEDULE-ID NOT = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TODAY-TIME FROM TIME
               MOVE WS-TODAY-TIME(1:2) TO WS-TODAY-HOUR24
               MOVE WS-TODAY-TIME(3:2) TO WS-TODAY-MINUTE

               COMPUTE WS-CURRENT-DATE-INT =
                   (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
                   WS-TODAY-DD

               MOVE FS-S-D-DATE(1:2) TO WS-DEPART-DATE-INT(5:2)
               MOVE FS-S-D-DATE(4:2) TO WS-DEPART-DATE-INT(7:2)
               MOVE FS-S-D-DATE(7:4) TO WS-DEPART-DATE-INT(1:4)

               IF FS-S-D-TIME-FORMAT = 'AM' THEN
                   IF FS-S-D-HOUR = 12 THEN
           MOVE 30 TO WS-SW-CUTOFF-MINUTES
           MOVE 90 TO WS-SW-HORIZON-DAYS
           MOVE 'N' TO WS-SW-LONGHAUL
           MOVE 'N' TO WS-SW-CROSSBORDER

           OPEN INPUT FS-ROUTE-RULES-FILE
           IF WS-FILE-STATUS = '00' THEN
                   MOVE FS-RRU-CUTOFF-MINUTES TO WS-SW-CUTOFF-MINUTES
                   MOVE FS-RRU-HORIZON-DAYS TO WS-SW-HORIZON-DAYS
                   MOVE FS-RRU-LONGHAUL-FLAG TO WS-SW-LONGHAUL
                   MOVE FS-RRU-CROSSBORDER-FLAG TO WS-SW-CROSSBORDER
               END-READ
               CLOSE FS-ROUTE-RULES-FILE
           END-IF
           MOVE WS-PCN-NAME-ENTRY TO FS-PCN-EMERGENCY-NAME
           MOVE WS-PCN-PHONE-ENTRY TO FS-PCN-EMERGENCY-PHONE
           MOVE WS-PCN-NATION-ENTRY TO FS-PCN-NATIONALITY
           PERFORM ENCRYPT-EMERGENCY-CONTACT
           WRITE FS-CONTACTS-RECORD
           INVALID KEY
               REWRITE FS-CONTACTS-RECORD
               END-IF

               IF WS-SW-CLERK-IS-VALID = 'Y' THEN
                   MOVE SPACES TO FS-AUDIT-RECORD
                   MOVE WS-SW-CLERK-ID TO FS-AUD-ADMIN-ID
                   MOVE 'SALES-WINDOW-OVRD' TO FS-AUD-ACTION
                   MOVE WS-SW-SCHEDULE-ID TO FS-AUD-RECORD-KEY
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-AUD-TIME-STAMP

                   MOVE 'AUDIT' TO WS-CHN-FILE-CODE
                   MOVE FS-AUDIT-RECORD(1:80) TO WS-CHN-TEXT-BODY
                   MOVE 80 TO WS-CHN-LENGTH
                   PERFORM NEXT-CHAIN-LINK
                   MOVE WS-CHN-SEQ TO FS-AUD-CHAIN-SEQ
                   MOVE WS-CHN-HASH TO FS-AUD-CHAIN-HASH

                   OPEN EXTEND FS-AUDIT-FILE
                   WRITE FS-AUDIT-RECORD
                   CLOSE FS-AUDIT-FILE
               END-READ
           CLOSE FS-ROUTES-FILE
           CLOSE FS-SCHEDULES-FILE
           MOVE FS-S-D-DATE(7:4) TO WS-DTR-TRIP-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-DTR-TRIP-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-DTR-TRIP-INT(7:2)

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-ROUTE-STOPS-FILE
                           DISPLAY '   ' FS-RST-SEQUENCE ' - '
                               FS-STP-NAME ' ('
                               FS-RST-DISTANCE-FROM-ORIGIN ' km)'
      *                    A detour on the travel date closes the stop
      *                    or moves its pick-up elsewhere.
                           MOVE FS-RST-FK-STOP-ID TO WS-DTR-STOP-ID
                           PERFORM CHECK-STAGE-DETOUR
                           IF WS-DTR-STOP-CLOSED THEN
                               DISPLAY '        CLOSED on this date'
                           END-IF
                           IF WS-DTR-STOP-MOVED THEN
                               DISPLAY '        served at stop '
                                   WS-DTR-SUB-STOP-ID
                                   ' on this date'
                           END-IF
                           ADD 1 TO WS-STAGE-STOP-COUNT
                       END-IF
                   END-READ

           CLOSE FS-ROUTE-STOPS-FILE

      *    No ticket is sold to or from a stop closed on the travel
      *    date; a moved stop is sold as its substitute at the same
      *    stage distance.
           MOVE WS-STAGE-BOARD-STOP-ID TO WS-DTR-STOP-ID
           PERFORM CHECK-STAGE-DETOUR
           IF WS-DTR-STOP-MOVED THEN
               MOVE WS-DTR-SUB-STOP-ID TO WS-STAGE-BOARD-STOP-ID
           END-IF
           IF WS-DTR-STOP-CLOSED THEN
               DISPLAY ' '
               DISPLAY ' The boarding stop is closed on that date.'
               MOVE SPACES TO WS-STAGE-BOARD-STOP-ID
           END-IF
           MOVE WS-STAGE-ALIGHT-STOP-ID TO WS-DTR-STOP-ID
           PERFORM CHECK-STAGE-DETOUR
           IF WS-DTR-STOP-MOVED THEN
               MOVE WS-DTR-SUB-STOP-ID TO WS-STAGE-ALIGHT-STOP-ID
           END-IF
           IF WS-DTR-STOP-CLOSED THEN
               DISPLAY ' '
               DISPLAY ' The alighting stop is closed on that date.'
               MOVE SPACES TO WS-STAGE-ALIGHT-STOP-ID
           END-IF

           IF WS-STAGE-BOARD-STOP-ID = SPACES OR
               WS-STAGE-ALIGHT-STOP-ID = SPACES THEN
               DISPLAY ' '
           END-IF
           .

       CHECK-STAGE-DETOUR.
      *    Expects FS-ROUTE-ID, WS-DTR-STOP-ID and WS-DTR-TRIP-INT;
      *    sets WS-DTR-STATE from the detour in force that day.
           MOVE SPACE TO WS-DTR-STATE
           MOVE SPACES TO WS-DTR-SUB-STOP-ID
           IF WS-DTR-STOP-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DTR-EOF
           END-IF
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-DETOUR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   IF FS-DTR-FK-ROUTE-ID = FS-ROUTE-ID AND
                       FS-DTR-FK-STOP-ID = WS-DTR-STOP-ID AND
                       FS-DTR-STATUS = 'active' AND
                       FS-DTR-FROM-INT <= WS-DTR-TRIP-INT AND
                       FS-DTR-TO-INT >= WS-DTR-TRIP-INT THEN
                       IF FS-DTR-SUBSTITUTE-STOP-ID = SPACES THEN
                           MOVE 'C' TO WS-DTR-STATE
                       ELSE
                           MOVE 'S' TO WS-DTR-STATE
                           MOVE FS-DTR-SUBSTITUTE-STOP-ID TO
                               WS-DTR-SUB-STOP-ID
                       END-IF
                       MOVE 'Y' TO WS-DTR-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DTR-FILE-STATUS = '00' OR WS-DTR-FILE-STATUS = '10'
               THEN
               CLOSE FS-DETOUR-FILE
           END-IF
           .

       RECORD-BOOKING-STAGE.
           OPEN I-O FS-BOOKING-STAGE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
                       IF WS-SALES-WINDOW-OK NOT = 'Y' THEN
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
                       IF WS-SALES-WINDOW-OK = 'Y' AND
                           WS-SW-CROSSBORDER = 'Y' THEN
                           PERFORM CROSSBORDER-SINGLE-MESSAGE
                           MOVE LOW-VALUES TO WS-SCHEDULE-CHOICE
                       END-IF
               END-EVALUATE
           END-PERFORM

               DISPLAY " Seat preference: 1 - Window"
               DISPLAY "                  2 - Aisle"
               DISPLAY "                  3 - Accessible (PWD/door)"
               DISPLAY "                  4 - Lower berth"
               DISPLAY "                  5 - Upper berth"
               DISPLAY "                  6 - Upper deck"
               DISPLAY "                  7 - Lower deck"
               DISPLAY "                  (Enter to pick a seat number)"
               DISPLAY " Preference : " WITH NO ADVANCING
               ACCEPT WS-SEAT-PREF-CHOICE
               MOVE ZEROES TO WS-SEAT-CHOICE
               IF WS-SEAT-PREF-CHOICE = '1' OR
                   WS-SEAT-PREF-CHOICE = '2' OR
                   WS-SEAT-PREF-CHOICE = '3' OR
                   WS-SEAT-PREF-CHOICE = '4' OR
                   WS-SEAT-PREF-CHOICE = '5' OR
                   WS-SEAT-PREF-CHOICE = '6' OR
                   WS-SEAT-PREF-CHOICE = '7' THEN
                   PERFORM FIND-SEAT-BY-PREFERENCE
                   IF WS-PREF-SEAT-FOUND = 'Y' THEN
                       DISPLAY ' '
           .

       DISPLAY-SEAT-CHART.
      *    A double-decker is drawn one deck at a time, lower deck
      *    first; any other layout prints as the one list it always
      *    was.
           DISPLAY " [AVAILABLE SEATS]"
           DISPLAY " W=window A=aisle F=front R=rear P=PWD D=door"
           DISPLAY " L=lower berth U=upper berth"
           DISPLAY " "
           MOVE ZEROES TO WS-OPEN-SEAT-COUNT
           PERFORM CHECK-LAYOUT-DECKS

           IF WS-SATT-HAS-UPPER-DECK = 'Y' THEN
               DISPLAY " -- LOWER DECK --"
           END-IF
           MOVE 'L' TO WS-SATT-CHART-DECK
           PERFORM DISPLAY-SEAT-CHART-DECK

           IF WS-SATT-HAS-UPPER-DECK = 'Y' THEN
               DISPLAY " "
               DISPLAY " -- UPPER DECK --"
               MOVE 'U' TO WS-SATT-CHART-DECK
               PERFORM DISPLAY-SEAT-CHART-DECK
           END-IF
           .

       DISPLAY-SEAT-CHART-DECK.
           MOVE 1 TO WS-SEAT-CHOICE
           PERFORM UNTIL WS-SEAT-CHOICE > FS-VEHICLE-CAPACITY
               MOVE WS-SEAT-CHOICE TO WS-SATT-LOOKUP-SEAT
               PERFORM LOOKUP-SEAT-ATTRIBUTE
               IF (WS-SATT-CHART-DECK = 'U' AND WS-SATT-DECK = 'U')
                   OR (WS-SATT-CHART-DECK = 'L' AND
                   WS-SATT-DECK NOT = 'U') THEN
                   MOVE WS-FK-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
                   MOVE WS-SEAT-CHOICE TO FS-SEAT-NO
                   READ FS-SEAT-MAP-FILE
                   KEY IS FS-SEAT-KEY
                   INVALID KEY
                       DISPLAY ' Seat ' WS-SEAT-CHOICE ' : OPEN       '
                           WS-SATT-TAG
                       ADD 1 TO WS-OPEN-SEAT-COUNT
                   NOT INVALID KEY
                       DISPLAY ' Seat ' WS-SEAT-CHOICE ' : '
                           FS-SEAT-STATUS ' ' WS-SATT-TAG
                       IF FS-SEAT-STATUS = 'OPEN' THEN
                           ADD 1 TO WS-OPEN-SEAT-COUNT
                       END-IF
                   END-READ
               END-IF
               ADD 1 TO WS-SEAT-CHOICE
           END-PERFORM
           .

       CHECK-LAYOUT-DECKS.
      *    One pass over the class's rows in the seat-attribute file
      *    tells whether this body has an upper deck at all.
           MOVE 'N' TO WS-SATT-HAS-UPPER-DECK
           OPEN INPUT FS-SEAT-ATTR-FILE
           IF WS-SATT-FILE-STATUS = '00' THEN
               MOVE 'N' TO WS-SATT-SCAN-EOF
               MOVE FS-VEHICLE-CLASS TO FS-SATT-VEHICLE-CLASS
               MOVE ZEROES TO FS-SATT-SEAT-NO
               START FS-SEAT-ATTR-FILE KEY IS NOT LESS THAN
                   FS-SATT-KEY
                   INVALID KEY MOVE 'Y' TO WS-SATT-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SATT-SCAN-EOF = 'Y'
                   READ FS-SEAT-ATTR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SATT-SCAN-EOF
                   NOT AT END
                       IF FS-SATT-VEHICLE-CLASS NOT = FS-VEHICLE-CLASS
                           THEN
                           MOVE 'Y' TO WS-SATT-SCAN-EOF
                       ELSE
                           IF FS-SATT-DECK = 'U' AND
                               FS-SATT-SEAT-NO <= FS-VEHICLE-CAPACITY
                               THEN
                               MOVE 'Y' TO WS-SATT-HAS-UPPER-DECK
                               MOVE 'Y' TO WS-SATT-SCAN-EOF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-SEAT-ATTR-FILE
           END-IF
           .

       CAPTURE-ASSIST-NEEDS.
           MOVE 'N' TO WS-ASSIST-ANY
           MOVE 'N' TO WS-ASSIST-WHEELCHAIR
           END-IF
           .

       CAPTURE-MINOR-TRAVEL.
      *    A child travelling alone rides on a guardian-to-guardian
      *    handover: the sending and receiving guardians' names and
      *    IDs are taken at sale, the escort fee joins the fare, and
      *    the route's minor rules decide whether the trip may be
      *    sold to a minor at all. A blocked sale goes no further.
           MOVE 'N' TO WS-UM-TRAVEL
           MOVE 'N' TO WS-UM-BLOCKED
           MOVE ZEROES TO WS-UM-FEE-CHARGED

           DISPLAY ' '
           DISPLAY ' Minor travelling alone? [YES/NO] '
           WITH NO ADVANCING
           ACCEPT WS-UM-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-UM-ANSWER) TO
           WS-UM-ANSWER
           IF WS-UM-ANSWER NOT = 'YES' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-UM-MINOR-NAME
           MOVE ZEROES TO WS-UM-MINOR-AGE
           DISPLAY ' Name of the minor        : ' WITH NO ADVANCING
           ACCEPT WS-UM-MINOR-NAME
           DISPLAY ' Age                      : ' WITH NO ADVANCING
           ACCEPT WS-UM-MINOR-AGE

           IF WS-UM-MINOR-AGE > WS-UM-MAX-AGE THEN
               DISPLAY ' Not a minor - sold as an ordinary ticket.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-UM-BLOCKED
           IF WS-UM-MINOR-NAME = SPACES THEN
               PERFORM INVALID-INPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-UM-MINOR-AGE < WS-UM-MIN-AGE THEN
               DISPLAY ' '
               DISPLAY ' A child under ' WS-UM-MIN-AGE
                   ' may not travel alone.'
               EXIT PARAGRAPH
           END-IF
           IF WS-OVERBOOK-SALE = 'Y' OR WS-STANDEE-SALE = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' A minor travelling alone must hold an'
                   ' assigned seat.'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MINOR-ROUTE-RULE
           IF WS-UM-ROUTE-ALLOWED NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Unaccompanied minors are not carried on this'
                   ' route at this departure time.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-UM-SEND-NAME
           MOVE SPACES TO WS-UM-SEND-PHONE
           MOVE SPACES TO WS-UM-SEND-ID-TYPE
           MOVE SPACES TO WS-UM-SEND-ID-NO
           MOVE SPACES TO WS-UM-RECV-NAME
           MOVE SPACES TO WS-UM-RECV-PHONE
           MOVE SPACES TO WS-UM-RECV-ID-TYPE
           MOVE SPACES TO WS-UM-RECV-ID-NO

           DISPLAY ' '
           DISPLAY ' Sending guardian (at origin)'
           DISPLAY '   Name                   : ' WITH NO ADVANCING
           ACCEPT WS-UM-SEND-NAME
           DISPLAY '   Phone                  : ' WITH NO ADVANCING
           ACCEPT WS-UM-SEND-PHONE
           DISPLAY '   ID Type                : ' WITH NO ADVANCING
           ACCEPT WS-UM-SEND-ID-TYPE
           DISPLAY '   ID Number              : ' WITH NO ADVANCING
           ACCEPT WS-UM-SEND-ID-NO
           DISPLAY ' Receiving guardian (at destination)'
           DISPLAY '   Name                   : ' WITH NO ADVANCING
           ACCEPT WS-UM-RECV-NAME
           DISPLAY '   Phone                  : ' WITH NO ADVANCING
           ACCEPT WS-UM-RECV-PHONE
           DISPLAY '   ID Type                : ' WITH NO ADVANCING
           ACCEPT WS-UM-RECV-ID-TYPE
           DISPLAY '   ID Number              : ' WITH NO ADVANCING
           ACCEPT WS-UM-RECV-ID-NO

           IF WS-UM-SEND-NAME = SPACES OR
               WS-UM-SEND-PHONE = SPACES OR
               WS-UM-SEND-ID-NO = SPACES OR
               WS-UM-RECV-NAME = SPACES OR
               WS-UM-RECV-PHONE = SPACES OR
               WS-UM-RECV-ID-NO = SPACES THEN
               DISPLAY ' '
               DISPLAY ' Both guardians and their IDs are required'
                   ' for a minor travelling alone.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-UM-BLOCKED
           MOVE 'Y' TO WS-UM-TRAVEL
           MOVE WS-UM-ESCORT-FEE TO WS-UM-FEE-CHARGED
           DISPLAY ' Minor escort fee         : ' WS-UM-FEE-CHARGED
           .

       CHECK-MINOR-ROUTE-RULE.
      *    A route with no minor-rules row carries minors on daytime
      *    departures only; a row can bar the route outright or set
      *    its own departure window (24-hour HHMM).
           MOVE 'Y' TO WS-UM-ROUTE-ALLOWED
           MOVE 0600 TO WS-UM-EARLIEST-HHMM
           MOVE 1800 TO WS-UM-LATEST-HHMM

           OPEN INPUT FS-MINOR-RULES-FILE
           IF WS-UMR-FILE-STATUS = '00' THEN
               MOVE FS-FK-ROUTE-ID TO FS-UMR-ROUTE-ID
               READ FS-MINOR-RULES-FILE
               KEY IS FS-UMR-ROUTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-UMR-ALLOWED TO WS-UM-ROUTE-ALLOWED
                   MOVE FS-UMR-EARLIEST-HHMM TO WS-UM-EARLIEST-HHMM
                   MOVE FS-UMR-LATEST-HHMM TO WS-UM-LATEST-HHMM
               END-READ
               CLOSE FS-MINOR-RULES-FILE
           END-IF

           IF FS-S-D-TIME-FORMAT = 'AM' THEN
               IF FS-S-D-HOUR = 12 THEN
                   MOVE 0 TO WS-UM-DEP-HOUR24
               ELSE
                   MOVE FS-S-D-HOUR TO WS-UM-DEP-HOUR24
               END-IF
           ELSE
               IF FS-S-D-HOUR = 12 THEN
                   MOVE 12 TO WS-UM-DEP-HOUR24
               ELSE
                   COMPUTE WS-UM-DEP-HOUR24 = FS-S-D-HOUR + 12
               END-IF
           END-IF
           COMPUTE WS-UM-DEP-HHMM =
               (WS-UM-DEP-HOUR24 * 100) + FS-S-D-MINUTES

           IF WS-UM-DEP-HHMM < WS-UM-EARLIEST-HHMM OR
               WS-UM-DEP-HHMM > WS-UM-LATEST-HHMM THEN
               MOVE 'N' TO WS-UM-ROUTE-ALLOWED
           END-IF
           .

       RECORD-MINOR-TRAVEL.
           OPEN I-O FS-MINOR-TRAVEL-FILE
           IF WS-UMT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-MINOR-TRAVEL-FILE
               CLOSE FS-MINOR-TRAVEL-FILE
               OPEN I-O FS-MINOR-TRAVEL-FILE
           END-IF

           MOVE SPACES TO FS-MINOR-TRAVEL-RECORD
           MOVE FS-BOOKING-ID TO FS-UMT-BOOKING-ID
           MOVE WS-UM-MINOR-NAME TO FS-UMT-MINOR-NAME
           MOVE WS-UM-MINOR-AGE TO FS-UMT-MINOR-AGE
           MOVE WS-UM-SEND-NAME TO FS-UMT-SEND-NAME
           MOVE WS-UM-SEND-PHONE TO FS-UMT-SEND-PHONE
           MOVE WS-UM-SEND-ID-TYPE TO FS-UMT-SEND-ID-TYPE
           MOVE WS-UM-SEND-ID-NO TO FS-UMT-SEND-ID-NO
           MOVE WS-UM-RECV-NAME TO FS-UMT-RECV-NAME
           MOVE WS-UM-RECV-PHONE TO FS-UMT-RECV-PHONE
           MOVE WS-UM-RECV-ID-TYPE TO FS-UMT-RECV-ID-TYPE
           MOVE WS-UM-RECV-ID-NO TO FS-UMT-RECV-ID-NO
           MOVE WS-UM-FEE-CHARGED TO FS-UMT-ESCORT-FEE
           MOVE 'booked' TO FS-UMT-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-UMT-TIME-STAMP

           WRITE FS-MINOR-TRAVEL-RECORD
           INVALID KEY
               REWRITE FS-MINOR-TRAVEL-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-MINOR-TRAVEL-FILE
           .

       ADD-MINOR-ESCORT-FEE.
      *    The escort fee is a service charge like excess baggage:
      *    it joins the fare after any discount so no promo, voucher
      *    or points redemption eats into it.
           IF WS-UM-TRAVEL = 'Y' THEN
               ADD WS-UM-FEE-CHARGED TO WS-PRICE
               MOVE WS-PRICE TO WS-PAYMENT-AMOUNT
               DISPLAY " Minor escort fee      : " WS-UM-FEE-CHARGED
           END-IF
           .

       CAPTURE-TRAVEL-DOCUMENT.
      *    Cross-border routes report every passenger to the border
      *    authority ahead of departure, so the travel document is
      *    taken at sale exactly as it reads on the document. One
      *    that runs out before the travel date cannot carry the
      *    passenger across, and the sale goes no further.
           MOVE 'N' TO WS-TD-CAPTURED
           MOVE 'N' TO WS-TD-BLOCKED
           PERFORM LOAD-ROUTE-SALES-RULES
           IF WS-SW-CROSSBORDER NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TD-SURNAME
           MOVE SPACES TO WS-TD-GIVEN-NAMES
           MOVE SPACES TO WS-TD-SEX
           MOVE SPACES TO WS-TD-DOC-TYPE
           MOVE SPACES TO WS-TD-DOC-NUMBER
           MOVE SPACES TO WS-TD-NATIONALITY
           MOVE SPACES TO WS-TD-ISSUING-COUNTRY
           MOVE SPACES TO WS-TD-BIRTH-ENTRY
           MOVE SPACES TO WS-TD-EXPIRY-ENTRY

           DISPLAY ' '
           DISPLAY ' This is a cross-border route - the border'
               ' authority needs the travel document:'
           DISPLAY ' Surname (as on document)   : ' WITH NO ADVANCING
           ACCEPT WS-TD-SURNAME
           DISPLAY ' Given names                : ' WITH NO ADVANCING
           ACCEPT WS-TD-GIVEN-NAMES
           DISPLAY ' Sex [M/F/X]                : ' WITH NO ADVANCING
           ACCEPT WS-TD-SEX
           DISPLAY ' Document [P]assport, [I]D card, [O]ther : '
           WITH NO ADVANCING
           ACCEPT WS-TD-DOC-TYPE
           DISPLAY ' Document number            : ' WITH NO ADVANCING
           ACCEPT WS-TD-DOC-NUMBER
           DISPLAY ' Nationality (3-letter code): ' WITH NO ADVANCING
           ACCEPT WS-TD-NATIONALITY
           DISPLAY ' Issuing country (3-letter) : ' WITH NO ADVANCING
           ACCEPT WS-TD-ISSUING-COUNTRY
           DISPLAY ' Date of birth [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-TD-BIRTH-ENTRY
           DISPLAY ' Expiry date [MM/DD/YYYY]   : ' WITH NO ADVANCING
           ACCEPT WS-TD-EXPIRY-ENTRY

           MOVE FUNCTION UPPER-CASE(WS-TD-SURNAME) TO WS-TD-SURNAME
           MOVE FUNCTION UPPER-CASE(WS-TD-GIVEN-NAMES) TO
           WS-TD-GIVEN-NAMES
           MOVE FUNCTION UPPER-CASE(WS-TD-SEX) TO WS-TD-SEX
           MOVE FUNCTION UPPER-CASE(WS-TD-DOC-TYPE) TO WS-TD-DOC-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TD-DOC-NUMBER) TO
           WS-TD-DOC-NUMBER
           MOVE FUNCTION UPPER-CASE(WS-TD-NATIONALITY) TO
           WS-TD-NATIONALITY
           MOVE FUNCTION UPPER-CASE(WS-TD-ISSUING-COUNTRY) TO
           WS-TD-ISSUING-COUNTRY

           MOVE 'Y' TO WS-TD-BLOCKED
           IF WS-TD-SURNAME = SPACES OR
               WS-TD-DOC-NUMBER = SPACES OR
               WS-TD-NATIONALITY = SPACES OR
               WS-TD-ISSUING-COUNTRY = SPACES OR
               (WS-TD-SEX NOT = 'M' AND WS-TD-SEX NOT = 'F' AND
               WS-TD-SEX NOT = 'X') OR
               (WS-TD-DOC-TYPE NOT = 'P' AND
               WS-TD-DOC-TYPE NOT = 'I' AND
               WS-TD-DOC-TYPE NOT = 'O') THEN
               DISPLAY ' '
               DISPLAY ' Every travel document detail is required'
                   ' on a cross-border route.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TD-BIRTH-ENTRY TO WS-TD-DATE-ENTRY
           PERFORM CHECK-TRAVEL-DOC-DATE
           MOVE WS-TD-DATE-INT TO WS-TD-BIRTH-INT
           MOVE WS-TD-EXPIRY-ENTRY TO WS-TD-DATE-ENTRY
           PERFORM CHECK-TRAVEL-DOC-DATE
           MOVE WS-TD-DATE-INT TO WS-TD-EXPIRY-INT
           IF WS-TD-BIRTH-INT = ZEROES OR
               WS-TD-EXPIRY-INT = ZEROES OR
               WS-TD-BIRTH-INT > WS-BPM-TODAY-INT THEN
               DISPLAY ' '
               DISPLAY ' Date of birth or expiry is not a valid'
                   ' MM/DD/YYYY date.'
               EXIT PARAGRAPH
           END-IF

           MOVE FS-S-D-DATE(7:4) TO WS-TD-TRAVEL-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-TD-TRAVEL-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-TD-TRAVEL-INT(7:2)
           IF WS-TD-EXPIRY-INT < WS-TD-TRAVEL-INT THEN
               DISPLAY ' '
               DISPLAY ' The travel document expires before the'
                   ' travel date - it cannot be used for this trip.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TD-BLOCKED
           MOVE 'Y' TO WS-TD-CAPTURED
           .

       CHECK-TRAVEL-DOC-DATE.
      *    Turns an MM/DD/YYYY entry into YYYYMMDD; anything that is
      *    not a real calendar date comes back as zeroes.
           MOVE ZEROES TO WS-TD-DATE-INT
           IF WS-TD-DATE-ENTRY(1:2) IS NUMERIC AND
               WS-TD-DATE-ENTRY(4:2) IS NUMERIC AND
               WS-TD-DATE-ENTRY(7:4) IS NUMERIC AND
               WS-TD-DATE-ENTRY(3:1) = '/' AND
               WS-TD-DATE-ENTRY(6:1) = '/' THEN
               MOVE WS-TD-DATE-ENTRY(7:4) TO WS-TD-DATE-INT(1:4)
               MOVE WS-TD-DATE-ENTRY(1:2) TO WS-TD-DATE-INT(5:2)
               MOVE WS-TD-DATE-ENTRY(4:2) TO WS-TD-DATE-INT(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TD-DATE-INT)
                   NOT = ZEROES THEN
                   MOVE ZEROES TO WS-TD-DATE-INT
               END-IF
           END-IF
           .

       RECORD-TRAVEL-DOCUMENT.
      *    Re-keying a booking replaces its document; the time stamp
      *    tells the passenger-information run the trip has changed
      *    since it last reported.
           OPEN I-O FS-TRAVEL-DOC-FILE
           IF WS-TDC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-TRAVEL-DOC-FILE
               CLOSE FS-TRAVEL-DOC-FILE
               OPEN I-O FS-TRAVEL-DOC-FILE
           END-IF

           MOVE SPACES TO FS-TRAVEL-DOC-RECORD
           MOVE WS-TD-BOOKING-ID TO FS-TDC-BOOKING-ID
           MOVE WS-TD-USER-ID TO FS-TDC-FK-USER-ID
           MOVE WS-TD-SURNAME TO FS-TDC-SURNAME
           MOVE WS-TD-GIVEN-NAMES TO FS-TDC-GIVEN-NAMES
           MOVE WS-TD-SEX TO FS-TDC-SEX
           MOVE WS-TD-DOC-TYPE TO FS-TDC-DOC-TYPE
           MOVE WS-TD-DOC-NUMBER TO FS-TDC-DOC-NUMBER
           MOVE WS-TD-NATIONALITY TO FS-TDC-NATIONALITY
           MOVE WS-TD-ISSUING-COUNTRY TO FS-TDC-ISSUING-COUNTRY
           MOVE WS-TD-BIRTH-ENTRY TO FS-TDC-BIRTH-DATE
           MOVE WS-TD-EXPIRY-ENTRY TO FS-TDC-EXPIRY-DATE
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TDC-TIME-STAMP

           WRITE FS-TRAVEL-DOC-RECORD
           INVALID KEY
               REWRITE FS-TRAVEL-DOC-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-TRAVEL-DOC-FILE
           .

       CHECK-MODIFY-TRAVEL-DOC.
      *    A cross-border booking may move to another cross-border
      *    departure only while the document on file still covers
      *    the new travel date; anything else is a fresh sale.
           MOVE 'N' TO WS-TD-DOC-OK
           OPEN INPUT FS-TRAVEL-DOC-FILE
           IF WS-TDC-FILE-STATUS = '00' THEN
               MOVE WS-MODIFY-BOOKING-ID TO FS-TDC-BOOKING-ID
               READ FS-TRAVEL-DOC-FILE
               KEY IS FS-TDC-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-TDC-EXPIRY-DATE(7:4) TO
                       WS-TD-EXPIRY-INT(1:4)
                   MOVE FS-TDC-EXPIRY-DATE(1:2) TO
                       WS-TD-EXPIRY-INT(5:2)
                   MOVE FS-TDC-EXPIRY-DATE(4:2) TO
                       WS-TD-EXPIRY-INT(7:2)
                   MOVE FS-S-D-DATE(7:4) TO WS-TD-TRAVEL-INT(1:4)
                   MOVE FS-S-D-DATE(1:2) TO WS-TD-TRAVEL-INT(5:2)
                   MOVE FS-S-D-DATE(4:2) TO WS-TD-TRAVEL-INT(7:2)
                   IF WS-TD-EXPIRY-INT >= WS-TD-TRAVEL-INT THEN
                       MOVE 'Y' TO WS-TD-DOC-OK
                   END-IF
               END-READ
               CLOSE FS-TRAVEL-DOC-FILE
           END-IF

           IF WS-TD-DOC-OK NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' No travel document on this booking covers'
                   ' that departure - cancel and book it afresh.'
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
           END-IF
           .

       CHECK-TRANSFER-TRAVEL-DOC.
      *    The document on a cross-border booking belongs to the
      *    traveller, so a name transfer takes the new traveller's
      *    document before the fee is charged.
           MOVE 'N' TO WS-TD-CAPTURED
           MOVE 'N' TO WS-TD-BLOCKED
           OPEN INPUT FS-SCHEDULES-FILE
           MOVE FS-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               MOVE SPACES TO FS-FK-ROUTE-ID
           END-READ
           CLOSE FS-SCHEDULES-FILE

           PERFORM CAPTURE-TRAVEL-DOCUMENT
           IF WS-TD-BLOCKED = 'Y' THEN
               MOVE 'N' TO WS-XFER-OK
           END-IF
           .

       RECORD-ASSIST-FLAGS.
           OPEN I-O FS-ASSIST-FLAGS-FILE
           IF WS-ASF-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-ASSIST-FLAGS-FILE
           END-IF

           MOVE SPACES TO FS-ASSIST-FLAGS-RECORD
           MOVE FS-BOOKING-ID TO FS-ASF-BOOKING-ID
           MOVE WS-ASSIST-WHEELCHAIR TO FS-ASF-WHEELCHAIR
           MOVE WS-ASSIST-INFANT TO FS-ASF-INFANT
           MOVE WS-ASSIST-BOARDING TO FS-ASF-BOARDING-HELP

           WRITE FS-ASSIST-FLAGS-RECORD
           INVALID KEY
               REWRITE FS-ASSIST-FLAGS-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-ASSIST-FLAGS-FILE
           .

       LOOKUP-SEAT-ATTRIBUTE.
      *    Physical seat attributes are kept per vehicle layout
      *    (class + seat number). A layout with no maintained row
      *    falls back to the standard 2+2 coach: outer pair window,
      *    inner pair aisle, first row front/door/PWD, last row rear.
      *    Deck is U on the upper deck of a double-decker (L or blank
      *    otherwise); berth is L/U on a sleeper, blank for a seat.
           MOVE SPACES TO WS-SATT-POSITION
           MOVE SPACES TO WS-SATT-ZONE
           MOVE SPACES TO WS-SATT-DECK
           MOVE SPACES TO WS-SATT-BERTH
           MOVE 'N' TO WS-SATT-PWD-FLAG
           MOVE 'N' TO WS-SATT-DOOR-FLAG
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
                   MOVE FS-SATT-PWD-FLAG TO WS-SATT-PWD-FLAG
                   MOVE FS-SATT-DOOR-FLAG TO WS-SATT-DOOR-FLAG
                   MOVE FS-SATT-LEGROOM-FLAG TO WS-SATT-LEGROOM-FLAG
                   MOVE FS-SATT-DECK TO WS-SATT-DECK
                   MOVE FS-SATT-BERTH TO WS-SATT-BERTH
               END-READ
               CLOSE FS-SEAT-ATTR-FILE
           ELSE
               PERFORM DERIVE-SEAT-ATTRIBUTE
           END-IF

           MOVE SPACES TO WS-SATT-TAG
           IF WS-SATT-POSITION = 'WINDOW' THEN
               MOVE 'W' TO WS-SATT-TAG(1:1)
           END-IF
           IF WS-SATT-POSITION = 'AISLE' THEN
               MOVE 'A' TO WS-SATT-TAG(1:1)
           END-IF
           IF WS-SATT-ZONE = 'FRONT' THEN
           IF WS-SATT-DOOR-FLAG = 'Y' THEN
               MOVE 'D' TO WS-SATT-TAG(4:1)
           END-IF
           IF WS-SATT-BERTH = 'L' OR WS-SATT-BERTH = 'U' THEN
               MOVE WS-SATT-BERTH TO WS-SATT-TAG(5:1)
           END-IF
           .

       DERIVE-SEAT-ATTRIBUTE.
                           WS-SATT-DOOR-FLAG = 'Y' THEN
                           MOVE 'Y' TO WS-PREF-MATCHED
                       END-IF
                   WHEN '4'
                       IF WS-SATT-BERTH = 'L' THEN
                           MOVE 'Y' TO WS-PREF-MATCHED
                       END-IF
                   WHEN '5'
                       IF WS-SATT-BERTH = 'U' THEN
                           MOVE 'Y' TO WS-PREF-MATCHED
                       END-IF
                   WHEN '6'
                       IF WS-SATT-DECK = 'U' THEN
                           MOVE 'Y' TO WS-PREF-MATCHED
                       END-IF
                   WHEN '7'
                       IF WS-SATT-DECK NOT = 'U' THEN
                           MOVE 'Y' TO WS-PREF-MATCHED
                       END-IF
               END-EVALUATE

               IF WS-PREF-MATCHED = 'Y' THEN

       PAYMENT-SELECTION.
           MOVE SPACES TO WS-REPEAT
           MOVE 'N' TO WS-CONTRACT-APPLIED
           MOVE SPACES TO WS-PENDING-VOUCHER-CODE
           MOVE ZEROES TO WS-PENDING-LOYALTY-POINTS
           PERFORM CLEAR
           DISPLAY " "

           PERFORM REQUIRE-EMERGENCY-CONTACT
           PERFORM CAPTURE-TRAVEL-DOCUMENT
           IF WS-TD-BLOCKED = 'Y' THEN
               PERFORM DISCONTINUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-MINOR-TRAVEL
           IF WS-UM-BLOCKED = 'Y' THEN
               PERFORM DISCONTINUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICING-ENGINE
           PERFORM CHOOSE-FARE-PRODUCT
           PERFORM OFFER-VOUCHER-REDEMPTION
           PERFORM OFFER-LOYALTY-REDEMPTION
           PERFORM CAPTURE-BAGGAGE-ITEMS
           PERFORM ADD-MINOR-ESCORT-FEE
           PERFORM APPLY-TERMINAL-LEVIES
           PERFORM OFFER-TRAVEL-INSURANCE

           DISPLAY "                 3 - E-Wallet"
           DISPLAY "                 4 - Bill to Corporate Account"
           DISPLAY "                 5 - Travel Pass"
           DISPLAY "                 6 - Pay at Store/Bank"
           DISPLAY " "
           DISPLAY " Confirm payment method: " WITH NO ADVANCING
           ACCEPT WS-PAYMENT-METHOD-CHOICE
                   IF WS-PASS-REDEEM-OK = 'Y' THEN
                       PERFORM BOOKING-CONFIRMATION
                   END-IF
               WHEN '6'
                   PERFORM ISSUE-OTC-REFERENCE
                   IF WS-OTC-ISSUE-OK = 'Y' THEN
                       PERFORM BOOKING-CONFIRMATION
                   END-IF
               WHEN '3'
                   DISPLAY ' '
                   DISPLAY ' E-Wallet Reference Number  : '
                   DISPLAY ' '
                   DISPLAY ' Credit Card Number : ' WITH NO ADVANCING
                   ACCEPT WS-CREDIT-CARD-NUMBER
                   DISPLAY ' Expiry (MM/YY)     : ' WITH NO ADVANCING
                   ACCEPT WS-CARD-EXPIRY
                   DISPLAY ' Security Code      : ' WITH NO ADVANCING
                   ACCEPT WS-CARD-CVV

                   MOVE 'N' TO WS-CARD-AUTH-OK
                   IF WS-CREDIT-CARD-NUMBER NOT = SPACES AND
                       WS-CARD-EXPIRY NOT = SPACES AND
                       WS-CARD-CVV NOT = SPACES THEN
                       MOVE WS-PAYMENT-AMOUNT TO WS-CARD-AUTH-AMOUNT
                       PERFORM AUTHORIZE-CARD-PAYMENT
                       IF WS-CARD-AUTH-OK NOT = 'Y' THEN
                           PERFORM CARD-DECLINED-MESSAGE
                       END-IF
                   ELSE
                       DISPLAY ' '
                       PERFORM INVALID-INPUT
                   END-IF

                   IF WS-CARD-AUTH-OK NOT = 'Y' THEN
                       PERFORM UNTIL WS-REPEAT = 'NO'
                       DISPLAY ' '
                       DISPLAY 'Do you want to try again? [YES/NO] '
           END-EVALUATE
           .

       AUTHORIZE-CARD-PAYMENT.
      *    Online card sales go to the acquirer for an authorization
      *    before the seat is sold as paid. The request is handed
      *    over in data/acquirer/auth_request.txt and the acquirer
      *    script leaves its answer in auth_response.txt against the
      *    same trace number. Response '00' is an approval; anything
      *    else - a decline, no answer, or an answer for some other
      *    trace - leaves the sale unpaid. Only the masked card and
      *    the approval code are kept, on the payment row, where the
      *    nightly card_settlement run looks for them.
           MOVE 'N' TO WS-CARD-AUTH-OK
           MOVE SPACES TO WS-CARD-APPROVAL-CODE
           MOVE 'No response from the card acquirer.' TO
               WS-CARD-DECLINE-TEXT

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'CARDAUTH' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-CARD-AUTH-TRACE

           CALL "SYSTEM" USING "mkdir -p data/acquirer"

           MOVE SPACES TO FS-CARD-AUTH-REQUEST-RECORD
           MOVE WS-CARD-AUTH-TRACE TO FS-CAQ-TRACE
           MOVE WS-CREDIT-CARD-NUMBER TO FS-CAQ-CARD-NUMBER
           MOVE WS-CARD-EXPIRY TO FS-CAQ-CARD-EXPIRY
           MOVE WS-CARD-CVV TO FS-CAQ-CARD-CVV
           MOVE WS-CARD-AUTH-AMOUNT TO FS-CAQ-AMOUNT
           OPEN OUTPUT FS-CARD-AUTH-REQUEST-FILE
               WRITE FS-CARD-AUTH-REQUEST-RECORD
               END-WRITE
           CLOSE FS-CARD-AUTH-REQUEST-FILE

           MOVE SPACES TO FS-CARD-AUTH-RESPONSE-RECORD
           MOVE SPACES TO WS-CARD-AUTH-COMMAND
           STRING 'python3 backend/python_script_for_card_auth.py '
               'data/acquirer/auth_request.txt '
               'data/acquirer/auth_response.txt'
           DELIMITED BY SIZE INTO WS-CARD-AUTH-COMMAND
           CALL "SYSTEM" USING WS-CARD-AUTH-COMMAND
               RETURNING WS-CARD-AUTH-RC

      *    The full card number and security code must not sit on
      *    disk once the acquirer has had them.
           OPEN OUTPUT FS-CARD-AUTH-REQUEST-FILE
           CLOSE FS-CARD-AUTH-REQUEST-FILE
           MOVE SPACES TO WS-CARD-CVV

           IF WS-CARD-AUTH-RC NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-CARD-AUTH-RESPONSE-FILE
           IF WS-CARD-AUTH-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           READ FS-CARD-AUTH-RESPONSE-FILE
           AT END
               MOVE SPACES TO FS-CARD-AUTH-RESPONSE-RECORD
           END-READ
           CLOSE FS-CARD-AUTH-RESPONSE-FILE

           IF FS-CAR-TRACE NOT = WS-CARD-AUTH-TRACE THEN
               EXIT PARAGRAPH
           END-IF

           IF FS-CAR-RESPONSE-CODE = '00' AND
               FS-CAR-APPROVAL-CODE NOT = SPACES THEN
               MOVE FS-CAR-APPROVAL-CODE TO WS-CARD-APPROVAL-CODE
               MOVE ALL '*' TO WS-CARD-MASKED-NUMBER
               MOVE SPACES TO WS-CARD-MASKED-NUMBER(17:4)
               MOVE WS-CREDIT-CARD-NUMBER(13:4) TO
                   WS-CARD-MASKED-NUMBER(13:4)
               MOVE WS-CARD-MASKED-NUMBER TO WS-EWALLET-REF-NUMBER
               MOVE WS-CARD-APPROVAL-CODE TO
                   WS-EWALLET-CONFIRMATION-CODE
               MOVE 'Y' TO WS-CARD-AUTH-OK
           ELSE
               IF FS-CAR-MESSAGE NOT = SPACES THEN
                   MOVE FS-CAR-MESSAGE TO WS-CARD-DECLINE-TEXT
               ELSE
                   MOVE 'Declined by the card issuer.' TO
                       WS-CARD-DECLINE-TEXT
               END-IF
           END-IF
           .

       ISSUE-OTC-REFERENCE.
      *    Passengers without a card or e-wallet reserve online and
      *    pay cash at a partner store or bank payment centre. The
      *    seat is held as reserved/pending against a reference the
      *    partner keys at the counter; otc_collection settles it
      *    from the partner's remittance file, or expires it and
      *    frees the seat once the pay-by date has passed. The
      *    pay-by date never runs past the day before departure.
           MOVE 'N' TO WS-OTC-ISSUE-OK

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-OTC-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-OTC-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-OTC-DATE-INT)

           MOVE FS-S-D-DATE(7:4) TO WS-OTC-DATE-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-OTC-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-OTC-DATE-INT(7:2)
           COMPUTE WS-OTC-DEPART-DAY =
               FUNCTION INTEGER-OF-DATE(WS-OTC-DATE-INT)

           IF WS-OTC-DEPART-DAY <= WS-OTC-TODAY-DAY THEN
               DISPLAY ' '
               PERFORM OTC-TOO-LATE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OTC-PAYBY-DAY =
               WS-OTC-TODAY-DAY + WS-OTC-PAYBY-DAYS
           IF WS-OTC-PAYBY-DAY >= WS-OTC-DEPART-DAY THEN
               COMPUTE WS-OTC-PAYBY-DAY = WS-OTC-DEPART-DAY - 1
           END-IF
           COMPUTE WS-OTC-DATE-INT =
               FUNCTION DATE-OF-INTEGER(WS-OTC-PAYBY-DAY)
           MOVE WS-OTC-DATE-INT(5:2) TO WS-OTC-PAYBY-DATE(1:2)
           MOVE '/' TO WS-OTC-PAYBY-DATE(3:1)
           MOVE WS-OTC-DATE-INT(7:2) TO WS-OTC-PAYBY-DATE(4:2)
           MOVE '/' TO WS-OTC-PAYBY-DATE(6:1)
           MOVE WS-OTC-DATE-INT(1:4) TO WS-OTC-PAYBY-DATE(7:4)

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'OTCREF' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-OTC-REFERENCE

           MOVE 'otc' TO WS-PAYMENT-METHOD
           MOVE 'reserved' TO WS-BOOKING-STATUS
           MOVE 'pending' TO WS-PAYMENT-STATUS
           MOVE WS-OTC-REFERENCE TO WS-EWALLET-REF-NUMBER
           MOVE 'Y' TO WS-OTC-ISSUE-OK

           DISPLAY ' '
           DISPLAY ' Payment Reference : ' WS-OTC-REFERENCE
           DISPLAY ' Pay on or before  : ' WS-OTC-PAYBY-DATE
           DISPLAY ' Present the reference at any partner store or'
           DISPLAY ' bank payment centre. Unpaid seats are released'
           DISPLAY ' after the pay-by date.'
           .

       RECORD-OTC-REFERENCE.
      *    One reference can cover a whole group, so each payment
      *    row it carries adds to the amount the partner collects.
           OPEN I-O FS-OTC-REFERENCE-FILE
           IF WS-OTC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OTC-REFERENCE-FILE
           END-IF

           MOVE WS-EWALLET-REF-NUMBER TO FS-OTC-REFERENCE
           READ FS-OTC-REFERENCE-FILE
           KEY IS FS-OTC-REFERENCE
           INVALID KEY
               MOVE SPACES TO FS-OTC-REFERENCE-RECORD
               MOVE WS-EWALLET-REF-NUMBER TO FS-OTC-REFERENCE
               MOVE WS-FK-BOOKING-ID TO FS-OTC-FK-BOOKING-ID
               MOVE WS-GROUP-ID TO FS-OTC-GROUP-ID
               MOVE WS-FK-USER-ID TO FS-OTC-FK-USER-ID
               MOVE WS-PAYMENT-AMOUNT TO FS-OTC-AMOUNT-DUE
               MOVE WS-OTC-PAYBY-DATE TO FS-OTC-PAY-BY-DATE
               MOVE 'open' TO FS-OTC-STATUS
               MOVE ZEROES TO FS-OTC-COLLECTED-AMOUNT
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-OTC-TIME-STAMP
               WRITE FS-OTC-REFERENCE-RECORD
               END-WRITE
           NOT INVALID KEY
               ADD WS-PAYMENT-AMOUNT TO FS-OTC-AMOUNT-DUE
               REWRITE FS-OTC-REFERENCE-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-OTC-REFERENCE-FILE
           .

       BILL-TO-CORPORATE-ACCOUNT.
      *    Companies that book employee travel daily are invoiced
      *    monthly instead of paying per ticket. The fare defers as a
               DISPLAY ' '
               PERFORM CORPORATE-ACCOUNT-INVALID-MESSAGE
           NOT INVALID KEY
               IF FS-CA-STATUS = 'active' THEN
                   PERFORM APPLY-CORPORATE-CONTRACT
               END-IF
               EVALUATE TRUE
                   WHEN FS-CA-STATUS NOT = 'active'
                       DISPLAY ' '
           CLOSE FS-CORPORATE-FILE
           .

       APPLY-CORPORATE-CONTRACT.
      *    Sales sign fixed rates or percentage discounts with some
      *    accounts on particular routes. A contract for this account
      *    and route, for this vehicle class or for any class, in
      *    force on the departure date replaces the computed fare;
      *    a class-specific contract wins over an any-class one.
      *    Percentage contracts come off the un-surged list fare. The
      *    senior/PWD discount still applies, promo codes, vouchers,
      *    points and the Saver product do not, and baggage fees,
      *    levies and insurance ride on top as for any fare.
           MOVE SPACES TO WS-CONTRACT-ID
           MOVE FUNCTION LOWER-CASE(FS-VEHICLE-CLASS) TO
               WS-FARE-LOOKUP-CLASS
           MOVE FS-S-D-DATE TO WS-CONTRACT-TRAVEL-DATE
           MOVE FS-S-D-DATE(7:4) TO WS-CCT-DEP-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-CCT-DEP-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-CCT-DEP-INT(7:2)

           MOVE SPACES TO WS-CCT-EOF
           OPEN INPUT FS-CORP-CONTRACT-FILE
           IF WS-CCT-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CCT-EOF = 'Y'
               READ FS-CORP-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CCT-EOF
               NOT AT END
                   IF FS-CCT-ACCOUNT-ID = FS-CA-ACCOUNT-ID AND
                       FS-CCT-ROUTE-ID = FS-ROUTE-ID AND
                       FS-CCT-STATUS = 'active' AND
                       (FS-CCT-VEHICLE-CLASS = WS-FARE-LOOKUP-CLASS OR
                       FS-CCT-VEHICLE-CLASS = SPACE) THEN
                       MOVE FS-CCT-VALID-FROM(7:4) TO
                           WS-CCT-FROM-INT(1:4)
                       MOVE FS-CCT-VALID-FROM(1:2) TO
                           WS-CCT-FROM-INT(5:2)
                       MOVE FS-CCT-VALID-FROM(4:2) TO
                           WS-CCT-FROM-INT(7:2)
                       MOVE FS-CCT-VALID-TO(7:4) TO WS-CCT-TO-INT(1:4)
                       MOVE FS-CCT-VALID-TO(1:2) TO WS-CCT-TO-INT(5:2)
                       MOVE FS-CCT-VALID-TO(4:2) TO WS-CCT-TO-INT(7:2)
                       IF WS-CCT-DEP-INT >= WS-CCT-FROM-INT AND
                           WS-CCT-DEP-INT <= WS-CCT-TO-INT THEN
                           IF FS-CCT-VEHICLE-CLASS NOT = SPACE THEN
                               MOVE FS-CCT-CONTRACT-ID TO
                                   WS-CONTRACT-ID
                               MOVE FS-CCT-RATE-TYPE TO
                                   WS-CONTRACT-RATE-TYPE
                               MOVE FS-CCT-RATE-VALUE TO
                                   WS-CONTRACT-RATE-VALUE
                               MOVE 'Y' TO WS-CCT-EOF
                           ELSE
                               IF WS-CONTRACT-ID = SPACES THEN
                                   MOVE FS-CCT-CONTRACT-ID TO
                                       WS-CONTRACT-ID
                                   MOVE FS-CCT-RATE-TYPE TO
                                       WS-CONTRACT-RATE-TYPE
                                   MOVE FS-CCT-RATE-VALUE TO
                                       WS-CONTRACT-RATE-VALUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CORP-CONTRACT-FILE

           IF WS-CONTRACT-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-CONTRACT-LIST-FARE
           IF WS-PRICE > WS-BAGGAGE-FEE + WS-UM-FEE-CHARGED +
               WS-PASSTHRU-TOTAL THEN
               COMPUTE WS-CONTRACT-LIST-FARE =
                   WS-PRICE - WS-BAGGAGE-FEE - WS-UM-FEE-CHARGED -
                   WS-PASSTHRU-TOTAL
           END-IF

           IF WS-CONTRACT-RATE-TYPE = 'F' THEN
               MOVE WS-CONTRACT-RATE-VALUE TO WS-CONTRACT-FARE
           ELSE
               COMPUTE WS-CONTRACT-FARE ROUNDED =
                   FS-ROUTE-BASE-PRICE * WS-FARE-FACTOR
                   * WS-CALENDAR-MULTIPLIER * WS-STAGE-FACTOR
                   * (100 - WS-CONTRACT-RATE-VALUE) / 100
           END-IF

           MOVE WS-CONTRACT-FARE TO WS-CONTRACT-CHARGED-FARE
           MOVE ZEROES TO WS-DISCOUNT-AMOUNT
           MOVE 'corporate contract' TO WS-DISCOUNT-REASON
           IF WS-CATEGORY-DISCOUNT-PCT > ZEROES THEN
               COMPUTE WS-CATEGORY-DISCOUNT-AMOUNT ROUNDED =
                   WS-CONTRACT-FARE * WS-CATEGORY-DISCOUNT-PCT / 100
               SUBTRACT WS-CATEGORY-DISCOUNT-AMOUNT FROM
                   WS-CONTRACT-CHARGED-FARE
               MOVE WS-CATEGORY-DISCOUNT-AMOUNT TO WS-DISCOUNT-AMOUNT
               MOVE 'senior/PWD discount' TO WS-DISCOUNT-REASON
           END-IF

           MOVE SPACES TO WS-PROMO-CODE-USED
           MOVE SPACES TO WS-PENDING-VOUCHER-CODE
           MOVE ZEROES TO WS-PENDING-LOYALTY-POINTS
           MOVE 'FLEX' TO WS-FARE-PRODUCT

           COMPUTE WS-PRICE = WS-CONTRACT-CHARGED-FARE +
               WS-BAGGAGE-FEE + WS-UM-FEE-CHARGED + WS-PASSTHRU-TOTAL
           IF NOT WS-INSTALLMENT-IS-ACTIVE OR
               WS-PAYMENT-AMOUNT > WS-PRICE THEN
               MOVE WS-PRICE TO WS-PAYMENT-AMOUNT
           END-IF
           MOVE 'Y' TO WS-CONTRACT-APPLIED

           DISPLAY ' '
           DISPLAY ' Contract fare ' WS-CONTRACT-ID ' applied.'
           DISPLAY ' Price : ' WS-PRICE
           .

       RECORD-CONTRACT-FARE.
      *    Kept per booking for the fare audit and the contract
      *    utilisation report.
           IF WS-CONTRACT-APPLIED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CONTRACT-APPLIED

           OPEN I-O FS-BOOKING-CONTRACT-FILE
           IF WS-BCF-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BOOKING-CONTRACT-FILE
           END-IF

           IF WS-BCF-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-BOOKING-CONTRACT-RECORD
               MOVE FS-BOOKING-ID TO FS-BCF-BOOKING-ID
               MOVE WS-CORP-ACCOUNT-ENTRY TO FS-BCF-ACCOUNT-ID
               MOVE WS-CONTRACT-ID TO FS-BCF-CONTRACT-ID
               MOVE WS-CONTRACT-TRAVEL-DATE TO FS-BCF-TRAVEL-DATE
               MOVE WS-CONTRACT-LIST-FARE TO FS-BCF-LIST-FARE
               MOVE WS-CONTRACT-FARE TO FS-BCF-CONTRACT-FARE
               MOVE WS-CONTRACT-CHARGED-FARE TO FS-BCF-CHARGED-FARE
               WRITE FS-BOOKING-CONTRACT-RECORD
                   INVALID KEY
                       REWRITE FS-BOOKING-CONTRACT-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF
           CLOSE FS-BOOKING-CONTRACT-FILE
           .

       REDEEM-TRAVEL-PASS.
      *    A season or stored-value pass covers the trip instead of
      *    taking payment. The fare still rides on the payment row
           END-READ
           CLOSE FS-PASSES-FILE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-PASS-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-PASS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PASS-DATE-INT)

           MOVE FS-PS-VALID-TO(7:4) TO WS-PASS-DATE-INT(1:4)
           MOVE FS-PS-VALID-TO(1:2) TO WS-PASS-DATE-INT(5:2)
           MOVE FS-PS-VALID-TO(4:2) TO WS-PASS-DATE-INT(7:2)
           COMPUTE WS-PASS-DAY-NUMBER =
               CLOSE FS-CARGO-FILE
           END-IF

      *    Through consignments booked onto this trip as a later leg
      *    of their journey hold their space here as well.
           MOVE SPACES TO WS-HOLD-EOF
           OPEN INPUT FS-CARGO-LEGS-FILE
           IF WS-CGL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-HOLD-EOF
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ FS-CARGO-LEGS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF FS-CGL-FK-SCHEDULE-ID = WS-FK-SCHEDULE-ID AND
                       FS-CGL-STATUS = 'booked' THEN
                       ADD FS-CGL-WEIGHT-KG TO WS-HOLD-CARGO-KG
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CGL-FILE-STATUS = '00' OR
               WS-CGL-FILE-STATUS = '10' THEN
               CLOSE FS-CARGO-LEGS-FILE
           END-IF

           PERFORM SUM-TRIP-BAGGAGE

           IF WS-HOLD-CARGO-KG + WS-HOLD-BAGGAGE-KG +
                           0 - WS-SEAT-DISC-REAR
               END-EVALUATE

      *        Deck and berth level are priced on top of the zone:
      *        the upper deck of a double-decker and the lower berth
      *        of a sleeper each carry their own supplement.
               IF WS-SATT-DECK = 'U' THEN
                   ADD WS-SEAT-PREM-UPPER-DECK TO WS-SEAT-POSITION-ADJ
               END-IF
               IF WS-SATT-BERTH = 'L' THEN
                   ADD WS-SEAT-PREM-LOWER-BERTH TO
                       WS-SEAT-POSITION-ADJ
               END-IF

               IF WS-SEAT-POSITION-ADJ NOT = ZEROES THEN
                   ADD WS-SEAT-POSITION-ADJ TO WS-PRICE
                   IF WS-PRICE < ZEROES THEN
       APPLY-PRICING-CALENDAR.
           MOVE 1 TO WS-CALENDAR-MULTIPLIER

           MOVE FS-S-D-DATE(1:2) TO WS-PC-DEP-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-PC-DEP-DATE-INT(7:2)
           MOVE FS-S-D-DATE(7:4) TO WS-PC-DEP-DATE-INT(1:4)
           COMPUTE WS-PC-DEP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-PC-DEP-DATE-INT)

               NOT AT END
                   IF FS-PC-FK-ROUTE-ID = FS-ROUTE-ID
                       AND FS-PC-STATUS = 'active' THEN
                       MOVE FS-PC-START-DATE(1:2) TO
                           WS-PC-START-DATE-INT(5:2)
                       MOVE FS-PC-START-DATE(4:2) TO
                           WS-PC-START-DATE-INT(7:2)
                       MOVE FS-PC-START-DATE(7:4) TO
                           WS-PC-START-DATE-INT(1:4)
                       MOVE FS-PC-END-DATE(1:2) TO
                           WS-PC-END-DATE-INT(5:2)
                       MOVE FS-PC-END-DATE(4:2) TO
                           WS-PC-END-DATE-INT(7:2)
                       MOVE FS-PC-END-DATE(7:4) TO
                           WS-PC-END-DATE-INT(1:4)

                       COMPUTE WS-PC-START-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE
                           PERFORM INVALID-PROMO-CODE-MESSAGE
                           PERFORM TALLY-PROMO-MISS
                       ELSE
                           MOVE FS-PROMO-EXPIRY-DATE(1:2) TO
                           WS-PROMO-EXPIRY-INT(5:2)
                           MOVE FS-PROMO-EXPIRY-DATE(4:2) TO
                           WS-PROMO-EXPIRY-INT(7:2)
                           MOVE FS-PROMO-EXPIRY-DATE(7:4) TO
                           WS-PROMO-EXPIRY-INT(1:4)

                           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                           COMPUTE WS-CURRENT-DATE-INT =
                               (WS-TODAY-YYYY * 10000) +
                               (WS-TODAY-MM * 100) + WS-TODAY-DD

                           COMPUTE WS-CURRENT-DAY-NUMBER =
                       PERFORM RECORD-ASSIST-FLAGS
                       MOVE 'N' TO WS-ASSIST-ANY
                   END-IF
                   IF WS-UM-TRAVEL = 'Y' THEN
                       PERFORM RECORD-MINOR-TRAVEL
                       MOVE 'N' TO WS-UM-TRAVEL
                   END-IF
                   IF WS-TD-CAPTURED = 'Y' THEN
                       MOVE FS-BOOKING-ID TO WS-TD-BOOKING-ID
                       MOVE WS-FK-USER-ID TO WS-TD-USER-ID
                       PERFORM RECORD-TRAVEL-DOCUMENT
                       MOVE 'N' TO WS-TD-CAPTURED
                   END-IF
                   IF WS-INSURE-OPTED = 'Y' THEN
                       PERFORM RECORD-INSURANCE-POLICY
                       MOVE 'N' TO WS-INSURE-OPTED
           DISPLAY " "
           DISPLAY " Enter Booking ID to reprint: " WITH NO ADVANCING
           ACCEPT FS-BOOKING-ID
           MOVE FS-BOOKING-ID TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-BOOKING-FILE
           READ FS-BOOKING-FILE
           DISPLAY " "
           DISPLAY " Enter Booking ID: " WITH NO ADVANCING
           ACCEPT FS-BOOKING-ID
           MOVE FS-BOOKING-ID TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-BOOKING-FILE
           READ FS-BOOKING-FILE
           ACCEPT WS-FILTER-ORIGIN-Q
           DISPLAY " Destination [blank = all]: " WITH NO ADVANCING
           ACCEPT WS-FILTER-DESTINATION-Q
           DISPLAY " Travel Date From [MM/DD/YYYY, blank = no limit]: "
           WITH NO ADVANCING
           ACCEPT WS-FILTER-DATE-FROM-ENTRY
           DISPLAY " Travel Date To [MM/DD/YYYY, blank = no limit]: "
           WITH NO ADVANCING
           ACCEPT WS-FILTER-DATE-TO-ENTRY
           DISPLAY " Sort by Travel Date - [A]scending, [D]escending, "
           WS-FILTER-SORT-CHOICE

           IF WS-FILTER-DATE-FROM-ENTRY NOT = SPACES THEN
               MOVE WS-FILTER-DATE-FROM-ENTRY(1:2) TO
               WS-FILTER-DATE-FROM-Q(5:2)
               MOVE WS-FILTER-DATE-FROM-ENTRY(4:2) TO
               WS-FILTER-DATE-FROM-Q(7:2)
               MOVE WS-FILTER-DATE-FROM-ENTRY(7:4) TO
               WS-FILTER-DATE-FROM-Q(1:4)
           END-IF

           IF WS-FILTER-DATE-TO-ENTRY NOT = SPACES THEN
               MOVE WS-FILTER-DATE-TO-ENTRY(1:2) TO
               WS-FILTER-DATE-TO-Q(5:2)
               MOVE WS-FILTER-DATE-TO-ENTRY(4:2) TO
               WS-FILTER-DATE-TO-Q(7:2)
               MOVE WS-FILTER-DATE-TO-ENTRY(7:4) TO
               WS-FILTER-DATE-TO-Q(1:4)
           END-IF

           PERFORM BUILD-FILTERED-BOOKING-TABLE
                           KEY IS FS-ROUTE-ID
                       END-READ

                       MOVE FS-S-D-DATE(1:2) TO
                       WS-FILTER-DEPART-DATE-INT(5:2)
                       MOVE FS-S-D-DATE(4:2) TO
                       WS-FILTER-DEPART-DATE-INT(7:2)
                       MOVE FS-S-D-DATE(7:4) TO
                       WS-FILTER-DEPART-DATE-INT(1:4)

                       IF (WS-FILTER-STATUS-Q = SPACES OR
                       WS-FILTER-STATUS-Q = FS-BOOKING-STATUS)
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           NOT INVALID KEY
               MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
               MOVE 'canceled' TO FS-BOOKING-STATUS
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-TIME-STAMP
               REWRITE FS-BOOKING-RECORD
                   NOT INVALID KEY
                       MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                       MOVE 'SEAT-FAILED' TO WS-BEV-EVENT
                       MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                       PERFORM WRITE-SESSION-BOOKING-EVENT
               END-REWRITE
               MOVE 'BOOKING' TO WS-JRN-FILE-CODE
               MOVE 'RWT' TO WS-JRN-ACTION

           MOVE SPACES TO WS-PROMOTE-EOF
           MOVE 'NO' TO WS-WAITLIST-FOUND
           MOVE SPACES TO WS-PROMOTE-NONREV-ID

      *    The schedule-id alternate key serves only this trip's
      *    bookings, so promotion no longer walks the whole file.
      *    Paying passengers are seated first; a non-revenue holder
      *    gets the seat only when no paying passenger is waiting.
           MOVE WS-PROMOTE-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-PROMOTE-EOF
                           MOVE 'Y' TO WS-PROMOTE-EOF
                       ELSE
                           IF FS-BOOKING-STATUS = 'waitlist' THEN
                               IF FS-PASSENGER-CATEGORY = 'nonrev'
                                   THEN
                                   IF WS-PROMOTE-NONREV-ID = SPACES
                                       THEN
                                       MOVE FS-BOOKING-ID TO
                                           WS-PROMOTE-NONREV-ID
                                   END-IF
                               ELSE
                                   MOVE 'YES' TO WS-WAITLIST-FOUND
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-WAITLIST-FOUND NOT = 'YES' AND
               WS-PROMOTE-NONREV-ID NOT = SPACES THEN
               MOVE WS-PROMOTE-NONREV-ID TO FS-BOOKING-ID
               READ FS-BOOKING-FILE
               KEY IS FS-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-WAITLIST-FOUND
               END-READ
           END-IF

           IF WS-WAITLIST-FOUND = 'YES' THEN
               MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
               MOVE WS-PROMOTE-SEAT-NO TO FS-SEAT-NUMBER
      *        A non-revenue ticket has nothing to pay and boards as
      *        issued.
               IF FS-PASSENGER-CATEGORY = 'nonrev' THEN
                   MOVE 'paid' TO FS-BOOKING-STATUS
               ELSE
                   MOVE 'reserved' TO FS-BOOKING-STATUS
               END-IF
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-TIME-STAMP
               REWRITE FS-BOOKING-RECORD
               MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
               PERFORM WRITE-AFTER-IMAGE

               MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
               MOVE 'WAITLIST-UP' TO WS-BEV-EVENT
               MOVE SPACES TO WS-BEV-NEW-VALUE
               STRING FS-BOOKING-STATUS DELIMITED BY SPACE
                   ' seat ' FS-SEAT-NUMBER(8:3)
                   DELIMITED BY SIZE
                   INTO WS-BEV-NEW-VALUE
               PERFORM WRITE-SESSION-BOOKING-EVENT

               MOVE WS-PROMOTE-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
               MOVE WS-PROMOTE-SEAT-NO TO FS-SEAT-NO
               READ FS-SEAT-MAP-FILE
           OPEN I-O FS-BOOKING-FILE

           PERFORM GENERATE-ID-SEQUENCE
           PERFORM APPLY-BOOKING-CHECK-DIGIT

           MOVE WS-GENERATED-ID TO WS-BOOKING-ID

           MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE

           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
           MOVE 'BOOKED' TO WS-BEV-EVENT
           MOVE SPACES TO WS-BEV-OLD-VALUE
           MOVE SPACES TO WS-BEV-NEW-VALUE
           STRING FS-BOOKING-STATUS DELIMITED BY SPACE
               ' seat ' FS-SEAT-NUMBER(8:3)
               DELIMITED BY SIZE
               INTO WS-BEV-NEW-VALUE
           PERFORM WRITE-SESSION-BOOKING-EVENT

           PERFORM RECORD-FARE-PRODUCT
           PERFORM RECORD-CONTRACT-FARE

           MOVE 'ASSIST-BOOK' TO WS-ASSIST-ACTION
           MOVE WS-BOOKING-ID TO WS-ASSIST-RECORD-KEY
           PERFORM STAMP-ASSISTED-ACTION

           PERFORM CHECK-BOOKING-VELOCITY
           .
           MOVE ZEROES TO WS-FF-TODAY-BOOKINGS
           MOVE SPACES TO WS-FF-EOF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO WS-FF-TODAY-STAMP(1:2)
           MOVE '/' TO WS-FF-TODAY-STAMP(3:1)
           MOVE WS-TODAY-DD TO WS-FF-TODAY-STAMP(4:2)
           MOVE '/' TO WS-FF-TODAY-STAMP(6:1)
           MOVE WS-TODAY-YYYY TO WS-FF-TODAY-STAMP(7:4)

           OPEN INPUT FS-BOOKING-FILE
      *    The user-id alternate key serves only this account's

      *    A pass redemption collects no money, so no OR is burned
      *    for it - the OR was issued when the pass itself was sold.
      *    A store/bank reference collects nothing yet either; its
      *    OR is issued by otc_collection when the money arrives.
           IF WS-PAYMENT-METHOD NOT = 'refund' AND
               WS-PAYMENT-METHOD NOT = 'pass' AND
               WS-PAYMENT-METHOD NOT = 'otc' THEN
               PERFORM ISSUE-OFFICIAL-RECEIPT
           END-IF

           IF WS-PAYMENT-METHOD = 'otc' THEN
               PERFORM RECORD-OTC-REFERENCE
           END-IF

           IF WS-PAYMENT-METHOD NOT = 'refund' THEN
               PERFORM COMMIT-REDEEMED-VALUE
           END-IF
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
           CLOSE FS-OR-REGISTER-FILE

                   MOVE WS-PRICE TO WS-LOYALTY-PRICE-INT

                   IF WS-LOYALTY-REDEEM-POINTS = ZEROES OR
                       WS-LOYALTY-REDEEM-POINTS > WS-LOYALTY-BALANCE
                       OR WS-LOYALTY-REDEEM-POINTS >
                       WS-LOYALTY-PRICE-INT THEN
                       DISPLAY ' '
                       PERFORM INVALID-INPUT
                   ELSE
                       COMPUTE WS-PRICE = WS-PRICE -
                           WS-LOYALTY-REDEEM-POINTS
                       ADD WS-LOYALTY-REDEEM-POINTS TO
                           WS-DISCOUNT-AMOUNT
                       MOVE WS-PRICE TO WS-PAYMENT-AMOUNT

                       IF WS-DISCOUNT-REASON = SPACES THEN
                           MOVE 'loyalty points' TO WS-DISCOUNT-REASON
                       ELSE
                           MOVE 'multiple discounts' TO
                               WS-DISCOUNT-REASON
                       END-IF

      *                The balance is only debited once the
      *                payment posts; an abandoned payment keeps
      *                the points.
                       MOVE WS-LOYALTY-REDEEM-POINTS TO
                           WS-PENDING-LOYALTY-POINTS
                       PERFORM LOYALTY-REDEEMED-MESSAGE
                   END-IF
               END-IF
           END-IF
           .

       SPEND-LOYALTY-POINTS.
           OPEN I-O FS-LOYALTY-FILE
           MOVE FS-P-USER-ID TO FS-LP-USER-ID
           READ FS-LOYALTY-FILE
           KEY IS FS-LP-USER-ID
           NOT INVALID KEY
               SUBTRACT WS-LOYALTY-REDEEM-POINTS FROM
                   FS-LP-POINTS-BALANCE
               ADD WS-LOYALTY-REDEEM-POINTS TO FS-LP-POINTS-SPENT
               REWRITE FS-LOYALTY-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-LOYALTY-FILE

           MOVE 'SPEND' TO WS-LOYALTY-LEDGER-TYPE
           MOVE WS-LOYALTY-REDEEM-POINTS TO WS-LOYALTY-LEDGER-POINTS
           MOVE WS-FK-SCHEDULE-ID TO WS-LOYALTY-LEDGER-REFERENCE
           PERFORM WRITE-LOYALTY-LEDGER
           .

       WRITE-LOYALTY-LEDGER.
           MOVE FS-P-USER-ID TO FS-LL-USER-ID
           MOVE WS-LOYALTY-LEDGER-TYPE TO FS-LL-ENTRY-TYPE
           MOVE WS-LOYALTY-LEDGER-POINTS TO FS-LL-POINTS
           MOVE WS-LOYALTY-LEDGER-REFERENCE TO FS-LL-REFERENCE

           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-LL-TIME-STAMP

           OPEN EXTEND FS-LOYALTY-LEDGER-FILE
           WRITE FS-LOYALTY-LEDGER-RECORD
           CLOSE FS-LOYALTY-LEDGER-FILE
           .

       STANDING-ORDER-PAGE.
      *    Standing reservations for regular commuters: the same
      *    departure on the same weekdays, booked each night by the
      *    standing_orders batch as soon as the trip opens for sale
      *    and paid from a pass or a corporate account. Here the
      *    passenger sets one up, pauses it over a holiday, resumes
      *    it, or ends it for good.
           MOVE SPACES TO WS-SO-PAGE-CHOICE
           PERFORM UNTIL WS-SO-PAGE-CHOICE = '5'
               PERFORM CLEAR
           DISPLAY "***************************************************"
           "****"
           DISPLAY "     S T A N D I N G   R E S E R V A T I O N S     "
           "  "
           DISPLAY "***************************************************"
           "****"
           DISPLAY " "
               PERFORM LIST-STANDING-ORDERS
           DISPLAY " "
           DISPLAY " 1 - Set Up a Standing Reservation"
           DISPLAY " 2 - Pause a Standing Reservation"
           DISPLAY " 3 - Resume a Standing Reservation"
           DISPLAY " 4 - End a Standing Reservation"
           DISPLAY " 5 - Back"
           DISPLAY " "
           DISPLAY " Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SO-PAGE-CHOICE

               EVALUATE WS-SO-PAGE-CHOICE
                   WHEN '1'
                       PERFORM CREATE-STANDING-ORDER
                   WHEN '2'
                       MOVE 'paused' TO WS-SO-NEW-STATUS
                       PERFORM CHANGE-STANDING-ORDER
                   WHEN '3'
                       MOVE 'active' TO WS-SO-NEW-STATUS
                       PERFORM CHANGE-STANDING-ORDER
                   WHEN '4'
                       MOVE 'ended' TO WS-SO-NEW-STATUS
                       PERFORM CHANGE-STANDING-ORDER
                   WHEN '5'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
               END-EVALUATE
           END-PERFORM
           .

       LIST-STANDING-ORDERS.
           MOVE ZEROES TO WS-SO-COUNT
           DISPLAY " ORDER ID        | ROUTE           | TIME     | "
               "MTWTFSS | SEAT | PAID BY    | STATUS"
           DISPLAY "---------------------------------------------------"
               "------------------------------------"

           MOVE SPACES TO WS-SO-EOF
           OPEN INPUT FS-STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = '00' THEN
               DISPLAY " No standing reservations yet."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FK-USER-ID TO FS-SO-FK-USER-ID
           START FS-STANDING-ORDER-FILE KEY IS = FS-SO-FK-USER-ID
               INVALID KEY MOVE 'Y' TO WS-SO-EOF
           END-START
           PERFORM UNTIL WS-SO-EOF = 'Y'
               READ FS-STANDING-ORDER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SO-EOF
               NOT AT END
                   IF FS-SO-FK-USER-ID NOT = WS-FK-USER-ID THEN
                       MOVE 'Y' TO WS-SO-EOF
                   ELSE
                       ADD 1 TO WS-SO-COUNT
                       MOVE FS-SO-DAYS TO WS-SO-DAYS-TEXT
                       INSPECT WS-SO-DAYS-TEXT REPLACING ALL 'N' BY '-'
                       EVALUATE TRUE
                           WHEN FS-SO-PAY-SEASON-PASS
                               MOVE 'SEASON' TO WS-SO-PAY-TEXT
                           WHEN FS-SO-PAY-STORED-VALUE
                               MOVE 'STORED VAL' TO WS-SO-PAY-TEXT
                           WHEN OTHER
                               MOVE 'CORPORATE' TO WS-SO-PAY-TEXT
                       END-EVALUATE
                       DISPLAY " " FS-SO-ID " | " FS-SO-ROUTE-ID " | "
                           FS-SO-D-HOUR ":" FS-SO-D-MINUTES " "
                           FS-SO-D-TIME-FORMAT " | " WS-SO-DAYS-TEXT
                           " | " FS-SO-PREF-SEAT "  | " WS-SO-PAY-TEXT
                           " | " FS-SO-STATUS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-STANDING-ORDER-FILE

           IF WS-SO-COUNT = ZEROES THEN
               DISPLAY " No standing reservations yet."
           END-IF
           .

       CREATE-STANDING-ORDER.
      *    The order is checked here against what the nightly run
      *    will need - a real departure at that time on the route and
      *    a pass or corporate account this passenger can use - so
      *    a bad order is turned away now rather than failing every
      *    night. Seat 0 takes the first open seat.
           MOVE 'N' TO WS-SO-OK
           DISPLAY " "
           DISPLAY " Route ID                     : " WITH NO ADVANCING
           ACCEPT WS-SO-ROUTE-ENTRY
           DISPLAY " Departure Hour [HH]          : " WITH NO ADVANCING
           ACCEPT WS-SO-HOUR-ENTRY
           DISPLAY " Departure Minute [MM]        : " WITH NO ADVANCING
           ACCEPT WS-SO-MINUTE-ENTRY
           DISPLAY " Departure [AM/PM]            : " WITH NO ADVANCING
           ACCEPT WS-SO-FORMAT-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-SO-FORMAT-ENTRY) TO
               WS-SO-FORMAT-ENTRY

           IF WS-SO-HOUR-ENTRY < 1 OR WS-SO-HOUR-ENTRY > 12 OR
               WS-SO-MINUTE-ENTRY > 59 OR
               (WS-SO-FORMAT-ENTRY NOT = 'AM' AND
               WS-SO-FORMAT-ENTRY NOT = 'PM') THEN
               DISPLAY " "
               DISPLAY " That is not a valid departure time."
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-ROUTES-FILE
           MOVE WS-SO-ROUTE-ENTRY TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-SO-OK
           END-READ
           CLOSE FS-ROUTES-FILE
           IF WS-SO-OK NOT = 'Y' THEN
               DISPLAY " "
               DISPLAY " Route not found on file."
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SO-OK
           MOVE SPACES TO WS-SO-EOF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-SO-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SO-EOF
               NOT AT END
                   IF FS-FK-ROUTE-ID = WS-SO-ROUTE-ENTRY AND
                       FS-S-STATUS = 'active' AND
                       FS-S-D-HOUR = WS-SO-HOUR-ENTRY AND
                       FS-S-D-MINUTES = WS-SO-MINUTE-ENTRY AND
                       FS-S-D-TIME-FORMAT = WS-SO-FORMAT-ENTRY THEN
                       MOVE 'Y' TO WS-SO-OK
                       MOVE 'Y' TO WS-SO-EOF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE
           IF WS-SO-OK NOT = 'Y' THEN
               DISPLAY " "
               DISPLAY " No departure at that time on this route."
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           MOVE 'N' TO WS-SO-OK
           PERFORM VARYING WS-SO-DAY-INDEX FROM 1 BY 1
               UNTIL WS-SO-DAY-INDEX > 7

               EVALUATE WS-SO-DAY-INDEX
                   WHEN 1
                       DISPLAY " Travel on Monday? [Y/N]      : "
                           WITH NO ADVANCING
                   WHEN 2
                       DISPLAY " Travel on Tuesday? [Y/N]     : "
                           WITH NO ADVANCING
                   WHEN 3
                       DISPLAY " Travel on Wednesday? [Y/N]   : "
                           WITH NO ADVANCING
                   WHEN 4
                       DISPLAY " Travel on Thursday? [Y/N]    : "
                           WITH NO ADVANCING
                   WHEN 5
                       DISPLAY " Travel on Friday? [Y/N]      : "
                           WITH NO ADVANCING
                   WHEN 6
                       DISPLAY " Travel on Saturday? [Y/N]    : "
                           WITH NO ADVANCING
                   WHEN 7
                       DISPLAY " Travel on Sunday? [Y/N]      : "
                           WITH NO ADVANCING
               END-EVALUATE

               ACCEPT WS-SO-DAY-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-SO-DAY-ANSWER) TO
                   WS-SO-DAY-ANSWER
               IF WS-SO-DAY-ANSWER = 'Y' THEN
                   MOVE 'Y' TO WS-SO-DAY-ENTRY(WS-SO-DAY-INDEX)
                   MOVE 'Y' TO WS-SO-OK
               ELSE
                   MOVE 'N' TO WS-SO-DAY-ENTRY(WS-SO-DAY-INDEX)
               END-IF
           END-PERFORM
           IF WS-SO-OK NOT = 'Y' THEN
               DISPLAY " "
               DISPLAY " Pick at least one travel day."
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY " Preferred Seat (0 = any)     : " WITH NO ADVANCING
           ACCEPT WS-SO-SEAT-ENTRY
           DISPLAY " "
           DISPLAY " Pay with: 1 - Season Pass"
           DISPLAY "           2 - Stored-Value Pass"
           DISPLAY "           3 - Corporate Account"
           DISPLAY " Select payment : " WITH NO ADVANCING
           ACCEPT WS-SO-PAY-CHOICE
           IF WS-SO-PAY-CHOICE = '3' THEN
               DISPLAY " Corporate Account ID         : "
               WITH NO ADVANCING
           ELSE
               DISPLAY " Pass ID                      : "
               WITH NO ADVANCING
           END-IF
           ACCEPT WS-SO-PAY-REF-ENTRY

           MOVE 'N' TO WS-SO-OK
           EVALUATE WS-SO-PAY-CHOICE
               WHEN '1'
                   PERFORM CHECK-STANDING-ORDER-PASS
               WHEN '2'
                   PERFORM CHECK-STANDING-ORDER-PASS
               WHEN '3'
                   PERFORM CHECK-STANDING-ORDER-ACCOUNT
               WHEN OTHER
                   PERFORM INVALID-INPUT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SO-OK NOT = 'Y' THEN
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'STANDING' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           MOVE SPACES TO FS-STANDING-ORDER-RECORD
           MOVE WS-GENERATED-ID TO FS-SO-ID
           MOVE WS-FK-USER-ID TO FS-SO-FK-USER-ID
           MOVE WS-SO-ROUTE-ENTRY TO FS-SO-ROUTE-ID
           MOVE WS-SO-HOUR-ENTRY TO FS-SO-D-HOUR
           MOVE WS-SO-MINUTE-ENTRY TO FS-SO-D-MINUTES
           MOVE WS-SO-FORMAT-ENTRY TO FS-SO-D-TIME-FORMAT
           MOVE WS-SO-DAYS-ENTRY TO FS-SO-DAYS
           MOVE WS-SO-SEAT-ENTRY TO FS-SO-PREF-SEAT
           EVALUATE WS-SO-PAY-CHOICE
               WHEN '1'
                   MOVE 'P' TO FS-SO-PAY-METHOD
               WHEN '2'
                   MOVE 'V' TO FS-SO-PAY-METHOD
               WHEN OTHER
                   MOVE 'C' TO FS-SO-PAY-METHOD
           END-EVALUATE
           MOVE WS-SO-PAY-REF-ENTRY TO FS-SO-PAY-REF
           MOVE 'active' TO FS-SO-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-SO-TIME-STAMP

           OPEN I-O FS-STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-STANDING-ORDER-FILE
               CLOSE FS-STANDING-ORDER-FILE
               OPEN I-O FS-STANDING-ORDER-FILE
           END-IF
           WRITE FS-STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY " "
                   DISPLAY " The standing reservation was not saved."
               NOT INVALID KEY
                   DISPLAY " "
                   DISPLAY " Standing reservation " FS-SO-ID " set up."
                   DISPLAY " Trips are booked each night as they open"
                       " for sale."
           END-WRITE
           CLOSE FS-STANDING-ORDER-FILE

           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       CHECK-STANDING-ORDER-PASS.
      *    A season pass is the unlimited kind and a stored-value
      *    pass the trip-count kind; either must belong to this
      *    passenger and cover the order's route.
           OPEN INPUT FS-PASSES-FILE
           IF WS-PS-FILE-STATUS NOT = '00' THEN
               DISPLAY " "
               DISPLAY " No passes on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SO-PAY-REF-ENTRY TO FS-PS-PASS-ID
           READ FS-PASSES-FILE
           KEY IS FS-PS-PASS-ID
           INVALID KEY
               CLOSE FS-PASSES-FILE
               DISPLAY " "
               DISPLAY " Pass not found on file."
               EXIT PARAGRAPH
           END-READ
           CLOSE FS-PASSES-FILE

           EVALUATE TRUE
               WHEN FS-PS-STATUS NOT = 'active'
                   DISPLAY " "
                   DISPLAY " That pass is not active."
               WHEN FS-PS-FK-USER-ID NOT = WS-FK-USER-ID
                   DISPLAY " "
                   DISPLAY " That pass belongs to another account."
               WHEN FS-PS-FK-ROUTE-ID NOT = SPACES AND
                   FS-PS-FK-ROUTE-ID NOT = WS-SO-ROUTE-ENTRY
                   DISPLAY " "
                   DISPLAY " That pass is for a different route."
               WHEN WS-SO-PAY-CHOICE = '1' AND FS-PS-KIND NOT = 'U'
                   DISPLAY " "
                   DISPLAY " That pass is not a season pass."
               WHEN WS-SO-PAY-CHOICE = '2' AND FS-PS-KIND NOT = 'T'
                   DISPLAY " "
                   DISPLAY " That pass is not a stored-value pass."
               WHEN OTHER
                   MOVE 'Y' TO WS-SO-OK
           END-EVALUATE
           .

       CHECK-STANDING-ORDER-ACCOUNT.
           OPEN INPUT FS-CORPORATE-FILE
           MOVE WS-SO-PAY-REF-ENTRY TO FS-CA-ACCOUNT-ID
           READ FS-CORPORATE-FILE
           KEY IS FS-CA-ACCOUNT-ID
           INVALID KEY
               DISPLAY " "
               PERFORM CORPORATE-ACCOUNT-INVALID-MESSAGE
           NOT INVALID KEY
               IF FS-CA-STATUS = 'active' THEN
                   MOVE 'Y' TO WS-SO-OK
               ELSE
                   DISPLAY " "
                   PERFORM CORPORATE-ACCOUNT-INVALID-MESSAGE
               END-IF
           END-READ
           CLOSE FS-CORPORATE-FILE
           .

       CHANGE-STANDING-ORDER.
      *    Pause and resume switch an order between active and
      *    paused; an ended order stays ended. Trips the nightly run
      *    has already booked are kept - they are cancelled like any
      *    other booking.
           DISPLAY " "
           DISPLAY " Standing Reservation ID : " WITH NO ADVANCING
           ACCEPT WS-SO-ID-ENTRY

           OPEN I-O FS-STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = '00' THEN
               DISPLAY " "
               DISPLAY " No standing reservations on file."
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SO-ID-ENTRY TO FS-SO-ID
           READ FS-STANDING-ORDER-FILE
           KEY IS FS-SO-ID
           INVALID KEY
               DISPLAY " "
               DISPLAY " Standing reservation not found."
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN FS-SO-FK-USER-ID NOT = WS-FK-USER-ID
                       DISPLAY " "
                       DISPLAY " That standing reservation belongs to"
                           " another account."
                   WHEN FS-SO-STATUS = 'ended'
                       DISPLAY " "
                       DISPLAY " That standing reservation has ended."
                   WHEN WS-SO-NEW-STATUS = 'paused' AND
                       FS-SO-STATUS NOT = 'active'
                       DISPLAY " "
                       DISPLAY " Only an active reservation can be"
                           " paused."
                   WHEN WS-SO-NEW-STATUS = 'active' AND
                       FS-SO-STATUS NOT = 'paused'
                       DISPLAY " "
                       DISPLAY " Only a paused reservation can be"
                           " resumed."
                   WHEN OTHER
                       MOVE WS-SO-NEW-STATUS TO FS-SO-STATUS
                       PERFORM GENERATE-TIME-STAMP
                       MOVE WS-TIME-STAMP TO FS-SO-TIME-STAMP
                       REWRITE FS-STANDING-ORDER-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       DISPLAY " "
                       DISPLAY " Standing reservation " FS-SO-ID
                           " is now " FS-SO-STATUS
               END-EVALUATE
           END-READ
           CLOSE FS-STANDING-ORDER-FILE

           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       LOYALTY-STATEMENT-PAGE.
           .

       WRITE-PAYMENT-HISTORY.
           MOVE SPACES TO FS-PAYMENT-HISTORY-RECORD
           MOVE WS-PAYMENT-ID TO FS-PH-PAYMENT-ID
           MOVE WS-FK-BOOKING-ID TO FS-PH-FK-BOOKING-ID
           MOVE WS-PH-OLD-STATUS TO FS-PH-OLD-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-PH-TIME-STAMP

           MOVE 'PAYHIST' TO WS-CHN-FILE-CODE
           MOVE FS-PAYMENT-HISTORY-RECORD(1:132) TO WS-CHN-TEXT-BODY
           MOVE 132 TO WS-CHN-LENGTH
           PERFORM NEXT-CHAIN-LINK
           MOVE WS-CHN-SEQ TO FS-PH-CHAIN-SEQ
           MOVE WS-CHN-HASH TO FS-PH-CHAIN-HASH

           OPEN EXTEND FS-PAYMENT-HISTORY-FILE
           WRITE FS-PAYMENT-HISTORY-RECORD
           CLOSE FS-PAYMENT-HISTORY-FILE
           .

       DETERMINE-REFUND-STATUS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-TIME(1:2) TO WS-TODAY-HOUR24
           MOVE WS-TODAY-TIME(3:2) TO WS-TODAY-MINUTE

           COMPUTE WS-CURRENT-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           MOVE FS-S-D-DATE(1:2) TO WS-DEPART-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-DEPART-DATE-INT(7:2)
           MOVE FS-S-D-DATE(7:4) TO WS-DEPART-DATE-INT(1:4)

           IF FS-S-D-TIME-FORMAT = 'AM' THEN
               IF FS-S-D-HOUR = 12 THEN
               PERFORM NEXT-SEQUENCE-VALUE
               PERFORM GENERATE-ID-SEQUENCE

               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE WS-CURRENT-DATE-INT =
                   (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
                   WS-TODAY-DD
               COMPUTE WS-VOUCHER-EXPIRY-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-INT) +
                       FS-VCH-EXPIRY-DATE(1:2)
                   MOVE WS-VOUCHER-EXPIRY-INT(7:2) TO
                       FS-VCH-EXPIRY-DATE(4:2)
                   MOVE WS-VOUCHER-EXPIRY-INT(1:4) TO
                       FS-VCH-EXPIRY-DATE(7:4)

                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-VCH-TIME-STAMP
           .

       VALIDATE-AND-APPLY-VOUCHER.
           MOVE FS-VCH-EXPIRY-DATE(1:2) TO WS-VOUCHER-EXPIRY-INT(5:2)
           MOVE FS-VCH-EXPIRY-DATE(4:2) TO WS-VOUCHER-EXPIRY-INT(7:2)
           MOVE FS-VCH-EXPIRY-DATE(7:4) TO WS-VOUCHER-EXPIRY-INT(1:4)

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-CURRENT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-INT)
           COMPUTE WS-VOUCHER-EXPIRY-DAY-NUMBER =
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
           IF WS-LS-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-LOST-SALES-RECORD
               MOVE FS-FK-ROUTE-ID TO FS-LS-ROUTE-ID
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO FS-LS-DATE(1:2)
               MOVE '/' TO FS-LS-DATE(3:1)
               MOVE WS-TODAY-DD TO FS-LS-DATE(4:2)
               MOVE '/' TO FS-LS-DATE(6:1)
               MOVE WS-TODAY-YYYY TO FS-LS-DATE(7:4)
               MOVE WS-LS-REASON TO FS-LS-REASON
               MOVE WS-LS-PARTY-SIZE TO FS-LS-PARTY-SIZE
               WRITE FS-LOST-SALES-RECORD
           DISPLAY ' '
           DISPLAY 'Booking ID : ' WITH NO ADVANCING
           ACCEPT WS-FB-BOOKING-ID-ENTRY
           MOVE WS-FB-BOOKING-ID-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FB-SCHEDULE-ID
           OPEN INPUT FS-BOOKING-FILE
               OPEN OUTPUT FS-LEVY-LEDGER-FILE
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 1 TO WS-LEVY-I
           PERFORM UNTIL WS-LEVY-I > WS-LEVY-COUNT
               MOVE SPACES TO FS-LEVY-LEDGER-RECORD
               MOVE '/' TO FS-LVL-DATE(3:1)
               MOVE WS-TODAY-DD TO FS-LVL-DATE(4:2)
               MOVE '/' TO FS-LVL-DATE(6:1)
               MOVE WS-TODAY-YYYY TO FS-LVL-DATE(7:4)
               WRITE FS-LEVY-LEDGER-RECORD
               ADD 1 TO WS-LEVY-I
           END-PERFORM
      *    missing file or missing parameter keeps the compiled-in
      *    default, and a row only takes effect once its effective
      *    date has arrived.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
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

               MOVE 'TRANSFER-FEE' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-INSURE-PREMIUM
               END-IF

               MOVE 'OTC-PAYBY-DAYS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-OTC-PAYBY-DAYS
               END-IF

               MOVE 'UM-ESCORT-FEE' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-UM-ESCORT-FEE
               END-IF

               MOVE 'UM-MIN-AGE' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-UM-MIN-AGE
               END-IF

               MOVE 'UM-MAX-AGE' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-UM-MAX-AGE
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
           DISPLAY "***************************************************"
           .

       OTC-TOO-LATE-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*   Too close to departure to pay at a store or   *"
           DISPLAY "*   bank. Choose another payment method.          *"
           DISPLAY "***************************************************"
           .

       CARD-DECLINED-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*   The card was not authorized - nothing has     *"
           DISPLAY "*   been charged and the fare is still unpaid.    *"
           DISPLAY "***************************************************"
           DISPLAY " " WS-CARD-DECLINE-TEXT
           .

       CORPORATE-LIMIT-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*   This booking would exceed the account's       *"
           DISPLAY "***************************************************"
           .

       CROSSBORDER-SINGLE-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*  Cross-border trips are sold one named          *"
           DISPLAY "*  traveller at a time, each with a travel        *"
           DISPLAY "*  document - book this departure on its own.     *"
           DISPLAY "***************************************************"
           .

       SALES-HORIZON-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*  Sales for this trip have not opened yet - it   *"

           ACCEPT WS-BUFFER.

       BOOKING-ID-CHECK-DIGIT-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*   Booking ID check digit is wrong - re-key it   *"
           DISPLAY "***************************************************"
           DISPLAY " Press 'enter' key to continue..."

           ACCEPT WS-BUFFER.

       NOT-YOUR-BOOKING-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*     That booking does not belong to you         *"

       CLEAR.
           CALL 'SYSTEM' USING 'clear'.

       ENCRYPT-EMERGENCY-CONTACT.
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-NAME TO WS-FC-FIELD
           MOVE 50 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD(1:50) TO FS-PCN-EMERGENCY-NAME
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-PHONE TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-PCN-EMERGENCY-PHONE
           .

       ENCRYPT-FIELD.
      *    Encrypts WS-FC-FIELD(1:WS-FC-WIDTH) in place under the
      *    active key. The record keeps a token naming the vault
      *    entry: a text field ends in '~' and the key version
      *    digit, a phone comes out as eleven letters (upper case
      *    for an odd key version, lower for an even one). A blank
      *    or already encrypted value is left as it is; so is one
      *    that could not be encrypted, which the next
      *    backend/field_crypto run picks up.
           MOVE 'ENCRYPT' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
           IF WS-FC-RESULT NOT = '00' AND WS-FC-RESULT NOT = 'NK'
               THEN
               DISPLAY 'Error : <Contact field not encrypted>'
           END-IF
           .

       RUN-FIELD-CRYPTO.
      *    One request to backend/python_script_for_field_crypto.py
      *    - AES-256-GCM under the keys in data/field_keys.txt, the
      *    encrypted value itself held in data/field_vault.db. The
      *    request and answer files are named after this program
      *    and the time, and are removed as soon as the answer is
      *    in, so no plain value stays on disk and two terminals
      *    never read each other's answer. WS-FC-RESULT is '00'
      *    when done and 'NK' when no key is on file; on anything
      *    else WS-FC-FIELD is left as it came in.
           MOVE SPACES TO WS-FC-RESULT
           ACCEPT WS-FC-TRACE-TIME FROM TIME
           MOVE SPACES TO WS-FC-REQUEST-NAME
           STRING 'data/crypto/' DELIMITED BY SIZE
               WS-FC-TRACE-CODE DELIMITED BY SPACE
               '-' WS-FC-TRACE-TIME '.req' DELIMITED BY SIZE
               INTO WS-FC-REQUEST-NAME
           MOVE SPACES TO WS-FC-RESPONSE-NAME
           STRING 'data/crypto/' DELIMITED BY SIZE
               WS-FC-TRACE-CODE DELIMITED BY SPACE
               '-' WS-FC-TRACE-TIME '.ans' DELIMITED BY SIZE
               INTO WS-FC-RESPONSE-NAME
           CALL "SYSTEM" USING "mkdir -p -m 700 data/crypto"
           PERFORM VARYING WS-FC-TRY FROM 1 BY 1
               UNTIL WS-FC-TRY > 3 OR WS-FC-RESULT NOT = SPACES
               PERFORM CALL-FIELD-CRYPTO
           END-PERFORM

           MOVE SPACES TO WS-FC-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               WS-FC-REQUEST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FC-RESPONSE-NAME DELIMITED BY SPACE
               INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-FC-RC
           .

       CALL-FIELD-CRYPTO.
           MOVE SPACES TO FS-FIELD-REQUEST-RECORD
           MOVE WS-FC-TRACE TO FS-FCQ-TRACE
           MOVE WS-FC-OPERATION TO FS-FCQ-OPERATION
           MOVE WS-FC-KIND TO FS-FCQ-KIND
           MOVE WS-FC-WIDTH TO FS-FCQ-WIDTH
           MOVE WS-FC-FIELD TO FS-FCQ-VALUE
           OPEN OUTPUT FS-FIELD-REQUEST-FILE
           IF WS-FCQ-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           WRITE FS-FIELD-REQUEST-RECORD
           END-WRITE
           CLOSE FS-FIELD-REQUEST-FILE

           MOVE SPACES TO WS-FC-COMMAND
           STRING 'python3 backend/python_script_for_field_crypto.py '
               DELIMITED BY SIZE
               WS-FC-REQUEST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FC-RESPONSE-NAME DELIMITED BY SPACE
               INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-FC-RC
           IF WS-FC-RC NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-FIELD-RESPONSE-FILE
           IF WS-FCA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           READ FS-FIELD-RESPONSE-FILE
           AT END
               MOVE SPACES TO FS-FIELD-RESPONSE-RECORD
           END-READ
           CLOSE FS-FIELD-RESPONSE-FILE

           IF FS-FCA-TRACE = WS-FC-TRACE THEN
               MOVE FS-FCA-RESULT TO WS-FC-RESULT
               IF FS-FCA-RESULT = '00' THEN
                   MOVE FS-FCA-VALUE TO WS-FC-FIELD
               END-IF
           END-IF
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

       CHECK-BOOKING-ID-ENTRY.
      *    Every keyed or scanned booking ID goes through here before
      *    the booking file is touched. IDs issued before the check
      *    digit came in (dated before BOOKING-CKD-FROM) have none
      *    and pass on the legacy path until they age out.
           IF WS-CKD-FIRST-DATE = '999999' THEN
               PERFORM LOAD-CHECK-DIGIT-CUTOVER
           END-IF
           MOVE 'N' TO WS-CKD-OK
           IF WS-CKD-ENTRY(1:6) IS NUMERIC AND
               WS-CKD-ENTRY(1:6) < WS-CKD-FIRST-DATE THEN
               MOVE 'Y' TO WS-CKD-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-CKD-ENTRY IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CKD-ENTRY TO WS-CKD-ID
           PERFORM COMPUTE-BOOKING-CHECK-DIGIT
           IF WS-CKD-COMPUTED = WS-CKD-DIGIT THEN
               MOVE 'Y' TO WS-CKD-OK
           END-IF
           .

       LOAD-CHECK-DIGIT-CUTOVER.
      *    The day booking IDs started carrying a check digit is held
      *    as business parameter BOOKING-CKD-FROM (YYMMDD). The first
      *    booking issued with a digit writes it, or it is set at
      *    install. Until it is on file no ID has a digit yet, so
      *    every ID stays on the legacy path and the row is looked
      *    for again at the next entry.
           MOVE '999999' TO WS-CKD-FIRST-DATE
           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
               READ FS-BUSINESS-PARAMS-FILE
               KEY IS FS-BPM-PARAM-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BPM-PARAM-VALUE TO WS-CKD-FIRST-NUM
                   MOVE WS-CKD-FIRST-NUM TO WS-CKD-FIRST-DATE
               END-READ
               CLOSE FS-BUSINESS-PARAMS-FILE
           END-IF
           .

       WRITE-SESSION-BOOKING-EVENT.
      *    Changes made here belong to the logged-in passenger, or to
      *    the agent when the session was opened on their behalf.
           IF WS-ASSIST-AGENT-ID NOT = SPACES THEN
               MOVE WS-ASSIST-AGENT-ID TO WS-BEV-CHANGED-BY
           ELSE
               MOVE WS-FK-USER-ID TO WS-BEV-CHANGED-BY
           END-IF
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
               MOVE 'booking_engine' TO FS-BEV-PROGRAM
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
