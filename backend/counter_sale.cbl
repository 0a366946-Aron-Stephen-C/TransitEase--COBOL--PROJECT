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

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
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

           SELECT FS-STANDBY-QUEUE-FILE ASSIGN TO
               'data/standby_queue.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-AGS-BOOKING-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NONREV-AUTH-FILE ASSIGN TO
               'data/nonrev_auths.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NRA-AUTH-ID
               FILE STATUS IS WS-NRA-FILE-STATUS.

           SELECT FS-NONREV-TICKET-FILE ASSIGN TO
               'data/nonrev_tickets.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NRT-BOOKING-ID
               FILE STATUS IS WS-NRT-FILE-STATUS.

           SELECT FS-CURRENT-BOOKING-FILE ASSIGN
               TO 'data/artifact/current_booking.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

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
           02    FS-SATT-PWD-FLAG    PIC X.
           02    FS-SATT-DOOR-FLAG    PIC X.
           02    FS-SATT-LEGROOM-FLAG    PIC X.
           02    FS-SATT-DECK    PIC X.
           02    FS-SATT-BERTH    PIC X.

       FD  FS-ASSIST-FLAGS-FILE.
       01  FS-ASSIST-FLAGS-RECORD.
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

       FD  FS-STANDBY-QUEUE-FILE.
       01  FS-STANDBY-QUEUE-RECORD.
           02    FS-SBQ-KEY.
           02    FS-SBQ-PHONE    PIC X(11).
           02    FS-SBQ-STATUS    PIC X(8).
           02    FS-SBQ-OFFER-SEAT    PIC 9(3).
           02    FS-SBQ-TIME-STAMP    PIC X(22).

       FD  FS-PASSES-FILE.
       01  FS-PASSES-RECORD.
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
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
               88    FS-P-NOTIFY-EMAIL-ONLY    VALUE 'E'.
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-FARE-MATRIX-FILE.
       01  FS-FARE-MATRIX-RECORD.
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

       01  FS-LOST-SALES-RECORD.
           02    FS-LS-ROUTE-ID    PIC X(15).
           02    FS-LS-FILLER-1    PIC X(3).
           02    FS-LS-DATE    PIC 99/99/9999.
           02    FS-LS-FILLER-2    PIC X(3).
           02    FS-LS-REASON    PIC X(8).
           02    FS-LS-FILLER-3    PIC X(3).
           02    FS-RRU-CUTOFF-MINUTES    PIC 9(4).
           02    FS-RRU-HORIZON-DAYS    PIC 9(3).
           02    FS-RRU-LONGHAUL-FLAG    PIC X.
           02    FS-RRU-CROSSBORDER-FLAG    PIC X.

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-A-PHONE-NUMBER    PIC X(11).
           02    FS-A-ROLE    PIC X.
           02    FS-A-TIME-STAMP.
               03    FS-A-DATE    PIC 99/99/9999.
               03    FS-A-FILLER-SPACE    PIC X(3).
               03    FS-A-TIME.
                   04    FS-A-HOUR    PIC 99.
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
           02    FS-DS-VARIANCE    PIC S9(10)V99.
           02    FS-DS-STATUS    PIC X(8).
           02    FS-DS-TIME-STAMP.
               03    FS-DS-TS-DATE    PIC 99/99/9999.
               03    FS-DS-TS-FILLER-SPACE    PIC X(3).
               03    FS-DS-TS-TIME.
                   04    FS-DS-TS-HOUR    PIC 99.
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
           02    FS-AG-COMMISSION-PCT    PIC 9(2)V99.
           02    FS-AG-STATUS    PIC X(8).
           02    FS-AG-TIME-STAMP.
               03    FS-AG-TS-DATE    PIC 99/99/9999.
               03    FS-AG-TS-FILLER-SPACE    PIC X(3).
               03    FS-AG-TS-TIME.
                   04    FS-AG-TS-HOUR    PIC 99.
                   04    FS-AG-TS-MINUTES    PIC 99.
                   04    FS-AG-TS-COLON-2    PIC X.
                   04    FS-AG-TS-SECOND    PIC 99.
           02    FS-AG-TIN    PIC X(15).
           02    FS-AG-EWT-RATE    PIC 9(2)V99.

       FD  FS-AGENT-WALLET-FILE.
       01  FS-AGENT-WALLET-RECORD.
           02    FS-AWL-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-AWL-REFERENCE    PIC X(15).
           02    FS-AWL-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-AWL-TIME-STAMP    PIC X(22).

       FD  FS-AGENT-SALES-FILE.
       01  FS-AGENT-SALES-RECORD.
           02    FS-AGS-SALE-AMOUNT    PIC 9(10)V99.
           02    FS-AGS-COMMISSION-AMOUNT    PIC 9(10)V99.
           02    FS-AGS-TIME-STAMP.
               03    FS-AGS-TS-DATE    PIC 99/99/9999.
               03    FS-AGS-TS-FILLER-SPACE    PIC X(3).
               03    FS-AGS-TS-TIME.
                   04    FS-AGS-TS-HOUR    PIC 99.
                   04    FS-AGS-TS-COLON-2    PIC X.
                   04    FS-AGS-TS-SECOND    PIC 99.

      *    Non-revenue travel authorizations, kept in schedule_manager:
      *    'D' crew deadheading on duty, 'S' staff on company
      *    business, 'C' complimentary. Valid dates are travel dates.
       FD  FS-NONREV-AUTH-FILE.
       01  FS-NONREV-AUTH-RECORD.
           02    FS-NRA-AUTH-ID    PIC X(15).
           02    FS-NRA-KIND    PIC X.
               88    FS-NRA-IS-DUTY    VALUE 'D'.
               88    FS-NRA-IS-STAFF    VALUE 'S'.
               88    FS-NRA-IS-COMP    VALUE 'C'.
           02    FS-NRA-FIRST-NAME    PIC X(30).
           02    FS-NRA-LAST-NAME    PIC X(30).
           02    FS-NRA-APPROVER-ID    PIC X(15).
           02    FS-NRA-REASON    PIC X(40).
           02    FS-NRA-COST-CENTRE    PIC X(10).
           02    FS-NRA-VALID-FROM    PIC X(10).
           02    FS-NRA-VALID-TO    PIC X(10).
           02    FS-NRA-TRIPS-ALLOWED    PIC 9(3).
           02    FS-NRA-TRIPS-USED    PIC 9(3).
           02    FS-NRA-STATUS    PIC X(8).
           02    FS-NRA-ENTERED-BY    PIC X(15).
           02    FS-NRA-TIME-STAMP    PIC X(21).

      *    One row per non-revenue ticket issued. The fare forgone is
      *    the list fare the seat would have sold at; the cost centre
      *    and approver are copied from the authorization so the
      *    monthly report stands even after it is revoked.
       FD  FS-NONREV-TICKET-FILE.
       01  FS-NONREV-TICKET-RECORD.
           02    FS-NRT-BOOKING-ID    PIC X(15).
           02    FS-NRT-AUTH-ID    PIC X(15).
           02    FS-NRT-KIND    PIC X.
           02    FS-NRT-COST-CENTRE    PIC X(10).
           02    FS-NRT-APPROVER-ID    PIC X(15).
           02    FS-NRT-SCHEDULE-ID    PIC X(15).
           02    FS-NRT-TRAVEL-DATE    PIC X(10).
           02    FS-NRT-LIST-FARE    PIC 9(10)V99.
           02    FS-NRT-ISSUED-BY    PIC X(15).
           02    FS-NRT-TIME-STAMP    PIC X(21).

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
       01  WS-SATT-TAG    PIC X(5).
       01  WS-STC-FILE-STATUS    PIC XX.
       01  WS-STANDEE-SALE    PIC X VALUE 'N'.
       01  WS-STANDEE-CAP    PIC 9(3).
       01  WS-SBQ-SCHEDULE-ENTRY    PIC X(15).
       01  WS-SBQ-QUEUE-ENTRY    PIC 9(3).
       01  WS-COUNTER-MODE-CHOICE    PIC X.
       01  WS-TST-USER-ENTRY    PIC X(15).
       01  WS-TST-YEAR-ENTRY    PIC X(4).
       01  WS-TST-TODAY    PIC 9(8).
       01  WS-TST-YEAR-NUM    PIC 9(4).
       01  WS-TST-COMMAND    PIC X(100).
       01  WS-TST-RETURN-CODE    PIC S9(4) COMP.
       01  WS-ASF-FILE-STATUS    PIC XX.
       01  WS-ASSIST-ANY    PIC X VALUE 'N'.
       01  WS-ASSIST-WHEELCHAIR    PIC X.
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
       01  WS-AW-FILE-STATUS    PIC XX.
       01  WS-AWL-FILE-STATUS    PIC XX.
       01  WS-AW-WALLET-OK    PIC X.
       01  WS-SEAT-PREM-FRONT    PIC 9(5)V99 VALUE 25.00.
       01  WS-SEAT-PREM-LEGROOM    PIC 9(5)V99 VALUE 15.00.
       01  WS-SEAT-DISC-REAR    PIC 9(5)V99 VALUE 10.00.
       01  WS-SEAT-PREM-UPPER-DECK    PIC 9(5)V99 VALUE 20.00.
       01  WS-SEAT-PREM-LOWER-BERTH    PIC 9(5)V99 VALUE 50.00.
       01  WS-SEAT-POSITION-ADJ    PIC S9(8)V99 VALUE 0.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-ADMIN-FILE-STATUS    PIC XX.
       01  WS-SW-CLERK-ID    PIC X(15).
       01  WS-SW-CLERK-IS-VALID    PIC X.
       01  WS-SW-LONGHAUL    PIC X.
       01  WS-SW-CROSSBORDER    PIC X.
       01  WS-PCN-FILE-STATUS    PIC XX.
       01  WS-PCN-NAME-ENTRY    PIC X(50).
       01  WS-PCN-PHONE-ENTRY    PIC X(11).
       01  WS-PCN-NATION-ENTRY    PIC X(20).
       01  WS-SW-TODAY-DATE.
           02    WS-SW-TODAY-YYYY    PIC 9999.
           02    WS-SW-TODAY-MM    PIC 99.
           02    WS-SW-TODAY-DD    PIC 99.
       01  WS-SW-TODAY-TIME    PIC 9(8).
       01  WS-SW-CURRENT-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-SW-DEPART-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-SW-MINUTES-TO-DEPARTURE    PIC S9(9) COMP.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-DATE.
           02    WS-BPM-TODAY-YYYY    PIC 9999.
           02    WS-BPM-TODAY-MM    PIC 99.
           02    WS-BPM-TODAY-DD    PIC 99.
       01  WS-SURGE-HIGH-PCT    PIC 9(3) VALUE 90.
       01  WS-AGENT-CODE-ENTRY    PIC X(15).
       01  WS-AGENT-COMMISSION    PIC 9(10)V99.
       01  WS-OR-NUMBER    PIC 9(8).
       01  WS-NRA-FILE-STATUS    PIC XX.
       01  WS-NRT-FILE-STATUS    PIC XX.
       01  WS-NRA-AUTH-ENTRY    PIC X(15).
       01  WS-NRA-CLERK-ENTRY    PIC X(15).
       01  WS-NRA-OK    PIC X.
       01  WS-NRA-WAITLISTED    PIC X.
       01  WS-NRA-KIND    PIC X.
       01  WS-NRA-COST-CENTRE    PIC X(10).
       01  WS-NRA-APPROVER-ID    PIC X(15).
       01  WS-NRA-FROM-INT    PIC 9(8).
       01  WS-NRA-TO-INT    PIC 9(8).
       01  WS-NRA-TRAVEL-INT    PIC 9(8).
       01  WS-NRA-LIST-FARE    PIC 9(10)V99.
       01  WS-NONREV-HOLD-PCT    PIC 9(3) VALUE 90.
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'COUNTER'.
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
           PERFORM LOAD-BUSINESS-PARAMETERS

           MOVE SPACES TO WS-COUNTER-MODE-CHOICE
           PERFORM UNTIL WS-COUNTER-MODE-CHOICE = '6'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY '1 - Walk-up Seat Sale'
               DISPLAY '2 - Register Standby (Go-Show) Passenger'
               DISPLAY '3 - Sell Released Seat to Standby Queue'
               DISPLAY '4 - Non-Revenue Ticket (Duty / Staff / Comp)'
               DISPLAY '5 - Print Annual Travel Statement'
               DISPLAY '6 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-COUNTER-MODE-CHOICE
                   WHEN '3'
                       PERFORM SELL-TO-STANDBY-QUEUE
                   WHEN '4'
                       PERFORM ISSUE-NONREV-TICKET
                   WHEN '5'
                       PERFORM PRINT-TRAVEL-STATEMENT
                   WHEN '6'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
           MOVE WS-GUEST-FIRST-NAME TO FS-SBQ-FIRST-NAME
           MOVE WS-GUEST-LAST-NAME TO FS-SBQ-LAST-NAME
           MOVE WS-GUEST-PHONE-NUMBER TO FS-SBQ-PHONE
           PERFORM ENCRYPT-STANDBY-PHONE
           MOVE 'waiting' TO FS-SBQ-STATUS
           MOVE ZEROES TO FS-SBQ-OFFER-SEAT
           PERFORM GENERATE-TIME-STAMP

           MOVE FS-SBQ-FIRST-NAME TO WS-GUEST-FIRST-NAME
           MOVE FS-SBQ-LAST-NAME TO WS-GUEST-LAST-NAME
      *    The queue holds the phone encrypted; it passes to the
      *    guest record in that form.
           MOVE FS-SBQ-PHONE TO WS-GUEST-PHONE-NUMBER
           MOVE WS-SBQ-SCHEDULE-ENTRY TO WS-FK-SCHEDULE-ID
           MOVE FS-SBQ-OFFER-SEAT TO WS-SEAT-NUMBER
           END-IF
           .

       ISSUE-NONREV-TICKET.
      *    Crew deadheading, staff on company business and
      *    complimentary riders travel on a controlled non-revenue
      *    ticket against an authorization kept in schedule_manager.
      *    No fare is taken and no payment row is written, so the
      *    trip stays out of revenue while the seat still counts
      *    toward occupancy.
           DISPLAY ' '
           DISPLAY ' Authorization ID : ' WITH NO ADVANCING
           ACCEPT WS-NRA-AUTH-ENTRY
           DISPLAY ' Issuing Clerk ID : ' WITH NO ADVANCING
           ACCEPT WS-NRA-CLERK-ENTRY

           PERFORM CHECK-NONREV-AUTHORIZATION

           IF WS-NRA-OK = 'Y' THEN
               PERFORM PICK-COUNTER-SCHEDULE
               IF WS-FK-SCHEDULE-ID NOT = SPACES THEN
                   PERFORM NONREV-SEAT-AND-ISSUE
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       PRINT-TRAVEL-STATEMENT.
      *    Passengers who want the year's trips, fares and OR
      *    numbers for reimbursement or tax get the statement
      *    printed here; travel_statement does the work.
           DISPLAY ' '
           DISPLAY ' Passenger User ID : ' WITH NO ADVANCING
           MOVE SPACES TO WS-TST-USER-ENTRY
           ACCEPT WS-TST-USER-ENTRY
           IF WS-TST-USER-ENTRY = SPACES THEN
               PERFORM INVALID-INPUT
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' Year [YYYY, blank = last year] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-TST-YEAR-ENTRY
           ACCEPT WS-TST-YEAR-ENTRY
           IF WS-TST-YEAR-ENTRY = SPACES THEN
               ACCEPT WS-TST-TODAY FROM DATE YYYYMMDD
               MOVE WS-TST-TODAY(1:4) TO WS-TST-YEAR-NUM
               SUBTRACT 1 FROM WS-TST-YEAR-NUM
               MOVE WS-TST-YEAR-NUM TO WS-TST-YEAR-ENTRY
           END-IF

           MOVE SPACES TO WS-TST-COMMAND
           STRING 'backend/travel_statement ' WS-TST-YEAR-ENTRY ' '
               FUNCTION TRIM(WS-TST-USER-ENTRY)
               DELIMITED BY SIZE INTO WS-TST-COMMAND

           CALL "SYSTEM" USING WS-TST-COMMAND
               RETURNING WS-TST-RETURN-CODE

           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       CHECK-NONREV-AUTHORIZATION.
      *    The clerk must be on the admin file, and the authorization
      *    active with trips left on it. The travel date is checked
      *    against its validity once the trip is picked.
           MOVE 'N' TO WS-NRA-OK

           MOVE 'N' TO WS-SW-CLERK-IS-VALID
           IF WS-NRA-CLERK-ENTRY NOT = SPACES THEN
               OPEN INPUT FS-ADMIN-FILE
               IF WS-ADMIN-FILE-STATUS = '00' THEN
                   MOVE WS-NRA-CLERK-ENTRY TO FS-A-USER-ID
                   READ FS-ADMIN-FILE
                   KEY IS FS-A-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SW-CLERK-IS-VALID
                   END-READ
               END-IF
               CLOSE FS-ADMIN-FILE
           END-IF
           IF WS-SW-CLERK-IS-VALID NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' That clerk ID is not on the admin file.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-NRA-AUTH-ID
           OPEN INPUT FS-NONREV-AUTH-FILE
           IF WS-NRA-FILE-STATUS = '00' THEN
               MOVE WS-NRA-AUTH-ENTRY TO FS-NRA-AUTH-ID
               READ FS-NONREV-AUTH-FILE
               KEY IS FS-NRA-AUTH-ID
               INVALID KEY
                   MOVE SPACES TO FS-NRA-AUTH-ID
               END-READ
               CLOSE FS-NONREV-AUTH-FILE
           END-IF

           EVALUATE TRUE
               WHEN FS-NRA-AUTH-ID = SPACES OR
                   WS-NRA-AUTH-ENTRY = SPACES
                   DISPLAY ' '
                   DISPLAY ' Authorization not found on file.'
               WHEN FS-NRA-STATUS NOT = 'active'
                   DISPLAY ' '
                   DISPLAY ' That authorization is '
                       FUNCTION TRIM(FS-NRA-STATUS) '.'
               WHEN FS-NRA-TRIPS-USED >= FS-NRA-TRIPS-ALLOWED
                   DISPLAY ' '
                   DISPLAY ' Every trip on that authorization has'
                       ' been issued.'
               WHEN OTHER
                   MOVE 'Y' TO WS-NRA-OK
                   MOVE FS-NRA-KIND TO WS-NRA-KIND
                   MOVE FS-NRA-COST-CENTRE TO WS-NRA-COST-CENTRE
                   MOVE FS-NRA-APPROVER-ID TO WS-NRA-APPROVER-ID
                   MOVE FS-NRA-VALID-FROM(7:4) TO WS-NRA-FROM-INT(1:4)
                   MOVE FS-NRA-VALID-FROM(1:2) TO WS-NRA-FROM-INT(5:2)
                   MOVE FS-NRA-VALID-FROM(4:2) TO WS-NRA-FROM-INT(7:2)
                   MOVE FS-NRA-VALID-TO(7:4) TO WS-NRA-TO-INT(1:4)
                   MOVE FS-NRA-VALID-TO(1:2) TO WS-NRA-TO-INT(5:2)
                   MOVE FS-NRA-VALID-TO(4:2) TO WS-NRA-TO-INT(7:2)
                   MOVE FS-NRA-FIRST-NAME TO WS-GUEST-FIRST-NAME
                   MOVE FS-NRA-LAST-NAME TO WS-GUEST-LAST-NAME
                   MOVE SPACES TO WS-GUEST-PHONE-NUMBER
                   DISPLAY ' '
                   DISPLAY ' Holder   : '
                       FUNCTION TRIM(FS-NRA-FIRST-NAME) ' '
                       FUNCTION TRIM(FS-NRA-LAST-NAME)
                   DISPLAY ' Reason   : ' FS-NRA-REASON
                   DISPLAY ' Approver : ' FS-NRA-APPROVER-ID
                       '  Cost centre : ' FS-NRA-COST-CENTRE
                   DISPLAY ' Trips    : ' FS-NRA-TRIPS-USED ' of '
                       FS-NRA-TRIPS-ALLOWED ' issued'
           END-EVALUATE
           .

       NONREV-SEAT-AND-ISSUE.
      *    A non-revenue holder never takes one of the last seats
      *    from a paying passenger: once the trip is at or above the
      *    hold threshold the ticket is issued on the waitlist, and
      *    the booking engine seats it only when a freed seat has no
      *    paying passenger waiting for it.
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN I-O FS-VEHICLES-FILE
           OPEN INPUT FS-ROUTES-FILE
           OPEN I-O FS-SEAT-MAP-FILE

           MOVE WS-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE KEY IS FS-SCHEDULE-ID
           END-READ
           MOVE FS-FK-ROUTE-ID TO FS-ROUTE-ID
           MOVE FS-FK-VEHICLE-ID TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE KEY IS FS-VEHICLE-ID
           END-READ
           READ FS-ROUTES-FILE KEY IS FS-ROUTE-ID
           END-READ

           MOVE FS-S-D-DATE(7:4) TO WS-NRA-TRAVEL-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-NRA-TRAVEL-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-NRA-TRAVEL-INT(7:2)

           IF WS-NRA-TRAVEL-INT < WS-NRA-FROM-INT OR
               WS-NRA-TRAVEL-INT > WS-NRA-TO-INT THEN
               DISPLAY ' '
               DISPLAY ' The authorization does not cover travel on '
                   FS-S-D-DATE '.'
           ELSE
               DISPLAY " Vehicle Serial : " FS-VEHICLE-SERIAL
               DISPLAY " "
               PERFORM DISPLAY-SEAT-CHART
               DISPLAY " "

      *        The fare forgone is what the seat would sell for
      *        right now, before any passenger-category discount.
               PERFORM LOOKUP-FARE-FACTOR
               PERFORM APPLY-PRICING-CALENDAR
               PERFORM APPLY-SURGE-PRICING
               COMPUTE WS-NRA-LIST-FARE ROUNDED =
                   FS-ROUTE-BASE-PRICE * WS-FARE-FACTOR
                   * WS-CALENDAR-MULTIPLIER * WS-SURGE-MULTIPLIER

               MOVE 'N' TO WS-NRA-WAITLISTED
               MOVE ZEROES TO WS-SEAT-NUMBER
               IF WS-OPEN-SEAT-COUNT = ZEROES OR
                   WS-OCCUPANCY-PCT >= WS-NONREV-HOLD-PCT THEN
                   MOVE 'Y' TO WS-NRA-WAITLISTED
                   DISPLAY ' This trip is ' WS-OCCUPANCY-PCT
                       '% sold - paying passengers come first.'
                   DISPLAY ' The ticket is issued on the waitlist and'
                       ' seated only if a seat frees up.'
               ELSE
                   DISPLAY " Enter Seat Number: " WITH NO ADVANCING
                   ACCEPT WS-SEAT-CHOICE
                   IF WS-SEAT-CHOICE = ZEROES OR WS-SEAT-CHOICE >
                       FS-VEHICLE-CAPACITY THEN
                       DISPLAY ' '
                       PERFORM INVALID-INPUT
                       MOVE 'X' TO WS-NRA-WAITLISTED
                   ELSE
                       MOVE WS-FK-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
                       MOVE WS-SEAT-CHOICE TO FS-SEAT-NO
                       READ FS-SEAT-MAP-FILE
                       KEY IS FS-SEAT-KEY
                       INVALID KEY
                           DISPLAY ' '
                           PERFORM INVALID-INPUT
                           MOVE 'X' TO WS-NRA-WAITLISTED
                       NOT INVALID KEY
                           IF FS-SEAT-STATUS NOT = 'OPEN' THEN
                               DISPLAY ' '
                               PERFORM SEAT-NOT-AVAILABLE-MESSAGE
                               MOVE 'X' TO WS-NRA-WAITLISTED
                           ELSE
                               MOVE WS-SEAT-CHOICE TO WS-SEAT-NUMBER
                           END-IF
                       END-READ
                   END-IF
               END-IF

               IF WS-NRA-WAITLISTED NOT = 'X' THEN
                   PERFORM NONREV-CONFIRM-ISSUE
               END-IF
           END-IF

           CLOSE FS-SEAT-MAP-FILE
           CLOSE FS-ROUTES-FILE
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-SCHEDULES-FILE
           .

       NONREV-CONFIRM-ISSUE.
           PERFORM CAPTURE-TRAVEL-DOCUMENT
           IF WS-TD-BLOCKED = 'Y' THEN
               PERFORM DISCONTINUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY ' Fare forgone : ' WS-NRA-LIST-FARE
           DISPLAY ' Price        : 0.00 (non-revenue)'
           DISPLAY ' '
           DISPLAY "Issue the non-revenue ticket?  [YES]  [NO] "
           WITH NO ADVANCING
           ACCEPT WS-CONFIRM-BOOKING

           MOVE FUNCTION LOWER-CASE(WS-CONFIRM-BOOKING) TO
           WS-CONFIRM-BOOKING

           IF WS-CONFIRM-BOOKING NOT = 'yes' THEN
               PERFORM DISCONTINUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM RECORD-GUEST-PASSENGER
           MOVE WS-GUEST-USER-ID TO WS-FK-USER-ID
           PERFORM REQUIRE-GUEST-CONTACT

           MOVE SPACES TO WS-GROUP-ID
           MOVE ZEROES TO WS-PRICE
           MOVE 'nonrev' TO WS-PASSENGER-CATEGORY
           IF WS-NRA-WAITLISTED = 'Y' THEN
               MOVE 'waitlist' TO WS-BOOKING-STATUS
           ELSE
               MOVE 'paid' TO WS-BOOKING-STATUS
           END-IF
           PERFORM RECORD-BOOKING
           MOVE FS-BOOKING-ID TO WS-FK-BOOKING-ID

           IF WS-TD-CAPTURED = 'Y' THEN
               MOVE FS-BOOKING-ID TO WS-TD-BOOKING-ID
               MOVE WS-FK-USER-ID TO WS-TD-USER-ID
               PERFORM RECORD-TRAVEL-DOCUMENT
               MOVE 'N' TO WS-TD-CAPTURED
           END-IF

           IF WS-NRA-WAITLISTED = 'Y' THEN
               MOVE 'Y' TO WS-SEAT-LOCK-SUCCESS
           ELSE
               PERFORM OCCUPY-SEAT
           END-IF

           IF WS-SEAT-LOCK-SUCCESS = 'Y' THEN
               PERFORM RECORD-NONREV-TICKET
               MOVE FS-BOOKING-ID TO FS-CURRENT-BOOKING-ID
               OPEN OUTPUT FS-CURRENT-BOOKING-FILE
                   WRITE FS-CURRENT-BOOKING-ID
                   END-WRITE
               CLOSE FS-CURRENT-BOOKING-FILE
               IF WS-NRA-WAITLISTED = 'Y' THEN
                   DISPLAY ' '
                   DISPLAY ' Waitlisted - Booking ID ' WS-FK-BOOKING-ID
               ELSE
                   PERFORM TICKETING
               END-IF
               DISPLAY ' '
               DISPLAY ' Non-revenue ticket issued.'
           ELSE
               PERFORM VOID-FAILED-SEAT-BOOKING
           END-IF
           .

       RECORD-NONREV-TICKET.
      *    The ticket row carries the authorization forward to the
      *    monthly report; the trip is charged to the authorization
      *    and the issue goes on the admin audit trail.
           OPEN I-O FS-NONREV-TICKET-FILE
           IF WS-NRT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-NONREV-TICKET-FILE
               CLOSE FS-NONREV-TICKET-FILE
               OPEN I-O FS-NONREV-TICKET-FILE
           END-IF
           MOVE SPACES TO FS-NONREV-TICKET-RECORD
           MOVE WS-FK-BOOKING-ID TO FS-NRT-BOOKING-ID
           MOVE WS-NRA-AUTH-ENTRY TO FS-NRT-AUTH-ID
           MOVE WS-NRA-KIND TO FS-NRT-KIND
           MOVE WS-NRA-COST-CENTRE TO FS-NRT-COST-CENTRE
           MOVE WS-NRA-APPROVER-ID TO FS-NRT-APPROVER-ID
           MOVE WS-FK-SCHEDULE-ID TO FS-NRT-SCHEDULE-ID
           MOVE FS-S-D-DATE TO FS-NRT-TRAVEL-DATE
           MOVE WS-NRA-LIST-FARE TO FS-NRT-LIST-FARE
           MOVE WS-NRA-CLERK-ENTRY TO FS-NRT-ISSUED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-NRT-TIME-STAMP
           WRITE FS-NONREV-TICKET-RECORD
           END-WRITE
           CLOSE FS-NONREV-TICKET-FILE

           OPEN I-O FS-NONREV-AUTH-FILE
           IF WS-NRA-FILE-STATUS = '00' THEN
               MOVE WS-NRA-AUTH-ENTRY TO FS-NRA-AUTH-ID
               READ FS-NONREV-AUTH-FILE
               KEY IS FS-NRA-AUTH-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO FS-NRA-TRIPS-USED
                   REWRITE FS-NONREV-AUTH-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-READ
               CLOSE FS-NONREV-AUTH-FILE
           END-IF

           MOVE SPACES TO FS-AUDIT-RECORD
           MOVE WS-NRA-CLERK-ENTRY TO FS-AUD-ADMIN-ID
           MOVE 'NONREV-ISSUE' TO FS-AUD-ACTION
           MOVE WS-FK-BOOKING-ID TO FS-AUD-RECORD-KEY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-AUD-TIME-STAMP

           MOVE 'AUDIT' TO WS-CHN-FILE-CODE
           MOVE FS-AUDIT-RECORD(1:80) TO WS-CHN-TEXT-BODY
           MOVE 80 TO WS-CHN-LENGTH
           PERFORM NEXT-CHAIN-LINK
           MOVE WS-CHN-SEQ TO FS-AUD-CHAIN-SEQ
           MOVE WS-CHN-HASH TO FS-AUD-CHAIN-HASH
           OPEN EXTEND FS-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-AUDIT-FILE
           END-IF
           WRITE FS-AUDIT-RECORD
           CLOSE FS-AUDIT-FILE
           .

       CLEAR.
           CALL "SYSTEM" USING "clear"
           .
           IF WS-LS-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-LOST-SALES-RECORD
               MOVE FS-FK-ROUTE-ID TO FS-LS-ROUTE-ID
               ACCEPT WS-SW-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-SW-TODAY-MM TO FS-LS-DATE(1:2)
               MOVE '/' TO FS-LS-DATE(3:1)
               MOVE WS-SW-TODAY-DD TO FS-LS-DATE(4:2)
               MOVE '/' TO FS-LS-DATE(6:1)
               MOVE WS-SW-TODAY-YYYY TO FS-LS-DATE(7:4)
               MOVE WS-LS-REASON TO FS-LS-REASON
               MOVE WS-LS-PARTY-SIZE TO FS-LS-PARTY-SIZE
               WRITE FS-LOST-SALES-RECORD
           CLOSE FS-SCHEDULES-FILE

           IF FS-SCHEDULE-ID NOT = SPACES THEN
               ACCEPT WS-SW-TODAY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SW-TODAY-TIME FROM TIME
               MOVE WS-SW-TODAY-TIME(1:2) TO WS-SW-TODAY-HOUR24
               MOVE WS-SW-TODAY-TIME(3:2) TO WS-SW-TODAY-MINUTE

               COMPUTE WS-SW-CURRENT-DATE-INT =
                   (WS-SW-TODAY-YYYY * 10000) +
                   (WS-SW-TODAY-MM * 100) + WS-SW-TODAY-DD

               MOVE FS-S-D-DATE(1:2) TO WS-SW-DEPART-DATE-INT(5:2)
               MOVE FS-S-D-DATE(4:2) TO WS-SW-DEPART-DATE-INT(7:2)
               MOVE FS-S-D-DATE(7:4) TO WS-SW-DEPART-DATE-INT(1:4)

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
                   IF WS-AUDIT-FILE-STATUS NOT = '00' THEN
                       OPEN OUTPUT FS-AUDIT-FILE
                   DISPLAY " Seat preference: 1 - Window"
                   DISPLAY "                  2 - Aisle"
                   DISPLAY "                  3 - Accessible (PWD/door)"
                   DISPLAY "                  4 - Lower berth"
                   DISPLAY "                  5 - Upper berth"
                   DISPLAY "                  6 - Upper deck"
                   DISPLAY "                  7 - Lower deck"
                   DISPLAY "                  (Enter to pick a seat)"
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
                               PERFORM SEAT-NOT-AVAILABLE-MESSAGE
                           ELSE
                               MOVE WS-SEAT-CHOICE TO WS-SEAT-NUMBER
                               PERFORM CAPTURE-MINOR-TRAVEL
                               IF WS-UM-BLOCKED = 'Y' THEN
                                   PERFORM DISCONTINUE-MESSAGE
                               ELSE
                                   PERFORM COUNTER-PRICING
                                   PERFORM COUNTER-CONFIRM-SALE
                               END-IF
                           END-IF
                       END-READ
                   END-IF
                   IF WS-STANDEE-CHOICE = 'YES' THEN
                       MOVE 'Y' TO WS-STANDEE-SALE
                       MOVE ZEROES TO WS-SEAT-NUMBER
                       MOVE 'N' TO WS-UM-TRAVEL
                       PERFORM COUNTER-PRICING
                       PERFORM COUNTER-CONFIRM-SALE
                       MOVE 'N' TO WS-STANDEE-SALE

           PERFORM APPLY-PASSENGER-CATEGORY-DISCOUNT

      *    A minor's escort fee is a service charge on top of the
      *    (discounted) fare.
           IF WS-UM-TRAVEL = 'Y' THEN
               ADD WS-UM-FEE-CHARGED TO WS-PRICE
               DISPLAY " Minor Escort Fee  : " WS-UM-FEE-CHARGED
           END-IF

           MOVE WS-PRICE TO WS-PAYMENT-AMOUNT

           PERFORM APPLY-TERMINAL-LEVIES
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
           .

       COUNTER-CONFIRM-SALE.
           PERFORM CAPTURE-TRAVEL-DOCUMENT
           IF WS-TD-BLOCKED = 'Y' THEN
               PERFORM DISCONTINUE-MESSAGE
               MOVE 'N' TO WS-SEAT-LOCK-SUCCESS
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           IF WS-SEAT-POSITION-ADJ NOT = ZEROES THEN
               DISPLAY " Seat Position Adj : " WS-SEAT-POSITION-ADJ
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
               MOVE SPACES TO FS-P-EMAIL
               MOVE SPACES TO FS-P-PASSWORD
               MOVE WS-GUEST-PHONE-NUMBER TO FS-P-PHONE-NUMBER
               PERFORM ENCRYPT-PASSENGER-CONTACT
               MOVE 'G' TO FS-P-ROLE

               PERFORM GENERATE-TIME-STAMP
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
               OPEN OUTPUT FS-LEVY-LEDGER-FILE
           END-IF

           ACCEPT WS-BPM-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 1 TO WS-LEVY-I
           PERFORM UNTIL WS-LEVY-I > WS-LEVY-COUNT
               MOVE SPACES TO FS-LEVY-LEDGER-RECORD
               MOVE '/' TO FS-LVL-DATE(3:1)
               MOVE WS-BPM-TODAY-DD TO FS-LVL-DATE(4:2)
               MOVE '/' TO FS-LVL-DATE(6:1)
               MOVE WS-BPM-TODAY-YYYY TO FS-LVL-DATE(7:4)
               WRITE FS-LEVY-LEDGER-RECORD
               ADD 1 TO WS-LEVY-I
           END-PERFORM
      *    thresholds as the rest of the system - all read from
      *    data/business_params.txt at startup, with the compiled-in
      *    values as the fallback.
           ACCEPT WS-BPM-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-BPM-TODAY-YYYY * 10000) + (WS-BPM-TODAY-MM * 100) +
               WS-BPM-TODAY-DD

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

               MOVE 'INSURE-PREMIUM' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-INSURE-PREMIUM
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

               MOVE 'NONREV-HOLD-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-NONREV-HOLD-PCT
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

       RECORD-ASSIST-FLAGS.
           OPEN I-O FS-ASSIST-FLAGS-FILE
           IF WS-ASF-FILE-STATUS NOT = '00' THEN
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
                   MOVE FS-SATT-PWD-FLAG TO WS-SATT-PWD-FLAG
                   MOVE FS-SATT-DOOR-FLAG TO WS-SATT-DOOR-FLAG
                   MOVE FS-SATT-LEGROOM-FLAG TO WS-SATT-LEGROOM-FLAG
                   MOVE FS-SATT-DECK TO WS-SATT-DECK
                   MOVE FS-SATT-BERTH TO WS-SATT-BERTH
               END-READ
               CLOSE FS-SEAT-ATTR-FILE
           ELSE
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
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           NOT INVALID KEY
               MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
               MOVE 'canceled' TO FS-BOOKING-STATUS
               REWRITE FS-BOOKING-RECORD
                   NOT INVALID KEY
                       MOVE 'SEAT-FAILED' TO WS-BEV-EVENT
                       MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                       PERFORM WRITE-COUNTER-BOOKING-EVENT
               END-REWRITE
               MOVE 'BOOKING' TO WS-JRN-FILE-CODE
               MOVE 'RWT' TO WS-JRN-ACTION
           OPEN I-O FS-BOOKING-FILE

           PERFORM GENERATE-ID-SEQUENCE
           PERFORM APPLY-BOOKING-CHECK-DIGIT

           MOVE WS-GENERATED-ID TO WS-BOOKING-ID

           MOVE 'WRT' TO WS-JRN-ACTION
           MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE

           MOVE 'BOOKED' TO WS-BEV-EVENT
           MOVE SPACES TO WS-BEV-OLD-VALUE
           MOVE SPACES TO WS-BEV-NEW-VALUE
           STRING FS-BOOKING-STATUS DELIMITED BY SPACE
               ' seat ' FS-SEAT-NUMBER(8:3)
               DELIMITED BY SIZE INTO WS-BEV-NEW-VALUE
           PERFORM WRITE-COUNTER-BOOKING-EVENT
           .

       RECORD-PAYMENT.
           END-READ
           CLOSE FS-PASSES-FILE

           ACCEPT WS-BPM-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-PASS-DATE-INT =
               (WS-BPM-TODAY-YYYY * 10000) +
               (WS-BPM-TODAY-MM * 100) + WS-BPM-TODAY-DD
           COMPUTE WS-PASS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PASS-DATE-INT)

           MOVE FS-PS-VALID-TO(7:4) TO WS-PASS-DATE-INT(1:4)
           MOVE FS-PS-VALID-TO(1:2) TO WS-PASS-DATE-INT(5:2)
           MOVE FS-PS-VALID-TO(4:2) TO WS-PASS-DATE-INT(7:2)
           COMPUTE WS-PASS-DAY-NUMBER =
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
           DISPLAY "*        Your choice is out of range!             *"
           DISPLAY "***************************************************"
           .

       ENCRYPT-PASSENGER-CONTACT.
           MOVE FS-P-EMAIL TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD TO FS-P-EMAIL
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-P-PHONE-NUMBER TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-P-PHONE-NUMBER
           .

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

       ENCRYPT-STANDBY-PHONE.
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-SBQ-PHONE TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-SBQ-PHONE
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

       WRITE-COUNTER-BOOKING-EVENT.
      *    Counter sales carry no signed-in clerk, so the events they
      *    raise are stamped with the sales channel instead.
           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
           MOVE 'COUNTER' TO WS-BEV-CHANGED-BY
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
               MOVE 'counter_sale' TO FS-BEV-PROGRAM
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
