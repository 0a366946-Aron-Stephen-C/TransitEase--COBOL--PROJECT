       IDENTIFICATION DIVISION.
       PROGRAM-ID. travel_statement.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-STATEMENT-PREFS-FILE ASSIGN TO
               'data/statement_prefs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STP-USER-ID
               FILE STATUS IS WS-STP-FILE-STATUS.

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BK-FILE-STATUS.

           SELECT FS-BOOKING-HISTORY-FILE ASSIGN TO
               'data/booking_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BH-BOOKING-ID
               FILE STATUS IS WS-BH-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT FS-SCHEDULES-HISTORY-FILE ASSIGN TO
               'data/schedules_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SH-SCHEDULE-ID
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT FS-PAYMENT-FILE ASSIGN TO 'data/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PAYMENT-ID
               ALTERNATE RECORD KEY IS FS-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT FS-OR-REGISTER-FILE ASSIGN TO 'data/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ORG-OR-NUMBER
               FILE STATUS IS WS-OR-STATUS.

           SELECT FS-LEVY-LEDGER-FILE ASSIGN TO
               'data/levy_ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-LVL-FILE-STATUS.

           SELECT FS-REFUND-REQUEST-FILE ASSIGN TO
               'data/refund_requests.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RR-REQUEST-ID
               FILE STATUS IS WS-RR-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.

           SELECT FS-OUTBOX-FILE ASSIGN TO 'data/outbox.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-COUNTER-PRINT-FILE ASSIGN TO
               'data/travel_statement.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT FS-STATEMENT-RUN-FILE ASSIGN TO
               'data/export/travel_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-STATEMENT-PREFS-FILE.
       01  FS-STATEMENT-PREFS-RECORD.
           02    FS-STP-USER-ID    PIC X(15).
           02    FS-STP-OPT-IN    PIC X.

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
           02    FS-P-LANGUAGE    PIC X(3).

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
           02    FS-TIME-STAMP    PIC X(21).

       FD  FS-BOOKING-HISTORY-FILE.
       01  FS-BOOKING-HISTORY-RECORD.
           02    FS-BH-BOOKING-ID    PIC X(15).
           02    FS-BH-FK-USER-ID    PIC X(15).
           02    FS-BH-FK-SCHEDULE-ID    PIC X(15).
           02    FS-BH-SEAT-NUMBER    PIC 9(10).
           02    FS-BH-BOOKING-STATUS    PIC X(9).
           02    FS-BH-PRICE    PIC 9(10)V99.
           02    FS-BH-GROUP-ID    PIC X(15).
           02    FS-BH-PASSENGER-CATEGORY    PIC X(7).
           02    FS-BH-TIME-STAMP    PIC X(21).

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
           02    FS-SCHEDULE-ID    PIC X(15).
           02    FS-FK-ROUTE-ID    PIC X(15).
           02    FS-FK-VEHICLE-ID    PIC X(15).
           02    FS-FK-DRIVER-ID    PIC X(15).
           02    FS-S-DEPARTURE-TIME.
               03    FS-S-D-DATE    PIC X(10).
               03    FS-S-D-REST    PIC X(13).
           02    FS-S-ARRIVAL-TIME    PIC X(23).
           02    FS-S-STATUS    PIC X(8).
           02    FS-S-TIME-STAMP    PIC X(21).

       FD  FS-SCHEDULES-HISTORY-FILE.
       01  FS-SCHEDULES-HISTORY-RECORD.
           02    FS-SH-SCHEDULE-ID    PIC X(15).
           02    FS-SH-FK-ROUTE-ID    PIC X(15).
           02    FS-SH-FK-VEHICLE-ID    PIC X(15).
           02    FS-SH-FK-DRIVER-ID    PIC X(15).
           02    FS-SH-DEPARTURE-TIME.
               03    FS-SH-D-DATE    PIC X(10).
               03    FS-SH-D-REST    PIC X(13).
           02    FS-SH-ARRIVAL-TIME    PIC X(23).
           02    FS-SH-STATUS    PIC X(8).
           02    FS-SH-TIME-STAMP    PIC X(21).

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
           02    FS-TRANSACTION-TIME-STAMP    PIC X(21).

       FD  FS-OR-REGISTER-FILE.
       01  FS-OR-REGISTER-RECORD.
           02    FS-ORG-OR-NUMBER    PIC 9(8).
           02    FS-ORG-FK-PAYMENT-ID    PIC X(15).
           02    FS-ORG-FK-BOOKING-ID    PIC X(15).
           02    FS-ORG-CLERK-ID    PIC X(15).
           02    FS-ORG-AMOUNT    PIC 9(10)V99.
           02    FS-ORG-STATUS    PIC X(9).
           02    FS-ORG-TIME-STAMP    PIC X(21).
           02    FS-ORG-CHAIN-SEQ    PIC 9(9).
           02    FS-ORG-CHAIN-HASH    PIC X(64).

       FD  FS-LEVY-LEDGER-FILE.
       01  FS-LEVY-LEDGER-RECORD.
           02    FS-LVL-TERMINAL-CODE    PIC X(10).
           02    FS-LVL-FILLER-1    PIC X(3).
           02    FS-LVL-LEVY-TYPE    PIC X(10).
           02    FS-LVL-FILLER-2    PIC X(3).
           02    FS-LVL-AMOUNT    PIC 9(5)V99.
           02    FS-LVL-FILLER-3    PIC X(3).
           02    FS-LVL-FK-PAYMENT-ID    PIC X(15).
           02    FS-LVL-FILLER-4    PIC X(3).
           02    FS-LVL-DATE    PIC 99/99/9999.

       FD  FS-REFUND-REQUEST-FILE.
       01  FS-REFUND-REQUEST-RECORD.
           02    FS-RR-REQUEST-ID    PIC X(15).
           02    FS-RR-FK-BOOKING-ID    PIC X(15).
           02    FS-RR-FK-USER-ID    PIC X(15).
           02    FS-RR-AMOUNT    PIC 9(10)V99.
           02    FS-RR-STATUS    PIC X(8).
           02    FS-RR-DECIDED-BY    PIC X(15).
           02    FS-RR-REQUEST-TIME-STAMP    PIC X(21).
           02    FS-RR-DECISION-TIME-STAMP    PIC X(21).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP    PIC X(21).

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

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

       FD  FS-COUNTER-PRINT-FILE.
       01  FS-COUNTER-PRINT-RECORD    PIC X(132).

       FD  FS-STATEMENT-RUN-FILE.
       01  FS-STATEMENT-RUN-RECORD    PIC X(132).

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


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-STP-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-SH-FILE-STATUS    PIC XX.
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-OR-STATUS    PIC XX.
       01  WS-LVL-FILE-STATUS    PIC XX.
       01  WS-RR-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-OUT-FILE-STATUS    PIC XX.
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
       01  WS-EOF    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-TIME    PIC 9(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
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
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-VAT-RATE    PIC 9(3)V99 VALUE 12.00.
       01  WS-TST-COMMAND-LINE    PIC X(40).
       01  WS-TST-YEAR-ENTRY    PIC X(10).
       01  WS-TST-USER-ENTRY    PIC X(15).
       01  WS-TST-YEAR    PIC X(4).
       01  WS-TST-YEAR-NUM REDEFINES WS-TST-YEAR    PIC 9(4).
      *    C = one passenger printed at the counter, R = the yearly
      *    run for every passenger who opted in.
       01  WS-TST-MODE    PIC X.
           88    WS-TST-COUNTER-PRINT    VALUE 'C'.
           88    WS-TST-YEARLY-RUN    VALUE 'R'.
       01  WS-TST-USER-ID    PIC X(15).
       01  WS-TST-PREFS-EOF    PIC X.
       01  WS-TST-PASSENGER-FOUND    PIC X.
       01  WS-TST-TRIP-BOOKING-ID    PIC X(15).
       01  WS-TST-TRIP-SCHEDULE-ID    PIC X(15).
       01  WS-TST-TRIP-PRICE    PIC 9(10)V99.
       01  WS-TST-TRIP-ARCHIVED    PIC X.
       01  WS-TST-TRIP-DATE    PIC X(10).
       01  WS-TST-TRIP-ROUTE-ID    PIC X(15).
      *    The completed trips of one passenger for the year, oldest
      *    (archived) first. Fare is the VAT-inclusive fare, levies
      *    ride on the same payment but carry no VAT, the voucher is
      *    stored value applied against the fare, and the refund is
      *    what has since been given back on the booking.
       01  WS-TST-TRIP-TABLE.
           02    WS-TST-TRIP OCCURS 500 TIMES.
               03    WS-TST-BOOKING-ID    PIC X(15).
               03    WS-TST-SCHEDULE-ID    PIC X(15).
               03    WS-TST-ROUTE-ID    PIC X(15).
               03    WS-TST-DATE    PIC X(10).
               03    WS-TST-ARCHIVED    PIC X.
               03    WS-TST-PAYMENT-ID    PIC X(15).
               03    WS-TST-OR-NUMBER    PIC 9(8).
               03    WS-TST-FARE    PIC 9(8)V99.
               03    WS-TST-VAT    PIC 9(8)V99.
               03    WS-TST-LEVIES    PIC 9(8)V99.
               03    WS-TST-VOUCHER    PIC 9(8)V99.
               03    WS-TST-REFUND    PIC 9(8)V99.
               03    WS-TST-NET    PIC S9(8)V99.
       01  WS-TST-TRIP-COUNT    PIC 9(3) VALUE 0.
       01  WS-TST-X    PIC 9(3).
       01  WS-TST-TABLE-FULL    PIC X.
       01  WS-TST-PAY-FOUND    PIC X.
       01  WS-TST-PAY-EOF    PIC X.
       01  WS-TST-BASE-FARE    PIC 9(10)V99.
       01  WS-TST-TOT-FARE    PIC 9(10)V99.
       01  WS-TST-TOT-VAT    PIC 9(10)V99.
       01  WS-TST-TOT-LEVIES    PIC 9(10)V99.
       01  WS-TST-TOT-VOUCHER    PIC 9(10)V99.
       01  WS-TST-TOT-REFUND    PIC 9(10)V99.
       01  WS-TST-TOT-NET    PIC S9(10)V99.
       01  WS-TST-STATEMENTS    PIC 9(5) VALUE 0.
       01  WS-TST-QUEUED    PIC 9(5) VALUE 0.
       01  WS-TST-EDIT-FARE    PIC Z(6)9.99.
       01  WS-TST-EDIT-VAT    PIC Z(6)9.99.
       01  WS-TST-EDIT-LEVIES    PIC Z(6)9.99.
       01  WS-TST-EDIT-VOUCHER    PIC Z(6)9.99.
       01  WS-TST-EDIT-REFUND    PIC Z(6)9.99.
       01  WS-TST-EDIT-NET    PIC -(7)9.99.
       01  WS-TST-EDIT-TOTAL    PIC Z(9)9.99.
       01  WS-TST-EDIT-COUNT    PIC Z(4)9.
       01  WS-TST-EDIT-OR    PIC X(8).
       01  WS-TST-FLAG    PIC X(3).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'STATEMNT'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.
       01  WS-FC-PLAIN-EMAIL    PIC X(100).
       01  WS-FC-PLAIN-PHONE    PIC X(11).


       PROCEDURE DIVISION.
      *    Annual travel statement for reimbursement and tax: every
      *    completed trip of the year from the live and archived
      *    bookings, with fare, VAT, levies and OR number, and any
      *    voucher applied or refund given netted out.
      *    Usage : travel_statement [YYYY] [USER-ID]
      *            (no year = last year)
      *    With a user ID the statement is written to
      *    data/travel_statement.txt for printing at the counter.
      *    Without one, every passenger who asked for it gets a
      *    statement in data/export/travel_statements.txt and an
      *    email through the outbox.
           MOVE SPACES TO WS-TST-COMMAND-LINE
           ACCEPT WS-TST-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-TST-YEAR-ENTRY
           MOVE SPACES TO WS-TST-USER-ENTRY
           UNSTRING WS-TST-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-TST-YEAR-ENTRY WS-TST-USER-ENTRY
           END-UNSTRING
           MOVE WS-TST-YEAR-ENTRY(1:4) TO WS-TST-YEAR

           IF WS-TST-YEAR = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE WS-TST-YEAR-NUM = WS-TODAY-YYYY - 1
           END-IF

           IF WS-TST-YEAR-NUM IS NOT NUMERIC OR
               WS-TST-YEAR-ENTRY(5:1) NOT = SPACE THEN
               DISPLAY 'Usage: travel_statement [YYYY] [USER-ID]'
               STOP RUN
           END-IF

           PERFORM LOAD-BUSINESS-PARAMETERS

           IF WS-TST-USER-ENTRY NOT = SPACES THEN
               MOVE 'C' TO WS-TST-MODE
               PERFORM PRINT-COUNTER-STATEMENT
           ELSE
               MOVE 'R' TO WS-TST-MODE
               PERFORM RUN-YEARLY-STATEMENTS
           END-IF

           GOBACK
           STOP RUN.

       PRINT-COUNTER-STATEMENT.
           MOVE WS-TST-USER-ENTRY TO WS-TST-USER-ID
           PERFORM READ-STATEMENT-PASSENGER
           IF WS-TST-PASSENGER-FOUND NOT = 'Y' THEN
               DISPLAY 'Passenger ' WS-TST-USER-ID ' not found.'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT FS-COUNTER-PRINT-FILE
           IF WS-OUT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/travel_statement.txt>'
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-PASSENGER-STATEMENT
           PERFORM WRITE-PASSENGER-STATEMENT
           CLOSE FS-COUNTER-PRINT-FILE

           DISPLAY 'TRAVEL STATEMENT ' WS-TST-YEAR ' - '
               WS-TST-USER-ID
           MOVE WS-TST-TRIP-COUNT TO WS-TST-EDIT-COUNT
           DISPLAY 'Completed trips : ' WS-TST-EDIT-COUNT
           MOVE WS-TST-TOT-NET TO WS-TST-EDIT-NET
           DISPLAY 'Net paid        : ' WS-TST-EDIT-NET
           DISPLAY 'Saved to data/travel_statement.txt'
           .

       RUN-YEARLY-STATEMENTS.
           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           OPEN OUTPUT FS-STATEMENT-RUN-FILE
           IF WS-OUT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/travel_statements.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TST-PREFS-EOF
           OPEN INPUT FS-STATEMENT-PREFS-FILE
           IF WS-STP-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-TST-PREFS-EOF
           END-IF
           PERFORM UNTIL WS-TST-PREFS-EOF = 'Y'
               READ FS-STATEMENT-PREFS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TST-PREFS-EOF
               NOT AT END
                   IF FS-STP-OPT-IN = 'Y' THEN
                       MOVE FS-STP-USER-ID TO WS-TST-USER-ID
                       PERFORM RUN-ONE-OPTED-IN-PASSENGER
                   END-IF
               END-READ
           END-PERFORM
           IF WS-STP-FILE-STATUS = '00' OR
               WS-STP-FILE-STATUS = '10' THEN
               CLOSE FS-STATEMENT-PREFS-FILE
           END-IF

           CLOSE FS-STATEMENT-RUN-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'STATEMENTS travel_statement '
               'data/export/travel_statements.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY 'TRAVEL STATEMENTS - YEAR ' WS-TST-YEAR
           MOVE WS-TST-STATEMENTS TO WS-TST-EDIT-COUNT
           DISPLAY 'Statements written : ' WS-TST-EDIT-COUNT
           MOVE WS-TST-QUEUED TO WS-TST-EDIT-COUNT
           DISPLAY 'Emails queued      : ' WS-TST-EDIT-COUNT
           DISPLAY 'Saved to data/export/travel_statements.txt'
           .

       RUN-ONE-OPTED-IN-PASSENGER.
      *    Closed accounts and passengers who did not travel in the
      *    year get nothing.
           PERFORM READ-STATEMENT-PASSENGER
           IF WS-TST-PASSENGER-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           IF FS-P-STATUS = 'inactive' THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-PASSENGER-STATEMENT
           IF WS-TST-TRIP-COUNT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-PASSENGER-STATEMENT
           PERFORM QUEUE-STATEMENT-NOTICE
           .

       READ-STATEMENT-PASSENGER.
           MOVE 'N' TO WS-TST-PASSENGER-FOUND
           OPEN INPUT FS-PASSENGER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TST-USER-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-TST-PASSENGER-FOUND
           END-READ
           CLOSE FS-PASSENGER-FILE
           .

       BUILD-PASSENGER-STATEMENT.
           MOVE ZEROES TO WS-TST-TRIP-COUNT
           MOVE 'N' TO WS-TST-TABLE-FULL

           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-SCHEDULES-HISTORY-FILE
           PERFORM COLLECT-ARCHIVED-TRIPS
           PERFORM COLLECT-LIVE-TRIPS
           IF WS-SCH-FILE-STATUS = '00' OR
               WS-SCH-FILE-STATUS = '23' THEN
               CLOSE FS-SCHEDULES-FILE
           END-IF
           IF WS-SH-FILE-STATUS = '00' OR
               WS-SH-FILE-STATUS = '23' THEN
               CLOSE FS-SCHEDULES-HISTORY-FILE
           END-IF

           IF WS-TST-TRIP-COUNT = ZEROES THEN
               PERFORM TOTAL-STATEMENT
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-TRIP-PAYMENTS
           PERFORM FETCH-TRIP-OR-NUMBERS
           PERFORM FETCH-TRIP-LEVIES
           PERFORM FETCH-TRIP-REFUNDS
           PERFORM TOTAL-STATEMENT
           .

       COLLECT-ARCHIVED-TRIPS.
      *    The archive is keyed only by booking id - the passenger
      *    search walks it sequentially.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-HISTORY-FILE
           IF WS-BH-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-BH-FK-USER-ID = WS-TST-USER-ID AND
                       (FS-BH-BOOKING-STATUS = 'boarded' OR
                       FS-BH-BOOKING-STATUS = 'alighted') THEN
                       MOVE FS-BH-BOOKING-ID TO WS-TST-TRIP-BOOKING-ID
                       MOVE FS-BH-FK-SCHEDULE-ID TO
                           WS-TST-TRIP-SCHEDULE-ID
                       MOVE FS-BH-PRICE TO WS-TST-TRIP-PRICE
                       MOVE 'Y' TO WS-TST-TRIP-ARCHIVED
                       PERFORM ADD-TRIP-IF-IN-YEAR
                   END-IF
               END-READ
           END-PERFORM
           IF WS-BH-FILE-STATUS = '00' OR
               WS-BH-FILE-STATUS = '10' THEN
               CLOSE FS-BOOKING-HISTORY-FILE
           END-IF
           .

       COLLECT-LIVE-TRIPS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-FILE
           IF WS-BK-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           MOVE WS-TST-USER-ID TO FS-FK-USER-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-USER-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FK-USER-ID NOT = WS-TST-USER-ID THEN
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       IF FS-BOOKING-STATUS = 'boarded' OR
                           FS-BOOKING-STATUS = 'alighted' THEN
                           MOVE FS-BOOKING-ID TO
                               WS-TST-TRIP-BOOKING-ID
                           MOVE FS-FK-SCHEDULE-ID TO
                               WS-TST-TRIP-SCHEDULE-ID
                           MOVE FS-PRICE TO WS-TST-TRIP-PRICE
                           MOVE 'N' TO WS-TST-TRIP-ARCHIVED
                           PERFORM ADD-TRIP-IF-IN-YEAR
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-BK-FILE-STATUS = '00' OR WS-BK-FILE-STATUS = '10' OR
               WS-BK-FILE-STATUS = '23' THEN
               CLOSE FS-BOOKING-FILE
           END-IF
           .

       ADD-TRIP-IF-IN-YEAR.
      *    The trip counts in the year it departed, whether its
      *    schedule is still live or already archived.
           MOVE SPACES TO WS-TST-TRIP-DATE
           MOVE SPACES TO WS-TST-TRIP-ROUTE-ID
           MOVE WS-TST-TRIP-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               MOVE WS-TST-TRIP-SCHEDULE-ID TO FS-SH-SCHEDULE-ID
               READ FS-SCHEDULES-HISTORY-FILE
               KEY IS FS-SH-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-SH-D-DATE TO WS-TST-TRIP-DATE
                   MOVE FS-SH-FK-ROUTE-ID TO WS-TST-TRIP-ROUTE-ID
               END-READ
           NOT INVALID KEY
               MOVE FS-S-D-DATE TO WS-TST-TRIP-DATE
               MOVE FS-FK-ROUTE-ID TO WS-TST-TRIP-ROUTE-ID
           END-READ

           IF WS-TST-TRIP-DATE(7:4) NOT = WS-TST-YEAR THEN
               EXIT PARAGRAPH
           END-IF

           IF WS-TST-TRIP-COUNT NOT < 500 THEN
               IF WS-TST-TABLE-FULL = 'N' THEN
                   DISPLAY 'WARNING: trip table full for '
                       WS-TST-USER-ID ', later trips left out'
                   MOVE 'Y' TO WS-TST-TABLE-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TST-TRIP-COUNT
           MOVE WS-TST-TRIP-COUNT TO WS-TST-X
           MOVE WS-TST-TRIP-BOOKING-ID TO WS-TST-BOOKING-ID(WS-TST-X)
           MOVE WS-TST-TRIP-SCHEDULE-ID TO
               WS-TST-SCHEDULE-ID(WS-TST-X)
           MOVE WS-TST-TRIP-ROUTE-ID TO WS-TST-ROUTE-ID(WS-TST-X)
           MOVE WS-TST-TRIP-DATE TO WS-TST-DATE(WS-TST-X)
           MOVE WS-TST-TRIP-ARCHIVED TO WS-TST-ARCHIVED(WS-TST-X)
           MOVE SPACES TO WS-TST-PAYMENT-ID(WS-TST-X)
           MOVE ZEROES TO WS-TST-OR-NUMBER(WS-TST-X)
           MOVE WS-TST-TRIP-PRICE TO WS-TST-FARE(WS-TST-X)
           MOVE ZEROES TO WS-TST-VAT(WS-TST-X)
           MOVE ZEROES TO WS-TST-LEVIES(WS-TST-X)
           MOVE ZEROES TO WS-TST-VOUCHER(WS-TST-X)
           MOVE ZEROES TO WS-TST-REFUND(WS-TST-X)
           MOVE ZEROES TO WS-TST-NET(WS-TST-X)
           .

       FETCH-TRIP-PAYMENTS.
           OPEN INPUT FS-PAYMENT-FILE
           MOVE 1 TO WS-TST-X
           PERFORM UNTIL WS-TST-X > WS-TST-TRIP-COUNT
               PERFORM FETCH-ONE-TRIP-PAYMENT
               ADD 1 TO WS-TST-X
           END-PERFORM
           IF WS-PAY-FILE-STATUS = '00' OR
               WS-PAY-FILE-STATUS = '10' OR
               WS-PAY-FILE-STATUS = '23' THEN
               CLOSE FS-PAYMENT-FILE
           END-IF
           .

       FETCH-ONE-TRIP-PAYMENT.
      *    The payment that carried the trip gives the fare split
      *    the way it was receipted. A booking paid as part of
      *    someone else's payment, or sold before the split was
      *    kept, falls back to the booking price and today's rate.
           MOVE 'N' TO WS-TST-PAY-FOUND
           MOVE SPACES TO WS-TST-PAY-EOF
           MOVE WS-TST-BOOKING-ID(WS-TST-X) TO FS-FK-BOOKING-ID
           START FS-PAYMENT-FILE KEY IS = FS-FK-BOOKING-ID
               INVALID KEY MOVE 'Y' TO WS-TST-PAY-EOF
           END-START
           PERFORM UNTIL WS-TST-PAY-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TST-PAY-EOF
               NOT AT END
                   IF FS-FK-BOOKING-ID NOT =
                       WS-TST-BOOKING-ID(WS-TST-X) THEN
                       MOVE 'Y' TO WS-TST-PAY-EOF
                   ELSE
                       IF FS-PAYMENT-STATUS = 'paid' OR
                           FS-PAYMENT-STATUS = 'settled' OR
                           FS-PAYMENT-STATUS = 'invoiced' OR
                           FS-PAYMENT-STATUS = 'billed' OR
                           FS-PAYMENT-STATUS = 'chargebck' THEN
                           MOVE 'Y' TO WS-TST-PAY-FOUND
                           MOVE 'Y' TO WS-TST-PAY-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-TST-PAY-FOUND = 'N' THEN
               COMPUTE WS-TST-BASE-FARE ROUNDED =
                   WS-TST-FARE(WS-TST-X) / (1 + (WS-VAT-RATE / 100))
               COMPUTE WS-TST-VAT(WS-TST-X) =
                   WS-TST-FARE(WS-TST-X) - WS-TST-BASE-FARE
               EXIT PARAGRAPH
           END-IF

           MOVE FS-PAYMENT-ID TO WS-TST-PAYMENT-ID(WS-TST-X)
           IF FS-BASE-FARE-AMOUNT > ZEROES THEN
               COMPUTE WS-TST-FARE(WS-TST-X) =
                   FS-BASE-FARE-AMOUNT + FS-VAT-AMOUNT
               MOVE FS-VAT-AMOUNT TO WS-TST-VAT(WS-TST-X)
           ELSE
               MOVE FS-PAYMENT-AMOUNT TO WS-TST-FARE(WS-TST-X)
               COMPUTE WS-TST-BASE-FARE ROUNDED =
                   WS-TST-FARE(WS-TST-X) / (1 + (WS-VAT-RATE / 100))
               COMPUTE WS-TST-VAT(WS-TST-X) =
                   WS-TST-FARE(WS-TST-X) - WS-TST-BASE-FARE
           END-IF
           IF FS-DISCOUNT-REASON = 'travel voucher' THEN
               MOVE FS-DISCOUNT-AMOUNT TO WS-TST-VOUCHER(WS-TST-X)
           END-IF
      *    A charged-back payment came back to the passenger in full.
           IF FS-PAYMENT-STATUS = 'chargebck' THEN
               ADD FS-PAYMENT-AMOUNT TO WS-TST-REFUND(WS-TST-X)
           END-IF
           .

       FETCH-TRIP-OR-NUMBERS.
      *    The register is keyed by OR number, so one pass picks up
      *    the latest issued receipt for each trip on the statement.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OR-REGISTER-FILE
           IF WS-OR-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-ORG-STATUS = 'issued' THEN
                       MOVE 1 TO WS-TST-X
                       PERFORM UNTIL WS-TST-X > WS-TST-TRIP-COUNT
                           IF FS-ORG-FK-BOOKING-ID =
                               WS-TST-BOOKING-ID(WS-TST-X) THEN
                               MOVE FS-ORG-OR-NUMBER TO
                                   WS-TST-OR-NUMBER(WS-TST-X)
                               IF WS-TST-PAYMENT-ID(WS-TST-X) =
                                   SPACES THEN
                                   MOVE FS-ORG-FK-PAYMENT-ID TO
                                       WS-TST-PAYMENT-ID(WS-TST-X)
                               END-IF
                           END-IF
                           ADD 1 TO WS-TST-X
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           IF WS-OR-STATUS = '00' OR WS-OR-STATUS = '10' THEN
               CLOSE FS-OR-REGISTER-FILE
           END-IF
           .

       FETCH-TRIP-LEVIES.
      *    Terminal fees and LGU levies are linked to the payment
      *    they were collected with.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-LEVY-LEDGER-FILE
           IF WS-LVL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-LEVY-LEDGER-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE 1 TO WS-TST-X
                   PERFORM UNTIL WS-TST-X > WS-TST-TRIP-COUNT
                       IF WS-TST-PAYMENT-ID(WS-TST-X) NOT = SPACES
                           AND FS-LVL-FK-PAYMENT-ID =
                           WS-TST-PAYMENT-ID(WS-TST-X) THEN
                           ADD FS-LVL-AMOUNT TO
                               WS-TST-LEVIES(WS-TST-X)
                       END-IF
                       ADD 1 TO WS-TST-X
                   END-PERFORM
               END-READ
           END-PERFORM
           IF WS-LVL-FILE-STATUS = '00' OR
               WS-LVL-FILE-STATUS = '10' THEN
               CLOSE FS-LEVY-LEDGER-FILE
           END-IF
           .

       FETCH-TRIP-REFUNDS.
      *    Only refunds that were approved or already paid out are
      *    netted; pending and rejected requests are not money back.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-REFUND-REQUEST-FILE
           IF WS-RR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-REFUND-REQUEST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-RR-FK-USER-ID = WS-TST-USER-ID AND
                       (FS-RR-STATUS = 'approved' OR
                       FS-RR-STATUS = 'disbursd') THEN
                       MOVE 1 TO WS-TST-X
                       PERFORM UNTIL WS-TST-X > WS-TST-TRIP-COUNT
                           IF FS-RR-FK-BOOKING-ID =
                               WS-TST-BOOKING-ID(WS-TST-X) THEN
                               ADD FS-RR-AMOUNT TO
                                   WS-TST-REFUND(WS-TST-X)
                           END-IF
                           ADD 1 TO WS-TST-X
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           IF WS-RR-FILE-STATUS = '00' OR
               WS-RR-FILE-STATUS = '10' THEN
               CLOSE FS-REFUND-REQUEST-FILE
           END-IF
           .

       TOTAL-STATEMENT.
      *    Net is what the passenger is out of pocket for the trip:
      *    fare and levies, less stored value used, less refunds.
           MOVE ZEROES TO WS-TST-TOT-FARE
           MOVE ZEROES TO WS-TST-TOT-VAT
           MOVE ZEROES TO WS-TST-TOT-LEVIES
           MOVE ZEROES TO WS-TST-TOT-VOUCHER
           MOVE ZEROES TO WS-TST-TOT-REFUND
           MOVE ZEROES TO WS-TST-TOT-NET
           MOVE 1 TO WS-TST-X
           PERFORM UNTIL WS-TST-X > WS-TST-TRIP-COUNT
               COMPUTE WS-TST-NET(WS-TST-X) =
                   WS-TST-FARE(WS-TST-X) + WS-TST-LEVIES(WS-TST-X)
                   - WS-TST-VOUCHER(WS-TST-X)
                   - WS-TST-REFUND(WS-TST-X)
               ADD WS-TST-FARE(WS-TST-X) TO WS-TST-TOT-FARE
               ADD WS-TST-VAT(WS-TST-X) TO WS-TST-TOT-VAT
               ADD WS-TST-LEVIES(WS-TST-X) TO WS-TST-TOT-LEVIES
               ADD WS-TST-VOUCHER(WS-TST-X) TO WS-TST-TOT-VOUCHER
               ADD WS-TST-REFUND(WS-TST-X) TO WS-TST-TOT-REFUND
               ADD WS-TST-NET(WS-TST-X) TO WS-TST-TOT-NET
               ADD 1 TO WS-TST-X
           END-PERFORM
           .

       WRITE-PASSENGER-STATEMENT.
           ADD 1 TO WS-TST-STATEMENTS
           PERFORM GENERATE-TIME-STAMP

           MOVE ALL '=' TO WS-LINE(1:118)
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'ANNUAL TRAVEL STATEMENT - YEAR ' WS-TST-YEAR
               '          Issued ' WS-TS-DATE
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE ALL '=' TO WS-LINE(1:118)
           PERFORM PUT-STATEMENT-LINE

           MOVE SPACES TO WS-LINE
           STRING 'Passenger : ' FUNCTION TRIM(FS-P-LAST-NAME) ', '
               FUNCTION TRIM(FS-P-FIRST-NAME)
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'User ID   : ' WS-TST-USER-ID
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           PERFORM DECRYPT-PASSENGER-CONTACT
           MOVE SPACES TO WS-LINE
           STRING 'Email     : ' WS-FC-PLAIN-EMAIL(1:60)
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM PUT-STATEMENT-LINE

           MOVE 'TRAVEL DATE BOOKING ID      ROUTE           OR NO.  '
               TO WS-LINE
           MOVE '       FARE  VAT INCL.     LEVIES'
               TO WS-LINE(53:33)
           MOVE '    VOUCHER     REFUND    NET PAID'
               TO WS-LINE(86:34)
           PERFORM PUT-STATEMENT-LINE
           MOVE ALL '-' TO WS-LINE(1:121)
           PERFORM PUT-STATEMENT-LINE

           IF WS-TST-TRIP-COUNT = ZEROES THEN
               MOVE ' No completed trips in the year.' TO WS-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF

           MOVE 1 TO WS-TST-X
           PERFORM UNTIL WS-TST-X > WS-TST-TRIP-COUNT
               PERFORM WRITE-STATEMENT-TRIP-LINE
               ADD 1 TO WS-TST-X
           END-PERFORM

           MOVE ALL '-' TO WS-LINE(1:121)
           PERFORM PUT-STATEMENT-LINE
           MOVE WS-TST-TOT-FARE TO WS-TST-EDIT-FARE
           MOVE WS-TST-TOT-VAT TO WS-TST-EDIT-VAT
           MOVE WS-TST-TOT-LEVIES TO WS-TST-EDIT-LEVIES
           MOVE WS-TST-TOT-VOUCHER TO WS-TST-EDIT-VOUCHER
           MOVE WS-TST-TOT-REFUND TO WS-TST-EDIT-REFUND
           MOVE WS-TST-TOT-NET TO WS-TST-EDIT-NET
           MOVE WS-TST-TRIP-COUNT TO WS-TST-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL ' WS-TST-EDIT-COUNT ' TRIPS'
           DELIMITED BY SIZE INTO WS-LINE
           STRING WS-TST-EDIT-FARE ' ' WS-TST-EDIT-VAT ' '
               WS-TST-EDIT-LEVIES ' ' WS-TST-EDIT-VOUCHER ' '
               WS-TST-EDIT-REFUND ' ' WS-TST-EDIT-NET
           DELIMITED BY SIZE INTO WS-LINE(54:66)
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM PUT-STATEMENT-LINE

           MOVE 'VAT incl. is the VAT inside the fare. Levies are'
               TO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE 'pass-through fees and carry no VAT. Voucher is stored'
               TO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE 'value used toward the fare; refund is money returned'
               TO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE 'on the booking. (A) = archived booking.' TO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           .

       WRITE-STATEMENT-TRIP-LINE.
           MOVE WS-TST-FARE(WS-TST-X) TO WS-TST-EDIT-FARE
           MOVE WS-TST-VAT(WS-TST-X) TO WS-TST-EDIT-VAT
           MOVE WS-TST-LEVIES(WS-TST-X) TO WS-TST-EDIT-LEVIES
           MOVE WS-TST-VOUCHER(WS-TST-X) TO WS-TST-EDIT-VOUCHER
           MOVE WS-TST-REFUND(WS-TST-X) TO WS-TST-EDIT-REFUND
           MOVE WS-TST-NET(WS-TST-X) TO WS-TST-EDIT-NET
           IF WS-TST-OR-NUMBER(WS-TST-X) = ZEROES THEN
               MOVE 'none' TO WS-TST-EDIT-OR
           ELSE
               MOVE WS-TST-OR-NUMBER(WS-TST-X) TO WS-TST-EDIT-OR
           END-IF
           IF WS-TST-ARCHIVED(WS-TST-X) = 'Y' THEN
               MOVE '(A)' TO WS-TST-FLAG
           ELSE
               MOVE SPACES TO WS-TST-FLAG
           END-IF

           MOVE SPACES TO WS-LINE
           STRING WS-TST-DATE(WS-TST-X) '  '
               WS-TST-BOOKING-ID(WS-TST-X) ' '
               WS-TST-ROUTE-ID(WS-TST-X) ' '
               WS-TST-EDIT-OR ' '
               WS-TST-EDIT-FARE ' ' WS-TST-EDIT-VAT ' '
               WS-TST-EDIT-LEVIES ' ' WS-TST-EDIT-VOUCHER ' '
               WS-TST-EDIT-REFUND ' ' WS-TST-EDIT-NET ' '
               WS-TST-FLAG
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM PUT-STATEMENT-LINE
           .

       PUT-STATEMENT-LINE.
           IF WS-TST-COUNTER-PRINT THEN
               WRITE FS-COUNTER-PRINT-RECORD FROM WS-LINE
           ELSE
               WRITE FS-STATEMENT-RUN-RECORD FROM WS-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           .

       QUEUE-STATEMENT-NOTICE.
      *    The email tells the passenger the statement is ready and
      *    what it comes to; the full statement with OR numbers is
      *    printed from the counter on request.
           IF FS-P-EMAIL = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'OUTBOX' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE 'STATEMENT' TO WS-MTP-WANT-TYPE
           MOVE WS-TST-YEAR TO WS-MTP-DATE
           MOVE WS-TST-TOT-NET TO WS-TST-EDIT-NET
           MOVE FUNCTION TRIM(WS-TST-EDIT-NET) TO WS-MTP-AMOUNT
           MOVE WS-TST-TRIP-COUNT TO WS-TST-EDIT-COUNT
           STRING FUNCTION TRIM(WS-TST-EDIT-COUNT) DELIMITED BY SIZE
               ' completed trips' DELIMITED BY SIZE
           INTO WS-MTP-DETAIL
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED = SPACES THEN
               STRING 'Your ' WS-TST-YEAR
                   ' travel statement is ready: '
                   FUNCTION TRIM(WS-MTP-DETAIL)
                   ', net paid PHP ' FUNCTION TRIM(WS-MTP-AMOUNT)
                   '. Ask at any counter for a printed copy with'
                   ' OR numbers.'
               DELIMITED BY SIZE INTO WS-MTP-RENDERED
           END-IF

           OPEN I-O FS-OUTBOX-TEXT-FILE
           IF WS-OBT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-TEXT-FILE
           END-IF
           MOVE WS-GENERATED-ID TO FS-OBT-MSG-ID
           MOVE WS-MTP-RENDERED TO FS-OBT-TEXT
           WRITE FS-OUTBOX-TEXT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-OUTBOX-TEXT-FILE

           OPEN I-O FS-OUTBOX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
           END-IF
           MOVE SPACES TO FS-OUTBOX-RECORD
           MOVE WS-GENERATED-ID TO FS-OBX-MSG-ID
           MOVE 'EMAIL' TO FS-OBX-CHANNEL
           MOVE FS-P-EMAIL TO FS-OBX-ADDRESS
           MOVE WS-TST-USER-ID TO FS-OBX-FK-BOOKING-ID
           MOVE 'failed' TO FS-OBX-STATUS
           MOVE ZEROES TO FS-OBX-ATTEMPTS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-OBX-TIME-STAMP
           WRITE FS-OUTBOX-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-OUTBOX-FILE
           ADD 1 TO WS-TST-QUEUED
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

       DECRYPT-PASSENGER-CONTACT.
      *    Plain copies of the passenger's email and phone for
      *    matching and sending; the record keeps the encrypted form.
           MOVE FS-P-EMAIL TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD TO WS-FC-PLAIN-EMAIL
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-P-PHONE-NUMBER TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO WS-FC-PLAIN-PHONE
           .

       DECRYPT-FIELD.
      *    Reverses ENCRYPT-FIELD in place, under whichever key the
      *    value was written with. Anything not in encrypted form
      *    (including records written before encryption was
      *    switched on) is returned unchanged.
           MOVE 'DECRYPT' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
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
