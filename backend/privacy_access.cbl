       IDENTIFICATION DIVISION.
       PROGRAM-ID. privacy_access.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-PRIVACY-REQUEST-FILE ASSIGN TO
               'data/privacy_requests.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DSR-REQUEST-ID
               FILE STATUS IS WS-DSR-FILE-STATUS.

           SELECT FS-PRIVACY-CORRECTION-FILE ASSIGN TO
               'data/privacy_corrections.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-DSC-FILE-STATUS.

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-PSG-FILE-STATUS.

           SELECT FS-CONTACTS-FILE ASSIGN TO
               'data/passenger_contacts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PCN-USER-ID
               FILE STATUS IS WS-PCN-FILE-STATUS.

           SELECT FS-MARKETING-PREFS-FILE ASSIGN TO
               'data/marketing_prefs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MKP-USER-ID
               FILE STATUS IS WS-MKP-FILE-STATUS.

           SELECT FS-STATEMENT-PREFS-FILE ASSIGN TO
               'data/statement_prefs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STP-USER-ID
               FILE STATUS IS WS-STP-FILE-STATUS.

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

           SELECT FS-PAYMENT-FILE ASSIGN TO 'data/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PAYMENT-ID
               ALTERNATE RECORD KEY IS FS-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT FS-LOYALTY-FILE ASSIGN TO 'data/loyalty_points.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LP-USER-ID
               FILE STATUS IS WS-LP-FILE-STATUS.

           SELECT FS-LOYALTY-LEDGER-FILE ASSIGN TO
               'data/loyalty_ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-LL-FILE-STATUS.

           SELECT FS-REFERRAL-CODE-FILE ASSIGN TO
               'data/referral_codes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RFC-USER-ID
               ALTERNATE RECORD KEY IS FS-RFC-CODE
               FILE STATUS IS WS-RFC-FILE-STATUS.

           SELECT FS-REFERRAL-FILE ASSIGN TO 'data/referrals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RFR-REFEREE-ID
               FILE STATUS IS WS-RFR-FILE-STATUS.

           SELECT FS-FEEDBACK-FILE ASSIGN TO 'data/feedback.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FB-ID
               FILE STATUS IS WS-FB-FILE-STATUS.

           SELECT FS-LOSS-CLAIMS-FILE ASSIGN TO
               'data/loss_claims.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LC-CLAIM-ID
               FILE STATUS IS WS-LC-FILE-STATUS.

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

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.

           SELECT FS-ACCESS-REPORT-FILE ASSIGN USING WS-PA-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FS-OVERDUE-REPORT-FILE ASSIGN TO
               'data/export/dsar_overdue.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

      *    Data-subject requests: a passenger asking for a copy of
      *    their personal data (ACCESS) or for it to be put right
      *    (CORRECTION), with the date received and the date the
      *    answer is due by law.
       FD  FS-PRIVACY-REQUEST-FILE.
       01  FS-PRIVACY-REQUEST-RECORD.
           02    FS-DSR-REQUEST-ID    PIC X(15).
           02    FS-DSR-FK-USER-ID    PIC X(15).
           02    FS-DSR-REQUEST-TYPE    PIC X(10).
           02    FS-DSR-RECEIVED-DATE    PIC X(10).
           02    FS-DSR-DUE-DATE    PIC X(10).
           02    FS-DSR-STATUS    PIC X(8).
               88    FS-DSR-IS-OPEN    VALUE 'open'.
           02    FS-DSR-DETAILS    PIC X(60).
           02    FS-DSR-LOGGED-BY    PIC X(15).
           02    FS-DSR-REPORT-DATE    PIC X(10).
           02    FS-DSR-CLOSED-DATE    PIC X(10).
           02    FS-DSR-CLOSED-BY    PIC X(15).
           02    FS-DSR-TIME-STAMP    PIC X(21).

       FD  FS-PRIVACY-CORRECTION-FILE.
       01  FS-PRIVACY-CORRECTION-RECORD.
           02    FS-DSC-REQUEST-ID    PIC X(15).
           02    FS-DSC-FILLER-1    PIC X(3).
           02    FS-DSC-FK-USER-ID    PIC X(15).
           02    FS-DSC-FILLER-2    PIC X(3).
           02    FS-DSC-FIELD    PIC X(20).
           02    FS-DSC-FILLER-3    PIC X(3).
           02    FS-DSC-BEFORE    PIC X(100).
           02    FS-DSC-FILLER-4    PIC X(3).
           02    FS-DSC-AFTER    PIC X(100).
           02    FS-DSC-FILLER-5    PIC X(3).
           02    FS-DSC-CHANGED-BY    PIC X(15).
           02    FS-DSC-FILLER-6    PIC X(3).
           02    FS-DSC-TIME-STAMP    PIC X(21).

       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-USER-ID    PIC X(15).
           02    FS-P-FIRST-NAME    PIC X(50).
           02    FS-P-LAST-NAME    PIC X(50).
           02    FS-P-EMAIL    PIC X(100).
           02    FS-P-PASSWORD    PIC X(64).
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP    PIC X(21).
           02    FS-P-FAILED-ATTEMPTS    PIC 9(2).
           02    FS-P-LOCKOUT-UNTIL    PIC 9(11).
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-PCN-USER-ID    PIC X(15).
           02    FS-PCN-EMERGENCY-NAME    PIC X(50).
           02    FS-PCN-EMERGENCY-PHONE    PIC X(11).
           02    FS-PCN-NATIONALITY    PIC X(20).

       FD  FS-MARKETING-PREFS-FILE.
       01  FS-MARKETING-PREFS-RECORD.
           02    FS-MKP-USER-ID    PIC X(15).
           02    FS-MKP-CONSENT    PIC X.

       FD  FS-STATEMENT-PREFS-FILE.
       01  FS-STATEMENT-PREFS-RECORD.
           02    FS-STP-USER-ID    PIC X(15).
           02    FS-STP-OPT-IN    PIC X.

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

       FD  FS-LOYALTY-FILE.
       01  FS-LOYALTY-RECORD.
           02    FS-LP-USER-ID    PIC X(15).
           02    FS-LP-POINTS-BALANCE    PIC 9(7).
           02    FS-LP-POINTS-EARNED    PIC 9(7).
           02    FS-LP-POINTS-SPENT    PIC 9(7).

       FD  FS-LOYALTY-LEDGER-FILE.
       01  FS-LOYALTY-LEDGER-RECORD.
           02    FS-LL-USER-ID    PIC X(15).
           02    FS-LL-FILLER-1    PIC X(3).
           02    FS-LL-ENTRY-TYPE    PIC X(5).
           02    FS-LL-FILLER-2    PIC X(3).
           02    FS-LL-POINTS    PIC 9(7).
           02    FS-LL-FILLER-3    PIC X(3).
           02    FS-LL-REFERENCE    PIC X(15).
           02    FS-LL-FILLER-4    PIC X(3).
           02    FS-LL-TIME-STAMP    PIC X(21).

       FD  FS-REFERRAL-CODE-FILE.
       01  FS-REFERRAL-CODE-RECORD.
           02    FS-RFC-USER-ID    PIC X(15).
           02    FS-RFC-CODE    PIC X(15).
           02    FS-RFC-TIME-STAMP    PIC X(21).

       FD  FS-REFERRAL-FILE.
       01  FS-REFERRAL-RECORD.
           02    FS-RFR-REFEREE-ID    PIC X(15).
           02    FS-RFR-REFERRER-ID    PIC X(15).
           02    FS-RFR-CODE    PIC X(15).
           02    FS-RFR-STATUS    PIC X(8).
           02    FS-RFR-REASON    PIC X(10).
           02    FS-RFR-SIGNUP-DATE    PIC X(10).
           02    FS-RFR-REWARD-DATE    PIC X(10).
           02    FS-RFR-BOOKING-ID    PIC X(15).
           02    FS-RFR-REFERRER-POINTS    PIC 9(7).
           02    FS-RFR-REFEREE-POINTS    PIC 9(7).

       FD  FS-FEEDBACK-FILE.
       01  FS-FEEDBACK-RECORD.
           02    FS-FB-ID    PIC X(15).
           02    FS-FB-FK-BOOKING-ID    PIC X(15).
           02    FS-FB-FK-SCHEDULE-ID    PIC X(15).
           02    FS-FB-FK-USER-ID    PIC X(15).
           02    FS-FB-RATING    PIC 9.
           02    FS-FB-CATEGORY    PIC X(10).
           02    FS-FB-TEXT    PIC X(100).
           02    FS-FB-STATUS    PIC X(8).
           02    FS-FB-TIME-STAMP    PIC X(21).

       FD  FS-LOSS-CLAIMS-FILE.
       01  FS-LOSS-CLAIMS-RECORD.
           02    FS-LC-CLAIM-ID    PIC X(15).
           02    FS-LC-FK-USER-ID    PIC X(15).
           02    FS-LC-FK-SCHEDULE-ID    PIC X(15).
           02    FS-LC-DESCRIPTION    PIC X(40).
           02    FS-LC-STATUS    PIC X(8).
           02    FS-LC-TIME-STAMP    PIC X(22).

       FD  FS-OUTBOX-FILE.
       01  FS-OUTBOX-RECORD.
           02    FS-OBX-MSG-ID    PIC X(15).
           02    FS-OBX-CHANNEL    PIC X(5).
           02    FS-OBX-ADDRESS    PIC X(100).
           02    FS-OBX-FK-BOOKING-ID    PIC X(15).
           02    FS-OBX-STATUS    PIC X(9).
           02    FS-OBX-ATTEMPTS    PIC 9(2).
           02    FS-OBX-TIME-STAMP    PIC X(21).

       FD  FS-OUTBOX-TEXT-FILE.
       01  FS-OUTBOX-TEXT-RECORD.
           02    FS-OBT-MSG-ID    PIC X(15).
           02    FS-OBT-TEXT    PIC X(200).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP    PIC X(21).

       FD  FS-ACCESS-REPORT-FILE.
       01  FS-ACCESS-REPORT-RECORD    PIC X(250).

       FD  FS-OVERDUE-REPORT-FILE.
       01  FS-OVERDUE-REPORT-RECORD    PIC X(132).

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
       01  WS-DSR-FILE-STATUS    PIC XX.
       01  WS-DSC-FILE-STATUS    PIC XX.
       01  WS-PSG-FILE-STATUS    PIC XX.
       01  WS-PCN-FILE-STATUS    PIC XX.
       01  WS-MKP-FILE-STATUS    PIC XX.
       01  WS-STP-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-LP-FILE-STATUS    PIC XX.
       01  WS-LL-FILE-STATUS    PIC XX.
       01  WS-RFC-FILE-STATUS    PIC XX.
       01  WS-RFR-FILE-STATUS    PIC XX.
       01  WS-FB-FILE-STATUS    PIC XX.
       01  WS-LC-FILE-STATUS    PIC XX.
       01  WS-OBX-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-PA-RUN-DATE    PIC X(10).
       01  WS-PA-COMMAND-LINE    PIC X(60).
       01  WS-PA-MODE    PIC X(10).
       01  WS-PA-REQUEST-ENTRY    PIC X(15).
       01  WS-PA-REPORT-PATH    PIC X(100).
       01  WS-PA-USER-ID    PIC X(15).
       01  WS-PA-EMAIL    PIC X(100).
       01  WS-PA-PHONE    PIC X(100).
       01  WS-PA-COUNT    PIC 9(5).
       01  WS-PA-LINES    PIC 9(7) VALUE 0.
       01  WS-PA-MATCH    PIC X.
      *    Every booking the passenger has held, live and archived,
      *    so their payments and booking messages can be found.
       01  WS-PA-BOOKING-TABLE.
           02    WS-PA-BOOKING-ID OCCURS 1000 TIMES PIC X(15).
       01  WS-PA-BOOKING-COUNT    PIC 9(4) VALUE 0.
       01  WS-PA-X    PIC 9(4).
       01  WS-PA-EDIT-AMOUNT-1    PIC Z(9)9.99.
       01  WS-PA-EDIT-AMOUNT-2    PIC Z(9)9.99.
       01  WS-PA-EDIT-POINTS-1    PIC Z(6)9.
       01  WS-PA-EDIT-POINTS-2    PIC Z(6)9.
       01  WS-PA-EDIT-POINTS-3    PIC Z(6)9.
       01  WS-PA-EDIT-COUNT    PIC Z(4)9.
      *    Overdue run: requests still open past their due date, and
      *    those falling due within the warning window.
       01  WS-OD-WARN-DAYS    PIC 9(3) VALUE 5.
       01  WS-OD-TODAY-DAY    PIC 9(8).
       01  WS-OD-DUE-INT    PIC 9(8).
       01  WS-OD-DUE-DAY    PIC 9(8).
       01  WS-OD-DAYS    PIC S9(5).
       01  WS-OD-EDIT-DAYS    PIC -(4)9.
       01  WS-OD-OVERDUE    PIC 9(5) VALUE 0.
       01  WS-OD-DUE-SOON    PIC 9(5) VALUE 0.
       01  WS-OD-OPEN    PIC 9(5) VALUE 0.
       01  WS-OD-FLAG    PIC X(8).
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'PRIVACY'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.
       01  WS-FC-PLAIN-EMAIL    PIC X(100).
       01  WS-FC-PLAIN-PHONE    PIC X(11).


       PROCEDURE DIVISION.
      *    Data Privacy Act requests. ACCESS gathers everything held
      *    against the request's user ID - account, emergency contact
      *    and nationality, marketing and statement preferences,
      *    bookings live and archived with their payments, loyalty
      *    points and ledger, referrals, feedback, lost-item claims,
      *    messages sent and corrections made - into one report in
      *    data/export for the data protection officer to release.
      *    OVERDUE lists open requests past or near their due date.
      *    Usage : privacy_access ACCESS REQUEST-ID
      *            privacy_access OVERDUE
           MOVE SPACES TO WS-PA-COMMAND-LINE
           ACCEPT WS-PA-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PA-MODE
           MOVE SPACES TO WS-PA-REQUEST-ENTRY
           UNSTRING WS-PA-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PA-MODE WS-PA-REQUEST-ENTRY
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PA-MODE) TO WS-PA-MODE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO WS-PA-RUN-DATE(1:2)
           MOVE '/' TO WS-PA-RUN-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-PA-RUN-DATE(4:2)
           MOVE '/' TO WS-PA-RUN-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-PA-RUN-DATE(7:4)

           EVALUATE WS-PA-MODE
               WHEN 'ACCESS'
                   PERFORM PRODUCE-ACCESS-REPORT
               WHEN 'OVERDUE'
                   PERFORM LOAD-BUSINESS-PARAMETERS
                   PERFORM PRODUCE-OVERDUE-REPORT
               WHEN OTHER
                   DISPLAY 'Usage: privacy_access ACCESS REQUEST-ID'
                   DISPLAY '       privacy_access OVERDUE'
           END-EVALUATE

           GOBACK
           STOP RUN.

       LOAD-BUSINESS-PARAMETERS.
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'DSAR-WARN-DAYS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-OD-WARN-DAYS
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

       PRODUCE-ACCESS-REPORT.
           OPEN I-O FS-PRIVACY-REQUEST-FILE
           IF WS-DSR-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <No privacy requests on file>'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PA-REQUEST-ENTRY TO FS-DSR-REQUEST-ID
           READ FS-PRIVACY-REQUEST-FILE
           KEY IS FS-DSR-REQUEST-ID
           INVALID KEY
               DISPLAY 'Error : <Request ' WS-PA-REQUEST-ENTRY
                   ' not on file>'
               CLOSE FS-PRIVACY-REQUEST-FILE
               EXIT PARAGRAPH
           END-READ
           MOVE FS-DSR-FK-USER-ID TO WS-PA-USER-ID

           MOVE SPACES TO WS-PA-REPORT-PATH
           STRING 'data/export/dsar_' DELIMITED BY SIZE
               FS-DSR-REQUEST-ID DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE
           INTO WS-PA-REPORT-PATH
           OPEN OUTPUT FS-ACCESS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   FUNCTION TRIM(WS-PA-REPORT-PATH) '>'
               CLOSE FS-PRIVACY-REQUEST-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING 'PERSONAL DATA HELD FOR PASSENGER ' WS-PA-USER-ID
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING 'Request ' FS-DSR-REQUEST-ID '  received '
               FS-DSR-RECEIVED-DATE '  due ' FS-DSR-DUE-DATE
               '  produced ' WS-PA-RUN-DATE
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE ALL '=' TO FS-ACCESS-REPORT-RECORD(1:100)
           PERFORM WRITE-ACCESS-LINE

           PERFORM REPORT-ACCOUNT-DATA
           PERFORM REPORT-PREFERENCES
           PERFORM REPORT-BOOKINGS
           PERFORM REPORT-PAYMENTS
           PERFORM REPORT-LOYALTY
           PERFORM REPORT-REFERRALS
           PERFORM REPORT-FEEDBACK
           PERFORM REPORT-LOSS-CLAIMS
           PERFORM REPORT-MESSAGES
           PERFORM REPORT-CORRECTIONS

           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE '*** END OF PERSONAL DATA REPORT ***' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           CLOSE FS-ACCESS-REPORT-FILE

           MOVE WS-PA-RUN-DATE TO FS-DSR-REPORT-DATE
           REWRITE FS-PRIVACY-REQUEST-RECORD
           END-REWRITE
           CLOSE FS-PRIVACY-REQUEST-FILE

           DISPLAY 'Access report for ' WS-PA-USER-ID ' written to '
               FUNCTION TRIM(WS-PA-REPORT-PATH) ' (' WS-PA-LINES
               ' lines)'
           .

       WRITE-ACCESS-LINE.
           WRITE FS-ACCESS-REPORT-RECORD
           ADD 1 TO WS-PA-LINES
           .

       WRITE-SECTION-HEADING.
      *    The heading text is set in the record by the caller.
           PERFORM WRITE-ACCESS-LINE
           MOVE ALL '-' TO FS-ACCESS-REPORT-RECORD(1:60)
           PERFORM WRITE-ACCESS-LINE
           MOVE ZEROES TO WS-PA-COUNT
           .

       WRITE-NONE-HELD.
           IF WS-PA-COUNT = ZEROES THEN
               MOVE '  None held.' TO FS-ACCESS-REPORT-RECORD
               PERFORM WRITE-ACCESS-LINE
           END-IF
           .

       REPORT-ACCOUNT-DATA.
           MOVE SPACES TO WS-PA-EMAIL
           MOVE SPACES TO WS-PA-PHONE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'ACCOUNT (passenger_file)' TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-PASSENGER-FILE
           IF WS-PSG-FILE-STATUS = '00' THEN
               MOVE WS-PA-USER-ID TO FS-P-USER-ID
               READ FS-PASSENGER-FILE
               KEY IS FS-P-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PA-COUNT
                   PERFORM DECRYPT-PASSENGER-CONTACT
                   MOVE WS-FC-PLAIN-EMAIL TO WS-PA-EMAIL
                   MOVE WS-FC-PLAIN-PHONE TO WS-PA-PHONE
                   PERFORM WRITE-ACCOUNT-LINES
               END-READ
               CLOSE FS-PASSENGER-FILE
           END-IF
           PERFORM WRITE-NONE-HELD

           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'EMERGENCY CONTACT AND NATIONALITY '
               TO FS-ACCESS-REPORT-RECORD
           MOVE '(passenger_contacts)' TO
               FS-ACCESS-REPORT-RECORD(35:)
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-CONTACTS-FILE
           IF WS-PCN-FILE-STATUS = '00' THEN
               MOVE WS-PA-USER-ID TO FS-PCN-USER-ID
               READ FS-CONTACTS-FILE
               KEY IS FS-PCN-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PA-COUNT
                   PERFORM DECRYPT-EMERGENCY-CONTACT
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '  Emergency contact : '
                       FS-PCN-EMERGENCY-NAME
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '  Emergency phone   : '
                       FS-PCN-EMERGENCY-PHONE
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '  Nationality       : '
                       FS-PCN-NATIONALITY
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE FS-CONTACTS-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       WRITE-ACCOUNT-LINES.
      *    The password is held only as a one-way hash and is not
      *    reproduced.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  First name        : ' FS-P-FIRST-NAME
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  Last name         : ' FS-P-LAST-NAME
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  Email             : ' WS-FC-PLAIN-EMAIL
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  Phone             : ' WS-FC-PLAIN-PHONE
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  Account opened    : ' FS-P-TIME-STAMP
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  Account status    : ' FS-P-STATUS
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  Notify by         : ' FS-P-NOTIFY-PREF
               '  (E-Email, S-SMS, B-Both, N-None)'
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  Language          : ' FS-P-LANGUAGE
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE '  Password          : held as a one-way hash only'
               TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           .

       REPORT-PREFERENCES.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'PREFERENCES (marketing_prefs, statement_prefs)' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-MARKETING-PREFS-FILE
           IF WS-MKP-FILE-STATUS = '00' THEN
               MOVE WS-PA-USER-ID TO FS-MKP-USER-ID
               READ FS-MARKETING-PREFS-FILE
               KEY IS FS-MKP-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PA-COUNT
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '  Promos and offers : ' FS-MKP-CONSENT
                       '  (Y-consented, N-not)'
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE FS-MARKETING-PREFS-FILE
           END-IF
           OPEN INPUT FS-STATEMENT-PREFS-FILE
           IF WS-STP-FILE-STATUS = '00' THEN
               MOVE WS-PA-USER-ID TO FS-STP-USER-ID
               READ FS-STATEMENT-PREFS-FILE
               KEY IS FS-STP-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PA-COUNT
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '  Yearly statement  : ' FS-STP-OPT-IN
                       '  (Y-requested, N-not)'
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE FS-STATEMENT-PREFS-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       REPORT-BOOKINGS.
           MOVE ZEROES TO WS-PA-BOOKING-COUNT
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'BOOKINGS (booking, booking_history)' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           MOVE '  BOOKING ID      SCHEDULE ID     SEAT       STATUS  '
               TO FS-ACCESS-REPORT-RECORD
           MOVE '          FARE CATEGORY BOOKED' TO
               FS-ACCESS-REPORT-RECORD(55:)
           PERFORM WRITE-ACCESS-LINE

           OPEN INPUT FS-BOOKING-FILE
           IF WS-BK-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-SCAN-EOF
               MOVE WS-PA-USER-ID TO FS-FK-USER-ID
               START FS-BOOKING-FILE KEY IS EQUAL TO FS-FK-USER-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-BOOKING-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FS-FK-USER-ID NOT = WS-PA-USER-ID THEN
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           PERFORM WRITE-LIVE-BOOKING
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-BOOKING-FILE
           END-IF

           OPEN INPUT FS-BOOKING-HISTORY-FILE
           IF WS-BH-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-BOOKING-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FS-BH-FK-USER-ID = WS-PA-USER-ID THEN
                           PERFORM WRITE-ARCHIVED-BOOKING
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-BOOKING-HISTORY-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       WRITE-LIVE-BOOKING.
           ADD 1 TO WS-PA-COUNT
           PERFORM REMEMBER-BOOKING-ID
           MOVE FS-PRICE TO WS-PA-EDIT-AMOUNT-1
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  ' FS-BOOKING-ID ' ' FS-FK-SCHEDULE-ID ' '
               FS-SEAT-NUMBER ' ' FS-BOOKING-STATUS ' '
               WS-PA-EDIT-AMOUNT-1 ' ' FS-PASSENGER-CATEGORY ' '
               FS-TIME-STAMP
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           .

       WRITE-ARCHIVED-BOOKING.
           ADD 1 TO WS-PA-COUNT
           MOVE FS-BH-BOOKING-ID TO FS-BOOKING-ID
           PERFORM REMEMBER-BOOKING-ID
           MOVE FS-BH-PRICE TO WS-PA-EDIT-AMOUNT-1
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  ' FS-BH-BOOKING-ID ' ' FS-BH-FK-SCHEDULE-ID ' '
               FS-BH-SEAT-NUMBER ' ' FS-BH-BOOKING-STATUS ' '
               WS-PA-EDIT-AMOUNT-1 ' ' FS-BH-PASSENGER-CATEGORY ' '
               FS-BH-TIME-STAMP ' (archived)'
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           .

       REMEMBER-BOOKING-ID.
           IF WS-PA-BOOKING-COUNT < 1000 THEN
               ADD 1 TO WS-PA-BOOKING-COUNT
               MOVE FS-BOOKING-ID TO
                   WS-PA-BOOKING-ID(WS-PA-BOOKING-COUNT)
           ELSE
               DISPLAY 'WARNING: booking table full, payments for '
                   FS-BOOKING-ID ' left out'
           END-IF
           .

       REPORT-PAYMENTS.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'PAYMENTS (payments)' TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-PAY-FILE-STATUS = '00' THEN
               MOVE 1 TO WS-PA-X
               PERFORM UNTIL WS-PA-X > WS-PA-BOOKING-COUNT
                   PERFORM REPORT-BOOKING-PAYMENTS
                   ADD 1 TO WS-PA-X
               END-PERFORM
               CLOSE FS-PAYMENT-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       REPORT-BOOKING-PAYMENTS.
           MOVE SPACES TO WS-SCAN-EOF
           MOVE WS-PA-BOOKING-ID(WS-PA-X) TO FS-FK-BOOKING-ID
           START FS-PAYMENT-FILE KEY IS EQUAL TO FS-FK-BOOKING-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-FK-BOOKING-ID NOT =
                       WS-PA-BOOKING-ID(WS-PA-X) THEN
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       ADD 1 TO WS-PA-COUNT
                       MOVE FS-PAYMENT-AMOUNT TO WS-PA-EDIT-AMOUNT-1
                       MOVE FS-DISCOUNT-AMOUNT TO WS-PA-EDIT-AMOUNT-2
                       MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                       STRING '  ' FS-PAYMENT-ID ' booking '
                           FS-FK-BOOKING-ID ' ' FS-PAYMENT-METHOD ' '
                           WS-PA-EDIT-AMOUNT-1 ' ' FS-PAYMENT-STATUS
                           ' ' FS-TRANSACTION-TIME-STAMP
                       DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                       PERFORM WRITE-ACCESS-LINE
                       IF FS-DISCOUNT-AMOUNT > ZEROES OR
                           FS-EWALLET-REF-NUMBER NOT = SPACES THEN
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '      discount ' WS-PA-EDIT-AMOUNT-2
                               ' ' FS-DISCOUNT-REASON ' promo '
                               FS-PROMO-CODE-USED ' e-wallet ref '
                               FS-EWALLET-REF-NUMBER
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       REPORT-LOYALTY.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'LOYALTY POINTS (loyalty_points, loyalty_ledger)' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-LOYALTY-FILE
           IF WS-LP-FILE-STATUS = '00' THEN
               MOVE WS-PA-USER-ID TO FS-LP-USER-ID
               READ FS-LOYALTY-FILE
               KEY IS FS-LP-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PA-COUNT
                   MOVE FS-LP-POINTS-BALANCE TO WS-PA-EDIT-POINTS-1
                   MOVE FS-LP-POINTS-EARNED TO WS-PA-EDIT-POINTS-2
                   MOVE FS-LP-POINTS-SPENT TO WS-PA-EDIT-POINTS-3
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '  Balance ' WS-PA-EDIT-POINTS-1
                       '   earned ' WS-PA-EDIT-POINTS-2
                       '   spent ' WS-PA-EDIT-POINTS-3
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE FS-LOYALTY-FILE
           END-IF

           OPEN INPUT FS-LOYALTY-LEDGER-FILE
           IF WS-LL-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-LOYALTY-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FS-LL-USER-ID = WS-PA-USER-ID THEN
                           ADD 1 TO WS-PA-COUNT
                           MOVE FS-LL-POINTS TO WS-PA-EDIT-POINTS-1
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '  ' FS-LL-ENTRY-TYPE ' '
                               WS-PA-EDIT-POINTS-1 ' pts  ref '
                               FS-LL-REFERENCE ' ' FS-LL-TIME-STAMP
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-LOYALTY-LEDGER-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       REPORT-REFERRALS.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'REFERRALS (referral_codes, referrals)' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-REFERRAL-CODE-FILE
           IF WS-RFC-FILE-STATUS = '00' THEN
               MOVE WS-PA-USER-ID TO FS-RFC-USER-ID
               READ FS-REFERRAL-CODE-FILE
               KEY IS FS-RFC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PA-COUNT
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '  Own referral code : ' FS-RFC-CODE
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE FS-REFERRAL-CODE-FILE
           END-IF

           OPEN INPUT FS-REFERRAL-FILE
           IF WS-RFR-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-REFERRAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FS-RFR-REFEREE-ID = WS-PA-USER-ID OR
                           FS-RFR-REFERRER-ID = WS-PA-USER-ID THEN
                           PERFORM WRITE-REFERRAL-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-REFERRAL-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       WRITE-REFERRAL-LINE.
      *    Only the other party's user ID is shown, not their name.
           ADD 1 TO WS-PA-COUNT
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           IF FS-RFR-REFEREE-ID = WS-PA-USER-ID THEN
               STRING '  Referred by ' FS-RFR-REFERRER-ID ' code '
                   FS-RFR-CODE ' on ' FS-RFR-SIGNUP-DATE ' - '
                   FS-RFR-STATUS
               DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           ELSE
               STRING '  Referred ' FS-RFR-REFEREE-ID ' on '
                   FS-RFR-SIGNUP-DATE ' - ' FS-RFR-STATUS
               DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           END-IF
           PERFORM WRITE-ACCESS-LINE
           .

       REPORT-FEEDBACK.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'FEEDBACK (feedback)' TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-FEEDBACK-FILE
           IF WS-FB-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-FEEDBACK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FS-FB-FK-USER-ID = WS-PA-USER-ID THEN
                           ADD 1 TO WS-PA-COUNT
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '  ' FS-FB-ID ' booking '
                               FS-FB-FK-BOOKING-ID ' rating '
                               FS-FB-RATING ' ' FS-FB-CATEGORY ' '
                               FS-FB-STATUS ' ' FS-FB-TIME-STAMP
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '      "' FS-FB-TEXT '"'
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-FEEDBACK-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       REPORT-LOSS-CLAIMS.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'LOST-ITEM CLAIMS (loss_claims)' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-LOSS-CLAIMS-FILE
           IF WS-LC-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-LOSS-CLAIMS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FS-LC-FK-USER-ID = WS-PA-USER-ID THEN
                           ADD 1 TO WS-PA-COUNT
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '  ' FS-LC-CLAIM-ID ' trip '
                               FS-LC-FK-SCHEDULE-ID ' '
                               FS-LC-DESCRIPTION ' ' FS-LC-STATUS ' '
                               FS-LC-TIME-STAMP
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-LOSS-CLAIMS-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       REPORT-MESSAGES.
      *    The outbox is not keyed by passenger: a message is theirs
      *    if it went to their email or phone or is about one of
      *    their bookings.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'MESSAGES SENT (outbox, outbox_text)' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-OUTBOX-FILE
           IF WS-OBX-FILE-STATUS = '00' THEN
               OPEN INPUT FS-OUTBOX-TEXT-FILE
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-OUTBOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END PERFORM CHECK-ONE-MESSAGE
                   END-READ
               END-PERFORM
               IF WS-OBT-FILE-STATUS = '00' THEN
                   CLOSE FS-OUTBOX-TEXT-FILE
               END-IF
               CLOSE FS-OUTBOX-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       CHECK-ONE-MESSAGE.
      *    The address is decrypted in the record (the outbox is open
      *    for input only) before it is matched and reported.
           MOVE FS-OBX-ADDRESS TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           IF FS-OBX-CHANNEL = 'SMS' AND
               FS-OBX-ADDRESS(12:) = SPACES THEN
               MOVE 11 TO WS-FC-WIDTH
               MOVE 'D' TO WS-FC-KIND
           END-IF
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD TO FS-OBX-ADDRESS

           MOVE 'N' TO WS-PA-MATCH
           IF (FS-OBX-ADDRESS = WS-PA-EMAIL AND
               WS-PA-EMAIL NOT = SPACES) OR
               (FS-OBX-ADDRESS = WS-PA-PHONE AND
               WS-PA-PHONE NOT = SPACES) THEN
               MOVE 'Y' TO WS-PA-MATCH
           ELSE
               MOVE 1 TO WS-PA-X
               PERFORM UNTIL WS-PA-X > WS-PA-BOOKING-COUNT OR
                   WS-PA-MATCH = 'Y'
                   IF FS-OBX-FK-BOOKING-ID =
                       WS-PA-BOOKING-ID(WS-PA-X) THEN
                       MOVE 'Y' TO WS-PA-MATCH
                   END-IF
                   ADD 1 TO WS-PA-X
               END-PERFORM
           END-IF
           IF WS-PA-MATCH NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PA-COUNT
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           STRING '  ' FS-OBX-MSG-ID ' ' FS-OBX-CHANNEL ' to '
               FS-OBX-ADDRESS(1:40) ' ' FS-OBX-STATUS ' '
               FS-OBX-TIME-STAMP
           DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE

           IF WS-OBT-FILE-STATUS = '00' THEN
               MOVE FS-OBX-MSG-ID TO FS-OBT-MSG-ID
               READ FS-OUTBOX-TEXT-FILE
               KEY IS FS-OBT-MSG-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                   STRING '      ' FS-OBT-TEXT
                   DELIMITED BY SIZE INTO FS-ACCESS-REPORT-RECORD
                   PERFORM WRITE-ACCESS-LINE
               END-READ
           END-IF
           .

       REPORT-CORRECTIONS.
           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-LINE
           MOVE 'CORRECTIONS MADE AT THE PASSENGER''S REQUEST' TO
               FS-ACCESS-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT FS-PRIVACY-CORRECTION-FILE
           IF WS-DSC-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FS-PRIVACY-CORRECTION-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF FS-DSC-FK-USER-ID = WS-PA-USER-ID THEN
                           ADD 1 TO WS-PA-COUNT
                           PERFORM DECRYPT-CORRECTION-VALUES
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '  ' FS-DSC-TIME-STAMP ' '
                               FS-DSC-FIELD ' request '
                               FS-DSC-REQUEST-ID
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '      was : ' FS-DSC-BEFORE
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                           MOVE SPACES TO FS-ACCESS-REPORT-RECORD
                           STRING '      now : ' FS-DSC-AFTER
                           DELIMITED BY SIZE INTO
                               FS-ACCESS-REPORT-RECORD
                           PERFORM WRITE-ACCESS-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-PRIVACY-CORRECTION-FILE
           END-IF
           PERFORM WRITE-NONE-HELD
           .

       PRODUCE-OVERDUE-REPORT.
           COMPUTE WS-OD-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT)

           OPEN OUTPUT FS-OVERDUE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/dsar_overdue.txt>'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FS-OVERDUE-REPORT-RECORD
           STRING 'DATA PRIVACY REQUESTS - OVERDUE AND DUE WITHIN '
               WS-OD-WARN-DAYS ' DAYS - RUN ' WS-PA-RUN-DATE
           DELIMITED BY SIZE INTO FS-OVERDUE-REPORT-RECORD
           WRITE FS-OVERDUE-REPORT-RECORD
           MOVE ALL '=' TO FS-OVERDUE-REPORT-RECORD(1:110)
           WRITE FS-OVERDUE-REPORT-RECORD
           MOVE SPACES TO FS-OVERDUE-REPORT-RECORD
           STRING 'REQUEST ID      USER ID         TYPE       '
               'RECEIVED   DUE        DAYS LATE  FLAG     LOGGED BY'
           DELIMITED BY SIZE INTO FS-OVERDUE-REPORT-RECORD
           WRITE FS-OVERDUE-REPORT-RECORD
           MOVE ALL '-' TO FS-OVERDUE-REPORT-RECORD(1:110)
           WRITE FS-OVERDUE-REPORT-RECORD

           OPEN INPUT FS-PRIVACY-REQUEST-FILE
           IF WS-DSR-FILE-STATUS = '00' THEN
               MOVE SPACES TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-PRIVACY-REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS-DSR-IS-OPEN THEN
                           PERFORM CHECK-ONE-OPEN-REQUEST
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-PRIVACY-REQUEST-FILE
           END-IF

           IF WS-OD-OVERDUE = ZEROES AND WS-OD-DUE-SOON = ZEROES THEN
               MOVE '  No open requests overdue or falling due.' TO
                   FS-OVERDUE-REPORT-RECORD
               WRITE FS-OVERDUE-REPORT-RECORD
           END-IF
           MOVE ALL '-' TO FS-OVERDUE-REPORT-RECORD(1:110)
           WRITE FS-OVERDUE-REPORT-RECORD
           MOVE SPACES TO FS-OVERDUE-REPORT-RECORD
           STRING 'Open requests ' WS-OD-OPEN '   overdue '
               WS-OD-OVERDUE '   due soon ' WS-OD-DUE-SOON
           DELIMITED BY SIZE INTO FS-OVERDUE-REPORT-RECORD
           WRITE FS-OVERDUE-REPORT-RECORD

           CLOSE FS-OVERDUE-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'DSAR-OVERDUE privacy_access '
               'data/export/dsar_overdue.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY 'Open privacy requests : ' WS-OD-OPEN
           DISPLAY 'Overdue               : ' WS-OD-OVERDUE
           DISPLAY 'Due within warn days  : ' WS-OD-DUE-SOON
           .

       CHECK-ONE-OPEN-REQUEST.
           ADD 1 TO WS-OD-OPEN
           IF FS-DSR-DUE-DATE(1:2) IS NOT NUMERIC OR
               FS-DSR-DUE-DATE(4:2) IS NOT NUMERIC OR
               FS-DSR-DUE-DATE(7:4) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FS-DSR-DUE-DATE(7:4) TO WS-OD-DUE-INT(1:4)
           MOVE FS-DSR-DUE-DATE(1:2) TO WS-OD-DUE-INT(5:2)
           MOVE FS-DSR-DUE-DATE(4:2) TO WS-OD-DUE-INT(7:2)
           COMPUTE WS-OD-DUE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-OD-DUE-INT)
           COMPUTE WS-OD-DAYS = WS-OD-TODAY-DAY - WS-OD-DUE-DAY

           IF WS-OD-DAYS > ZEROES THEN
               MOVE 'OVERDUE' TO WS-OD-FLAG
               ADD 1 TO WS-OD-OVERDUE
           ELSE
               IF WS-OD-DAYS + WS-OD-WARN-DAYS >= ZEROES THEN
                   MOVE 'DUE SOON' TO WS-OD-FLAG
                   ADD 1 TO WS-OD-DUE-SOON
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-OD-DAYS TO WS-OD-EDIT-DAYS
           MOVE SPACES TO FS-OVERDUE-REPORT-RECORD
           STRING FS-DSR-REQUEST-ID ' ' FS-DSR-FK-USER-ID ' '
               FS-DSR-REQUEST-TYPE ' ' FS-DSR-RECEIVED-DATE ' '
               FS-DSR-DUE-DATE '      ' WS-OD-EDIT-DAYS '  '
               WS-OD-FLAG ' ' FS-DSR-LOGGED-BY
           DELIMITED BY SIZE INTO FS-OVERDUE-REPORT-RECORD
           WRITE FS-OVERDUE-REPORT-RECORD
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

       DECRYPT-EMERGENCY-CONTACT.
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-NAME TO WS-FC-FIELD
           MOVE 50 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:50) TO FS-PCN-EMERGENCY-NAME
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-PHONE TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-PCN-EMERGENCY-PHONE
           .

       DECRYPT-CORRECTION-VALUES.
           EVALUATE FS-DSC-FIELD
               WHEN 'EMAIL'
                   MOVE 100 TO WS-FC-WIDTH
                   MOVE 'T' TO WS-FC-KIND
               WHEN 'EMERGENCY-NAME'
                   MOVE 50 TO WS-FC-WIDTH
                   MOVE 'T' TO WS-FC-KIND
               WHEN 'PHONE-NUMBER'
               WHEN 'EMERGENCY-PHONE'
                   MOVE 11 TO WS-FC-WIDTH
                   MOVE 'D' TO WS-FC-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FS-DSC-BEFORE TO WS-FC-FIELD
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD TO FS-DSC-BEFORE
           MOVE FS-DSC-AFTER TO WS-FC-FIELD
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD TO FS-DSC-AFTER
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
