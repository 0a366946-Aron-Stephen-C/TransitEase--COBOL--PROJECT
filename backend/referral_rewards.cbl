       IDENTIFICATION DIVISION.
       PROGRAM-ID. referral_rewards.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-PSG-FILE-STATUS.

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

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BK-FILE-STATUS.

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

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.

           SELECT FS-REPORT-FILE ASSIGN TO
               'data/export/referral_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.

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

      *    Every passenger's own code to hand out. The code is the
      *    alternate key so signup can look the referrer up by it.
       FD  FS-REFERRAL-CODE-FILE.
       01  FS-REFERRAL-CODE-RECORD.
           02    FS-RFC-USER-ID    PIC X(15).
           02    FS-RFC-CODE    PIC X(15).
           02    FS-RFC-TIME-STAMP    PIC X(21).

      *    One row per new passenger who signed up with a code,
      *    keyed by the new passenger so nobody is referred twice.
       FD  FS-REFERRAL-FILE.
       01  FS-REFERRAL-RECORD.
           02    FS-RFR-REFEREE-ID    PIC X(15).
           02    FS-RFR-REFERRER-ID    PIC X(15).
           02    FS-RFR-CODE    PIC X(15).
           02    FS-RFR-STATUS    PIC X(8).
               88    FS-RFR-IS-PENDING    VALUE 'pending'.
               88    FS-RFR-IS-REWARDED    VALUE 'rewarded'.
               88    FS-RFR-IS-REJECTED    VALUE 'rejected'.
           02    FS-RFR-REASON    PIC X(10).
           02    FS-RFR-SIGNUP-DATE    PIC X(10).
           02    FS-RFR-REWARD-DATE    PIC X(10).
           02    FS-RFR-BOOKING-ID    PIC X(15).
           02    FS-RFR-REFERRER-POINTS    PIC 9(7).
           02    FS-RFR-REFEREE-POINTS    PIC 9(7).

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

       FD  FS-PAYMENT-FILE.
       01  FS-PAYMENT-RECORD.
           02    FS-PAYMENT-ID    PIC X(15).
           02    FS-FK-BOOKING-ID    PIC X(15).
           02    FS-PAYMENT-METHOD    PIC X(11).
           02    FS-PAYMENT-AMOUNT    PIC 9(10)V99.
           02    FS-PAYMENT-STATUS    PIC X(9).
      *        The fare was actually paid (or billed to an account),
      *        not just held.
               88    FS-PAYMENT-IS-PAID    VALUE 'paid', 'settled',
                   'invoiced', 'billed'.
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

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP    PIC X(21).

       FD  FS-REPORT-FILE.
       01  FS-REPORT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-PSG-FILE-STATUS    PIC XX.
       01  WS-RFC-FILE-STATUS    PIC XX.
       01  WS-RFR-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-LP-FILE-STATUS    PIC XX.
       01  WS-LL-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
       01  WS-PAY-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
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
      *    Points credited to each side once the new passenger's
      *    first paid trip is done. One point is worth PHP 1.00 at
      *    redemption, so the points are the reward's cost.
       01  WS-RR-REFERRER-POINTS    PIC 9(7) VALUE 100.
       01  WS-RR-REFEREE-POINTS    PIC 9(7) VALUE 50.
       01  WS-RR-NEW-CODE    PIC X(15).
       01  WS-RR-CODES-ISSUED    PIC 9(7) VALUE 0.
       01  WS-RR-REWARDED    PIC 9(7) VALUE 0.
       01  WS-RR-REJECTED    PIC 9(7) VALUE 0.
       01  WS-RR-STILL-PENDING    PIC 9(7) VALUE 0.
       01  WS-RR-TRIP-BOOKING-ID    PIC X(15).
       01  WS-RR-TRIP-IS-PAID    PIC X.
       01  WS-RR-REJECT-REASON    PIC X(10).
       01  WS-RR-CREDIT-USER-ID    PIC X(15).
       01  WS-RR-CREDIT-POINTS    PIC 9(7).
       01  WS-RR-REFERRER.
           02    WS-RR-R-FOUND    PIC X.
           02    WS-RR-R-FIRST-NAME    PIC X(50).
           02    WS-RR-R-LAST-NAME    PIC X(50).
           02    WS-RR-R-EMAIL    PIC X(100).
           02    WS-RR-R-PHONE    PIC X(11).
           02    WS-RR-R-STATUS    PIC X(8).
       01  WS-RR-REFEREE.
           02    WS-RR-E-FOUND    PIC X.
           02    WS-RR-E-FIRST-NAME    PIC X(50).
           02    WS-RR-E-LAST-NAME    PIC X(50).
           02    WS-RR-E-EMAIL    PIC X(100).
           02    WS-RR-E-PHONE    PIC X(11).
           02    WS-RR-E-STATUS    PIC X(8).
      *    Report totals, one entry per referrer.
       01  WS-RR-REFERRER-TABLE.
           02    WS-RR-RT OCCURS 1000 TIMES.
               03    WS-RR-RT-USER-ID    PIC X(15).
               03    WS-RR-RT-REFERRALS    PIC 9(5).
               03    WS-RR-RT-PENDING    PIC 9(5).
               03    WS-RR-RT-REWARDED    PIC 9(5).
               03    WS-RR-RT-REJECTED    PIC 9(5).
               03    WS-RR-RT-COST    PIC 9(9).
       01  WS-RR-RT-COUNT    PIC 9(4) VALUE 0.
       01  WS-RR-X    PIC 9(4).
       01  WS-RR-FOUND    PIC X.
       01  WS-RR-TOT-REFERRALS    PIC 9(7) VALUE 0.
       01  WS-RR-TOT-PENDING    PIC 9(7) VALUE 0.
       01  WS-RR-TOT-REWARDED    PIC 9(7) VALUE 0.
       01  WS-RR-TOT-REJECTED    PIC 9(7) VALUE 0.
       01  WS-RR-TOT-COST    PIC 9(9) VALUE 0.
       01  WS-RR-NAME    PIC X(30).
       01  WS-RR-PAD-36    PIC X(36) VALUE SPACES.
       01  WS-RR-EDIT-COUNT-1    PIC Z(4)9.
       01  WS-RR-EDIT-COUNT-2    PIC Z(4)9.
       01  WS-RR-EDIT-COUNT-3    PIC Z(4)9.
       01  WS-RR-EDIT-COUNT-4    PIC Z(4)9.
       01  WS-RR-EDIT-TOTAL-1    PIC Z(6)9.
       01  WS-RR-EDIT-TOTAL-2    PIC Z(6)9.
       01  WS-RR-EDIT-TOTAL-3    PIC Z(6)9.
       01  WS-RR-EDIT-TOTAL-4    PIC Z(6)9.
       01  WS-RR-EDIT-COST    PIC Z(8)9.99.
       01  WS-RR-EDIT-POINTS-1    PIC Z(6)9.
       01  WS-RR-EDIT-POINTS-2    PIC Z(6)9.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Passenger referral programme, run nightly. First every
      *    passenger without a referral code is given one. Then each
      *    pending referral is checked: once the new passenger has
      *    travelled (boarded or alighted) on a trip whose fare was
      *    paid, both sides are credited loyalty points. Before the
      *    credit the pair is put through the duplicate-passenger
      *    rules again - same email, phone, or first and last name -
      *    and an account deactivated since signup (a merged
      *    duplicate, say) forfeits the reward. Last, the referral
      *    report: referrals per referrer and what they cost.
           PERFORM GENERATE-TIME-STAMP
           PERFORM LOAD-BUSINESS-PARAMETERS

           PERFORM ASSIGN-MISSING-CODES
           PERFORM PROCESS-PENDING-REFERRALS
           PERFORM WRITE-REFERRAL-REPORT

           DISPLAY 'Referral codes issued : ' WS-RR-CODES-ISSUED
           DISPLAY 'Referrals rewarded    : ' WS-RR-REWARDED
           DISPLAY 'Referrals rejected    : ' WS-RR-REJECTED
           DISPLAY 'Still awaiting a trip : ' WS-RR-STILL-PENDING

           GOBACK
           STOP RUN.

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'REFERRER-POINTS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-RR-REFERRER-POINTS
               END-IF

               MOVE 'REFEREE-POINTS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-RR-REFEREE-POINTS
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

       ASSIGN-MISSING-CODES.
      *    New signups get their code at registration; this catches
      *    the accounts opened before the programme started.
           OPEN INPUT FS-PASSENGER-FILE
           IF WS-PSG-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FS-REFERRAL-CODE-FILE
           IF WS-RFC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-REFERRAL-CODE-FILE
               CLOSE FS-REFERRAL-CODE-FILE
               OPEN I-O FS-REFERRAL-CODE-FILE
           END-IF

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PASSENGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-P-STATUS NOT = 'inactive' THEN
                       MOVE FS-P-USER-ID TO FS-RFC-USER-ID
                       READ FS-REFERRAL-CODE-FILE
                       KEY IS FS-RFC-USER-ID
                       INVALID KEY
                           PERFORM ISSUE-REFERRAL-CODE
                       END-READ
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-REFERRAL-CODE-FILE
           CLOSE FS-PASSENGER-FILE
           .

       ISSUE-REFERRAL-CODE.
      *    Three letters of the first name and the time part of the
      *    user ID - short enough to read out over the phone. Should
      *    that ever clash, the full user ID is used instead.
           MOVE SPACES TO WS-RR-NEW-CODE
           MOVE FUNCTION UPPER-CASE(FS-P-FIRST-NAME(1:3)) TO
               WS-RR-NEW-CODE(1:3)
           INSPECT WS-RR-NEW-CODE(1:3) REPLACING ALL SPACE BY 'X'
           MOVE FS-P-USER-ID(7:9) TO WS-RR-NEW-CODE(4:9)

           MOVE SPACES TO FS-REFERRAL-CODE-RECORD
           MOVE FS-P-USER-ID TO FS-RFC-USER-ID
           MOVE WS-RR-NEW-CODE TO FS-RFC-CODE
           MOVE WS-TIME-STAMP TO FS-RFC-TIME-STAMP
           WRITE FS-REFERRAL-CODE-RECORD
           INVALID KEY
               MOVE FS-P-USER-ID TO FS-RFC-CODE
               WRITE FS-REFERRAL-CODE-RECORD
               END-WRITE
           END-WRITE
           IF WS-RFC-FILE-STATUS = '00' THEN
               ADD 1 TO WS-RR-CODES-ISSUED
           END-IF
           .

       PROCESS-PENDING-REFERRALS.
           OPEN I-O FS-REFERRAL-FILE
           IF WS-RFR-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FS-PASSENGER-FILE
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-PAYMENT-FILE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-REFERRAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-RFR-IS-PENDING THEN
                       PERFORM CHECK-ONE-REFERRAL
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-PAYMENT-FILE
           CLOSE FS-BOOKING-FILE
           CLOSE FS-PASSENGER-FILE
           CLOSE FS-REFERRAL-FILE
           .

       CHECK-ONE-REFERRAL.
           PERFORM FIND-FIRST-PAID-TRIP
           IF WS-RR-TRIP-BOOKING-ID = SPACES THEN
               ADD 1 TO WS-RR-STILL-PENDING
               EXIT PARAGRAPH
           END-IF

           PERFORM RECHECK-REFERRAL-PAIR
           IF WS-RR-REJECT-REASON NOT = SPACES THEN
               MOVE 'rejected' TO FS-RFR-STATUS
               MOVE WS-RR-REJECT-REASON TO FS-RFR-REASON
               MOVE WS-TS-DATE TO FS-RFR-REWARD-DATE
               MOVE WS-RR-TRIP-BOOKING-ID TO FS-RFR-BOOKING-ID
               REWRITE FS-REFERRAL-RECORD
               END-REWRITE
               ADD 1 TO WS-RR-REJECTED
               EXIT PARAGRAPH
           END-IF

           MOVE FS-RFR-REFERRER-ID TO WS-RR-CREDIT-USER-ID
           MOVE WS-RR-REFERRER-POINTS TO WS-RR-CREDIT-POINTS
           PERFORM CREDIT-REFERRAL-POINTS
           MOVE FS-RFR-REFEREE-ID TO WS-RR-CREDIT-USER-ID
           MOVE WS-RR-REFEREE-POINTS TO WS-RR-CREDIT-POINTS
           PERFORM CREDIT-REFERRAL-POINTS

           MOVE 'rewarded' TO FS-RFR-STATUS
           MOVE SPACES TO FS-RFR-REASON
           MOVE WS-TS-DATE TO FS-RFR-REWARD-DATE
           MOVE WS-RR-TRIP-BOOKING-ID TO FS-RFR-BOOKING-ID
           MOVE WS-RR-REFERRER-POINTS TO FS-RFR-REFERRER-POINTS
           MOVE WS-RR-REFEREE-POINTS TO FS-RFR-REFEREE-POINTS
           REWRITE FS-REFERRAL-RECORD
           END-REWRITE
           ADD 1 TO WS-RR-REWARDED
           .

       FIND-FIRST-PAID-TRIP.
      *    A booking only counts once the passenger has travelled on
      *    it and its fare was paid; a reservation alone does not.
      *    Booking IDs run in time order, so the lowest is the first.
           MOVE SPACES TO WS-RR-TRIP-BOOKING-ID
           MOVE SPACES TO WS-SCAN-EOF
           MOVE FS-RFR-REFEREE-ID TO FS-FK-USER-ID
           START FS-BOOKING-FILE KEY IS EQUAL TO FS-FK-USER-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-FK-USER-ID NOT = FS-RFR-REFEREE-ID THEN
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF FS-BOOKING-STATUS = 'boarded' OR
                           FS-BOOKING-STATUS = 'alighted' THEN
                           PERFORM CHECK-TRIP-PAYMENT
                           IF WS-RR-TRIP-IS-PAID = 'Y' AND
                               (WS-RR-TRIP-BOOKING-ID = SPACES OR
                               FS-BOOKING-ID < WS-RR-TRIP-BOOKING-ID)
                               THEN
                               MOVE FS-BOOKING-ID TO
                                   WS-RR-TRIP-BOOKING-ID
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       CHECK-TRIP-PAYMENT.
           MOVE 'N' TO WS-RR-TRIP-IS-PAID
           MOVE SPACES TO WS-PAY-EOF
           MOVE FS-BOOKING-ID TO FS-FK-BOOKING-ID
           START FS-PAYMENT-FILE KEY IS EQUAL TO FS-FK-BOOKING-ID
               INVALID KEY MOVE 'Y' TO WS-PAY-EOF
           END-START
           PERFORM UNTIL WS-PAY-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   IF FS-FK-BOOKING-ID NOT = FS-BOOKING-ID THEN
                       MOVE 'Y' TO WS-PAY-EOF
                   ELSE
                       IF FS-PAYMENT-IS-PAID THEN
                           MOVE 'Y' TO WS-RR-TRIP-IS-PAID
                           MOVE 'Y' TO WS-PAY-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       RECHECK-REFERRAL-PAIR.
      *    Same matching rules as the duplicate-passenger review:
      *    email first, then phone, then first and last name.
           MOVE SPACES TO WS-RR-REJECT-REASON

           MOVE 'N' TO WS-RR-R-FOUND
           MOVE FS-RFR-REFERRER-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-RR-R-FOUND
               MOVE FS-P-FIRST-NAME TO WS-RR-R-FIRST-NAME
               MOVE FS-P-LAST-NAME TO WS-RR-R-LAST-NAME
               MOVE FS-P-EMAIL TO WS-RR-R-EMAIL
               MOVE FS-P-PHONE-NUMBER TO WS-RR-R-PHONE
               MOVE FS-P-STATUS TO WS-RR-R-STATUS
           END-READ

           MOVE 'N' TO WS-RR-E-FOUND
           MOVE FS-RFR-REFEREE-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-RR-E-FOUND
               MOVE FS-P-FIRST-NAME TO WS-RR-E-FIRST-NAME
               MOVE FS-P-LAST-NAME TO WS-RR-E-LAST-NAME
               MOVE FS-P-EMAIL TO WS-RR-E-EMAIL
               MOVE FS-P-PHONE-NUMBER TO WS-RR-E-PHONE
               MOVE FS-P-STATUS TO WS-RR-E-STATUS
           END-READ

           IF WS-RR-R-FOUND NOT = 'Y' OR WS-RR-E-FOUND NOT = 'Y' THEN
               MOVE 'NO-ACCOUNT' TO WS-RR-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-RR-R-STATUS = 'inactive' OR
               WS-RR-E-STATUS = 'inactive' THEN
               MOVE 'INACTIVE' TO WS-RR-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF FS-RFR-REFERRER-ID = FS-RFR-REFEREE-ID THEN
               MOVE 'SELF' TO WS-RR-REJECT-REASON
           ELSE
               IF WS-RR-R-EMAIL = WS-RR-E-EMAIL AND
                   WS-RR-R-EMAIL NOT = SPACES THEN
                   MOVE 'EMAIL' TO WS-RR-REJECT-REASON
               ELSE
                   IF WS-RR-R-PHONE = WS-RR-E-PHONE AND
                       WS-RR-R-PHONE NOT = SPACES THEN
                       MOVE 'PHONE' TO WS-RR-REJECT-REASON
                   ELSE
                       IF WS-RR-R-FIRST-NAME = WS-RR-E-FIRST-NAME
                           AND WS-RR-R-LAST-NAME = WS-RR-E-LAST-NAME
                           AND WS-RR-R-LAST-NAME NOT = SPACES THEN
                           MOVE 'NAME' TO WS-RR-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       CREDIT-REFERRAL-POINTS.
           IF WS-RR-CREDIT-POINTS = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-LOYALTY-FILE
           IF WS-LP-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-LOYALTY-FILE
               CLOSE FS-LOYALTY-FILE
               OPEN I-O FS-LOYALTY-FILE
           END-IF
           MOVE WS-RR-CREDIT-USER-ID TO FS-LP-USER-ID
           READ FS-LOYALTY-FILE
           KEY IS FS-LP-USER-ID
           INVALID KEY
               MOVE WS-RR-CREDIT-USER-ID TO FS-LP-USER-ID
               MOVE WS-RR-CREDIT-POINTS TO FS-LP-POINTS-BALANCE
               MOVE WS-RR-CREDIT-POINTS TO FS-LP-POINTS-EARNED
               MOVE ZEROES TO FS-LP-POINTS-SPENT
               WRITE FS-LOYALTY-RECORD
               END-WRITE
           NOT INVALID KEY
               ADD WS-RR-CREDIT-POINTS TO FS-LP-POINTS-BALANCE
               ADD WS-RR-CREDIT-POINTS TO FS-LP-POINTS-EARNED
               REWRITE FS-LOYALTY-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-LOYALTY-FILE

           MOVE SPACES TO FS-LOYALTY-LEDGER-RECORD
           MOVE WS-RR-CREDIT-USER-ID TO FS-LL-USER-ID
           MOVE 'REFER' TO FS-LL-ENTRY-TYPE
           MOVE WS-RR-CREDIT-POINTS TO FS-LL-POINTS
           MOVE WS-RR-TRIP-BOOKING-ID TO FS-LL-REFERENCE
           MOVE WS-TIME-STAMP TO FS-LL-TIME-STAMP
           OPEN EXTEND FS-LOYALTY-LEDGER-FILE
           WRITE FS-LOYALTY-LEDGER-RECORD
           CLOSE FS-LOYALTY-LEDGER-FILE
           .

       WRITE-REFERRAL-REPORT.
           PERFORM TALLY-REFERRALS

           OPEN OUTPUT FS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/referral_report.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'PASSENGER REFERRALS - RUN ' WS-TS-DATE
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE WS-RR-REFERRER-POINTS TO WS-RR-EDIT-POINTS-1
           MOVE WS-RR-REFEREE-POINTS TO WS-RR-EDIT-POINTS-2
           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'Reward per referral: referrer '
               WS-RR-EDIT-POINTS-1 ' pts, new passenger '
               WS-RR-EDIT-POINTS-2 ' pts (1 pt = PHP 1.00)'
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE ALL '=' TO FS-REPORT-RECORD(1:100)
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'REFERRER ID     NAME                          '
               '  REFERRED PENDING REWARDED REJECTED   REWARD COST'
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE ALL '-' TO FS-REPORT-RECORD(1:100)
           WRITE FS-REPORT-RECORD

           OPEN INPUT FS-PASSENGER-FILE
           MOVE 1 TO WS-RR-X
           PERFORM UNTIL WS-RR-X > WS-RR-RT-COUNT
               PERFORM WRITE-ONE-REFERRER
               ADD 1 TO WS-RR-X
           END-PERFORM
           CLOSE FS-PASSENGER-FILE

           IF WS-RR-RT-COUNT = ZEROES THEN
               MOVE '  No referrals on file.' TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF

           MOVE ALL '-' TO FS-REPORT-RECORD(1:100)
           WRITE FS-REPORT-RECORD
           MOVE WS-RR-TOT-REFERRALS TO WS-RR-EDIT-TOTAL-1
           MOVE WS-RR-TOT-PENDING TO WS-RR-EDIT-TOTAL-2
           MOVE WS-RR-TOT-REWARDED TO WS-RR-EDIT-TOTAL-3
           MOVE WS-RR-TOT-REJECTED TO WS-RR-EDIT-TOTAL-4
           MOVE WS-RR-TOT-COST TO WS-RR-EDIT-COST
           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'ALL REFERRERS' WS-RR-PAD-36
               WS-RR-EDIT-TOTAL-1 ' ' WS-RR-EDIT-TOTAL-2
               '  ' WS-RR-EDIT-TOTAL-3 '  ' WS-RR-EDIT-TOTAL-4
               '  ' WS-RR-EDIT-COST
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'REFERRALS referral_rewards '
               'data/export/referral_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       TALLY-REFERRALS.
           MOVE ZEROES TO WS-RR-RT-COUNT
           OPEN INPUT FS-REFERRAL-FILE
           IF WS-RFR-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-REFERRAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END PERFORM TALLY-ONE-REFERRAL
               END-READ
           END-PERFORM
           CLOSE FS-REFERRAL-FILE
           .

       TALLY-ONE-REFERRAL.
           MOVE 'N' TO WS-RR-FOUND
           MOVE 1 TO WS-RR-X
           PERFORM UNTIL WS-RR-X > WS-RR-RT-COUNT OR
               WS-RR-FOUND = 'Y'
               IF WS-RR-RT-USER-ID(WS-RR-X) = FS-RFR-REFERRER-ID THEN
                   MOVE 'Y' TO WS-RR-FOUND
               ELSE
                   ADD 1 TO WS-RR-X
               END-IF
           END-PERFORM
           IF WS-RR-FOUND NOT = 'Y' THEN
               IF WS-RR-RT-COUNT NOT < 1000 THEN
                   DISPLAY 'WARNING: referrer table full, '
                       FS-RFR-REFERRER-ID ' left out'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RR-RT-COUNT
               MOVE WS-RR-RT-COUNT TO WS-RR-X
               MOVE FS-RFR-REFERRER-ID TO WS-RR-RT-USER-ID(WS-RR-X)
               MOVE ZEROES TO WS-RR-RT-REFERRALS(WS-RR-X)
               MOVE ZEROES TO WS-RR-RT-PENDING(WS-RR-X)
               MOVE ZEROES TO WS-RR-RT-REWARDED(WS-RR-X)
               MOVE ZEROES TO WS-RR-RT-REJECTED(WS-RR-X)
               MOVE ZEROES TO WS-RR-RT-COST(WS-RR-X)
           END-IF

           ADD 1 TO WS-RR-RT-REFERRALS(WS-RR-X)
           ADD 1 TO WS-RR-TOT-REFERRALS
           EVALUATE TRUE
               WHEN FS-RFR-IS-PENDING
                   ADD 1 TO WS-RR-RT-PENDING(WS-RR-X)
                   ADD 1 TO WS-RR-TOT-PENDING
               WHEN FS-RFR-IS-REWARDED
                   ADD 1 TO WS-RR-RT-REWARDED(WS-RR-X)
                   ADD 1 TO WS-RR-TOT-REWARDED
                   ADD FS-RFR-REFERRER-POINTS TO
                       WS-RR-RT-COST(WS-RR-X)
                   ADD FS-RFR-REFEREE-POINTS TO
                       WS-RR-RT-COST(WS-RR-X)
                   ADD FS-RFR-REFERRER-POINTS TO WS-RR-TOT-COST
                   ADD FS-RFR-REFEREE-POINTS TO WS-RR-TOT-COST
               WHEN FS-RFR-IS-REJECTED
                   ADD 1 TO WS-RR-RT-REJECTED(WS-RR-X)
                   ADD 1 TO WS-RR-TOT-REJECTED
           END-EVALUATE
           .

       WRITE-ONE-REFERRER.
           MOVE SPACES TO WS-RR-NAME
           MOVE WS-RR-RT-USER-ID(WS-RR-X) TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               MOVE '(account not on file)' TO WS-RR-NAME
           NOT INVALID KEY
               STRING FS-P-FIRST-NAME DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   FS-P-LAST-NAME DELIMITED BY '  '
               INTO WS-RR-NAME
           END-READ

           MOVE WS-RR-RT-REFERRALS(WS-RR-X) TO WS-RR-EDIT-COUNT-1
           MOVE WS-RR-RT-PENDING(WS-RR-X) TO WS-RR-EDIT-COUNT-2
           MOVE WS-RR-RT-REWARDED(WS-RR-X) TO WS-RR-EDIT-COUNT-3
           MOVE WS-RR-RT-REJECTED(WS-RR-X) TO WS-RR-EDIT-COUNT-4
           MOVE WS-RR-RT-COST(WS-RR-X) TO WS-RR-EDIT-COST
           MOVE SPACES TO FS-REPORT-RECORD
           STRING WS-RR-RT-USER-ID(WS-RR-X) ' ' WS-RR-NAME
               '     ' WS-RR-EDIT-COUNT-1
               '   ' WS-RR-EDIT-COUNT-2
               '    ' WS-RR-EDIT-COUNT-3
               '    ' WS-RR-EDIT-COUNT-4
               '  ' WS-RR-EDIT-COST
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           .

       GENERATE-TIME-STAMP.
           ACCEPT WS-TS-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TS-YYYYMMDD(5:2) TO WS-TS-DATE(1:2)
           MOVE '/' TO WS-TS-DATE(3:1)
           MOVE WS-TS-YYYYMMDD(7:2) TO WS-TS-DATE(4:2)
           MOVE '/' TO WS-TS-DATE(6:1)
           MOVE WS-TS-YYYYMMDD(1:4) TO WS-TS-DATE(7:4)
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:2) TO WS-TS-HOUR
           MOVE WS-TIME(3:2) TO WS-TS-MINUTES
           MOVE WS-TIME(5:2) TO WS-TS-SECOND
           .
