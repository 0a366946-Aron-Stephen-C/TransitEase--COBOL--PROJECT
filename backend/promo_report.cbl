       IDENTIFICATION DIVISION.
       PROGRAM-ID. promo_report.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-PROMO-FILE ASSIGN TO 'data/promo_codes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PROMO-CODE
               FILE STATUS IS WS-PROMO-FILE-STATUS.

           SELECT FS-PAYMENT-FILE ASSIGN TO 'data/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PAYMENT-ID
               ALTERNATE RECORD KEY IS FS-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PAY-FILE-STATUS.

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

           SELECT FS-TRIP-SUMMARY-FILE ASSIGN TO
               'data/trip_summary.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TSU-SCHEDULE-ID
               FILE STATUS IS WS-TSU-FILE-STATUS.

           SELECT FS-REPORT-FILE ASSIGN TO
               'data/export/promo_performance.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-PROMO-FILE.
       01  FS-PROMO-RECORD.
           02    FS-PROMO-CODE    PIC X(15).
           02    FS-PROMO-DISCOUNT-TYPE    PIC X.
           02    FS-PROMO-DISCOUNT-VALUE    PIC 9(7)V99.
           02    FS-PROMO-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-PROMO-STATUS    PIC X(8).
           02    FS-PROMO-TIME-STAMP    PIC X(21).

       FD  FS-PAYMENT-FILE.
       01  FS-PAYMENT-RECORD.
           02    FS-PAYMENT-ID    PIC X(15).
           02    FS-FK-BOOKING-ID    PIC X(15).
           02    FS-PAYMENT-METHOD    PIC X(11).
           02    FS-PAYMENT-AMOUNT    PIC 9(10)V99.
           02    FS-PAYMENT-STATUS    PIC X(9).
      *        A sale took place - pending and expired holds never
      *        became one.
               88    FS-PAYMENT-IS-SALE    VALUE 'paid', 'settled',
                   'invoiced', 'billed', 'partial', 'refunded',
                   'chargebck', 'forfeited'.
      *        The money stayed with us.
               88    FS-PAYMENT-IS-KEPT    VALUE 'paid', 'settled',
                   'invoiced', 'billed', 'partial', 'forfeited'.
           02    FS-PROMO-CODE-USED    PIC X(15).
           02    FS-DISCOUNT-AMOUNT    PIC 9(10)V99.
           02    FS-DISCOUNT-REASON    PIC X(20).
           02    FS-EWALLET-REF-NUMBER    PIC X(20).
           02    FS-EWALLET-CONFIRMATION-CODE    PIC X(10).
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC X(10).
               03    FS-TT-REST    PIC X(11).

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

       FD  FS-TRIP-SUMMARY-FILE.
       01  FS-TRIP-SUMMARY-RECORD.
           02    FS-TSU-SCHEDULE-ID    PIC X(15).
           02    FS-TSU-BOARDED-COUNT    PIC 9(5).
           02    FS-TSU-NOSHOW-COUNT    PIC 9(5).
           02    FS-TSU-WAITLIST-CANCELED    PIC 9(5).
           02    FS-TSU-STANDEE-COUNT    PIC 9(5).
           02    FS-TSU-REVENUE    PIC 9(12)V99.
           02    FS-TSU-LOAD-FACTOR-PCT    PIC 9(3)V99.
           02    FS-TSU-TIME-STAMP    PIC X(21).

       FD  FS-REPORT-FILE.
       01  FS-REPORT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-PROMO-FILE-STATUS    PIC XX.
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-SH-FILE-STATUS    PIC XX.
       01  WS-TSU-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-PR-CODE-ENTRY    PIC X(15).
       01  WS-PR-RUN-DATE    PIC X(10).
      *    One entry per promo code reported. Day numbers are
      *    INTEGER-OF-DATE values; the window runs from the first
      *    redemption for whole weeks so it can be set against the
      *    same number of weeks just before it.
       01  WS-PR-PROMO-TABLE.
           02    WS-PR-PROMO OCCURS 200 TIMES.
               03    WS-PR-CODE    PIC X(15).
               03    WS-PR-TYPE    PIC X.
               03    WS-PR-VALUE    PIC 9(7)V99.
               03    WS-PR-EXPIRY    PIC X(10).
               03    WS-PR-STATUS    PIC X(8).
               03    WS-PR-REDEEMED    PIC 9(5).
               03    WS-PR-DISCOUNT    PIC 9(10)V99.
               03    WS-PR-REVENUE    PIC 9(10)V99.
               03    WS-PR-FIRST-TIME    PIC 9(5).
               03    WS-PR-REPEAT    PIC 9(5).
               03    WS-PR-CANCELED    PIC 9(5).
               03    WS-PR-NO-SHOW    PIC 9(5).
               03    WS-PR-FIRST-DAY    PIC 9(8).
               03    WS-PR-LAST-DAY    PIC 9(8).
               03    WS-PR-WEEKS    PIC 9(3).
               03    WS-PR-WIN-START    PIC 9(8).
               03    WS-PR-WIN-END    PIC 9(8).
               03    WS-PR-PRIOR-START    PIC 9(8).
               03    WS-PR-FF-BOOKINGS    PIC 9(7).
               03    WS-PR-FF-CANCELED    PIC 9(7).
               03    WS-PR-FF-NO-SHOW    PIC 9(7).
       01  WS-PR-PROMO-COUNT    PIC 9(3) VALUE 0.
      *    Routes the redeemed bookings travelled on, per promo, with
      *    the closed-trip load in the promo window and before it.
       01  WS-PR-ROUTE-TABLE.
           02    WS-PR-ROUTE OCCURS 500 TIMES.
               03    WS-PR-RT-PROMO    PIC 9(3).
               03    WS-PR-RT-ROUTE-ID    PIC X(15).
               03    WS-PR-RT-WIN-TRIPS    PIC 9(5).
               03    WS-PR-RT-WIN-LOAD    PIC 9(7)V99.
               03    WS-PR-RT-PRIOR-TRIPS    PIC 9(5).
               03    WS-PR-RT-PRIOR-LOAD    PIC 9(7)V99.
       01  WS-PR-ROUTE-COUNT    PIC 9(3) VALUE 0.
       01  WS-PR-X    PIC 9(3).
       01  WS-PR-R    PIC 9(3).
       01  WS-PR-P    PIC 9(3).
       01  WS-PR-FOUND    PIC X.
       01  WS-PR-BK-FOUND    PIC X.
       01  WS-PR-BK-ID    PIC X(15).
       01  WS-PR-BK-USER-ID    PIC X(15).
       01  WS-PR-BK-SCHEDULE-ID    PIC X(15).
       01  WS-PR-BK-STATUS    PIC X(9).
       01  WS-PR-IS-REPEAT    PIC X.
       01  WS-PR-ROUTE-ID    PIC X(15).
       01  WS-PR-TRIP-DATE    PIC X(10).
       01  WS-PR-DATE-INT    PIC 9(8).
       01  WS-PR-DAY    PIC 9(8).
       01  WS-PR-DAYS    PIC 9(5).
       01  WS-PR-PROMO-PART    PIC 9(10)V99.
       01  WS-PR-FF-WANTED    PIC X.
       01  WS-PR-PCT-1    PIC 9(3)V9.
       01  WS-PR-PCT-2    PIC 9(3)V9.
       01  WS-PR-AVG-WIN    PIC 9(3)V99.
       01  WS-PR-AVG-PRIOR    PIC 9(3)V99.
       01  WS-PR-LOAD-CHANGE    PIC S9(3)V99.
       01  WS-PR-TOT-REDEEMED    PIC 9(7) VALUE 0.
       01  WS-PR-TOT-DISCOUNT    PIC 9(10)V99 VALUE 0.
       01  WS-PR-TOT-REVENUE    PIC 9(10)V99 VALUE 0.
       01  WS-PR-EDIT-COUNT-1    PIC Z(6)9.
       01  WS-PR-EDIT-COUNT-2    PIC Z(6)9.
       01  WS-PR-EDIT-COUNT-3    PIC Z(6)9.
       01  WS-PR-EDIT-COUNT-4    PIC Z(6)9.
       01  WS-PR-EDIT-PCT-1    PIC ZZ9.9.
       01  WS-PR-EDIT-PCT-2    PIC ZZ9.9.
       01  WS-PR-EDIT-AMOUNT    PIC Z(9)9.99.
       01  WS-PR-EDIT-VALUE    PIC Z(6)9.99.
       01  WS-PR-EDIT-LOAD-1    PIC ZZ9.99.
       01  WS-PR-EDIT-LOAD-2    PIC ZZ9.99.
       01  WS-PR-EDIT-CHANGE    PIC -ZZ9.99.
       01  WS-PR-EDIT-WEEKS    PIC ZZ9.
       01  WS-PR-EDIT-DATE-1    PIC X(10).
       01  WS-PR-EDIT-DATE-2    PIC X(10).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Promo campaign performance. For each promo code: how many
      *    bookings redeemed it, the discount it gave away and the
      *    revenue the redeemed bookings brought in, how many of
      *    those passengers were travelling with us for the first
      *    time, and how often promo bookings were canceled or not
      *    used against full-fare bookings sold in the same weeks.
      *    Last, the closed-trip load on the routes the promo was
      *    used on, in the promo window against the same number of
      *    weeks just before it - what the discount actually bought.
      *    Usage : promo_report [PROMO-CODE]  (no code = every code)
           MOVE SPACES TO WS-PR-CODE-ENTRY
           ACCEPT WS-PR-CODE-ENTRY FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PR-CODE-ENTRY) TO
               WS-PR-CODE-ENTRY

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO WS-PR-RUN-DATE(1:2)
           MOVE '/' TO WS-PR-RUN-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-PR-RUN-DATE(4:2)
           MOVE '/' TO WS-PR-RUN-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-PR-RUN-DATE(7:4)

           PERFORM LOAD-PROMO-CODES
           IF WS-PR-PROMO-COUNT = ZEROES THEN
               DISPLAY 'No promo codes to report on.'
               STOP RUN
           END-IF

           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-BOOKING-HISTORY-FILE
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-SCHEDULES-HISTORY-FILE

           PERFORM SCAN-PROMO-REDEMPTIONS
           PERFORM SET-PROMO-WINDOWS
           PERFORM SCAN-FULL-FARE-BOOKINGS
           PERFORM MEASURE-ROUTE-LOAD

           CLOSE FS-BOOKING-FILE
           CLOSE FS-BOOKING-HISTORY-FILE
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-SCHEDULES-HISTORY-FILE

           PERFORM WRITE-PROMO-REPORT

           DISPLAY 'Promo codes reported : ' WS-PR-PROMO-COUNT
           DISPLAY 'Redemptions          : ' WS-PR-TOT-REDEEMED

           GOBACK
           STOP RUN.

       LOAD-PROMO-CODES.
           MOVE ZEROES TO WS-PR-PROMO-COUNT
           OPEN INPUT FS-PROMO-FILE
           IF WS-PROMO-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF

           IF WS-PR-CODE-ENTRY NOT = SPACES THEN
               MOVE WS-PR-CODE-ENTRY TO FS-PROMO-CODE
               READ FS-PROMO-FILE
               KEY IS FS-PROMO-CODE
               INVALID KEY
                   DISPLAY 'Promo code ' WS-PR-CODE-ENTRY
                       ' is not on file.'
               NOT INVALID KEY
                   PERFORM ADD-PROMO-ENTRY
               END-READ
           ELSE
               MOVE SPACES TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-PROMO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ADD-PROMO-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FS-PROMO-FILE
           .

       ADD-PROMO-ENTRY.
           IF WS-PR-PROMO-COUNT NOT < 200 THEN
               DISPLAY 'WARNING: promo table full, '
                   FS-PROMO-CODE ' left out'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-PROMO-COUNT
           MOVE WS-PR-PROMO-COUNT TO WS-PR-X
           MOVE FS-PROMO-CODE TO WS-PR-CODE(WS-PR-X)
           MOVE FS-PROMO-DISCOUNT-TYPE TO WS-PR-TYPE(WS-PR-X)
           MOVE FS-PROMO-DISCOUNT-VALUE TO WS-PR-VALUE(WS-PR-X)
           MOVE FS-PROMO-EXPIRY-DATE TO WS-PR-EXPIRY(WS-PR-X)
           MOVE FS-PROMO-STATUS TO WS-PR-STATUS(WS-PR-X)
           MOVE ZEROES TO WS-PR-REDEEMED(WS-PR-X)
           MOVE ZEROES TO WS-PR-DISCOUNT(WS-PR-X)
           MOVE ZEROES TO WS-PR-REVENUE(WS-PR-X)
           MOVE ZEROES TO WS-PR-FIRST-TIME(WS-PR-X)
           MOVE ZEROES TO WS-PR-REPEAT(WS-PR-X)
           MOVE ZEROES TO WS-PR-CANCELED(WS-PR-X)
           MOVE ZEROES TO WS-PR-NO-SHOW(WS-PR-X)
           MOVE ZEROES TO WS-PR-FIRST-DAY(WS-PR-X)
           MOVE ZEROES TO WS-PR-LAST-DAY(WS-PR-X)
           MOVE ZEROES TO WS-PR-WEEKS(WS-PR-X)
           MOVE ZEROES TO WS-PR-WIN-START(WS-PR-X)
           MOVE ZEROES TO WS-PR-WIN-END(WS-PR-X)
           MOVE ZEROES TO WS-PR-PRIOR-START(WS-PR-X)
           MOVE ZEROES TO WS-PR-FF-BOOKINGS(WS-PR-X)
           MOVE ZEROES TO WS-PR-FF-CANCELED(WS-PR-X)
           MOVE ZEROES TO WS-PR-FF-NO-SHOW(WS-PR-X)
           .

       SCAN-PROMO-REDEMPTIONS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-PAY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PROMO-CODE-USED NOT = SPACES AND
                       FS-PAYMENT-IS-SALE THEN
                       PERFORM COUNT-ONE-REDEMPTION
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-FILE-STATUS = '00' OR
               WS-PAY-FILE-STATUS = '10' THEN
               CLOSE FS-PAYMENT-FILE
           END-IF
           .

       COUNT-ONE-REDEMPTION.
           MOVE 'N' TO WS-PR-FOUND
           MOVE 1 TO WS-PR-P
           PERFORM UNTIL WS-PR-P > WS-PR-PROMO-COUNT OR
               WS-PR-FOUND = 'Y'
               IF WS-PR-CODE(WS-PR-P) = FS-PROMO-CODE-USED THEN
                   MOVE 'Y' TO WS-PR-FOUND
               ELSE
                   ADD 1 TO WS-PR-P
               END-IF
           END-PERFORM
           IF WS-PR-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-PAYMENT-BOOKING
           IF WS-PR-BK-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PR-REDEEMED(WS-PR-P)
           PERFORM DERIVE-PROMO-PART
           ADD WS-PR-PROMO-PART TO WS-PR-DISCOUNT(WS-PR-P)
           IF FS-PAYMENT-IS-KEPT THEN
               ADD FS-PAYMENT-AMOUNT TO WS-PR-REVENUE(WS-PR-P)
           END-IF

           EVALUATE WS-PR-BK-STATUS
               WHEN 'canceled'
                   ADD 1 TO WS-PR-CANCELED(WS-PR-P)
               WHEN 'no-show'
                   ADD 1 TO WS-PR-NO-SHOW(WS-PR-P)
           END-EVALUATE

           PERFORM PAYMENT-DATE-TO-DAY
           IF WS-PR-DAY > ZEROES AND
               (WS-PR-FIRST-DAY(WS-PR-P) = ZEROES OR
               WS-PR-DAY < WS-PR-FIRST-DAY(WS-PR-P)) THEN
               MOVE WS-PR-DAY TO WS-PR-FIRST-DAY(WS-PR-P)
           END-IF
           IF WS-PR-DAY > WS-PR-LAST-DAY(WS-PR-P) THEN
               MOVE WS-PR-DAY TO WS-PR-LAST-DAY(WS-PR-P)
           END-IF

           PERFORM CHECK-FIRST-TRIP
           IF WS-PR-IS-REPEAT = 'Y' THEN
               ADD 1 TO WS-PR-REPEAT(WS-PR-P)
           ELSE
               ADD 1 TO WS-PR-FIRST-TIME(WS-PR-P)
           END-IF

           PERFORM FETCH-TRIP-ROUTE
           IF WS-PR-ROUTE-ID NOT = SPACES THEN
               PERFORM ADD-PROMO-ROUTE
           END-IF
           .

       FETCH-PAYMENT-BOOKING.
      *    Live booking first, then the archive.
           MOVE 'N' TO WS-PR-BK-FOUND
           MOVE FS-FK-BOOKING-ID TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-PR-BK-FOUND
               MOVE FS-BOOKING-ID TO WS-PR-BK-ID
               MOVE FS-FK-USER-ID TO WS-PR-BK-USER-ID
               MOVE FS-FK-SCHEDULE-ID TO WS-PR-BK-SCHEDULE-ID
               MOVE FS-BOOKING-STATUS TO WS-PR-BK-STATUS
           END-READ
           IF WS-PR-BK-FOUND = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-FK-BOOKING-ID TO FS-BH-BOOKING-ID
           READ FS-BOOKING-HISTORY-FILE
           KEY IS FS-BH-BOOKING-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-PR-BK-FOUND
               MOVE FS-BH-BOOKING-ID TO WS-PR-BK-ID
               MOVE FS-BH-FK-USER-ID TO WS-PR-BK-USER-ID
               MOVE FS-BH-FK-SCHEDULE-ID TO WS-PR-BK-SCHEDULE-ID
               MOVE FS-BH-BOOKING-STATUS TO WS-PR-BK-STATUS
           END-READ
           .

       DERIVE-PROMO-PART.
      *    The payment row carries the whole discount. When a senior
      *    or PWD discount was stacked under the promo, the promo's
      *    own share is worked back from the promo terms: a percent
      *    promo took its cut of the already-discounted fare that is
      *    left in the payment amount.
           MOVE FS-DISCOUNT-AMOUNT TO WS-PR-PROMO-PART
           IF FS-DISCOUNT-REASON NOT = 'senior/PWD + promo' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-TYPE(WS-PR-P) = 'P' THEN
               IF WS-PR-VALUE(WS-PR-P) < 100 THEN
                   COMPUTE WS-PR-PROMO-PART ROUNDED =
                       FS-PAYMENT-AMOUNT * WS-PR-VALUE(WS-PR-P) /
                       (100 - WS-PR-VALUE(WS-PR-P))
               END-IF
           ELSE
               IF WS-PR-VALUE(WS-PR-P) < WS-PR-PROMO-PART THEN
                   MOVE WS-PR-VALUE(WS-PR-P) TO WS-PR-PROMO-PART
               END-IF
           END-IF
           IF WS-PR-PROMO-PART > FS-DISCOUNT-AMOUNT THEN
               MOVE FS-DISCOUNT-AMOUNT TO WS-PR-PROMO-PART
           END-IF
           .

       PAYMENT-DATE-TO-DAY.
           MOVE FS-TT-DATE(7:4) TO WS-PR-DATE-INT(1:4)
           MOVE FS-TT-DATE(1:2) TO WS-PR-DATE-INT(5:2)
           MOVE FS-TT-DATE(4:2) TO WS-PR-DATE-INT(7:2)
           IF WS-PR-DATE-INT IS NOT NUMERIC THEN
               MOVE ZEROES TO WS-PR-DAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PR-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PR-DATE-INT)
           .

       CHECK-FIRST-TRIP.
      *    Booking IDs run in date order, so any booking of the same
      *    passenger with a lower ID came first. Archived bookings
      *    are only searched when the live file shows none.
           MOVE 'N' TO WS-PR-IS-REPEAT
           MOVE SPACES TO WS-SCAN-EOF
           MOVE WS-PR-BK-USER-ID TO FS-FK-USER-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-USER-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-FK-USER-ID NOT = WS-PR-BK-USER-ID THEN
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF FS-BOOKING-ID < WS-PR-BK-ID THEN
                           MOVE 'Y' TO WS-PR-IS-REPEAT
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PR-IS-REPEAT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCAN-EOF
           MOVE LOW-VALUES TO FS-BH-BOOKING-ID
           START FS-BOOKING-HISTORY-FILE KEY IS >= FS-BH-BOOKING-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-BOOKING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-BH-BOOKING-ID NOT < WS-PR-BK-ID THEN
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF FS-BH-FK-USER-ID = WS-PR-BK-USER-ID THEN
                           MOVE 'Y' TO WS-PR-IS-REPEAT
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       FETCH-TRIP-ROUTE.
           MOVE SPACES TO WS-PR-ROUTE-ID
           MOVE SPACES TO WS-PR-TRIP-DATE
           MOVE WS-PR-BK-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-FK-ROUTE-ID TO WS-PR-ROUTE-ID
               MOVE FS-S-D-DATE TO WS-PR-TRIP-DATE
           END-READ
           IF WS-PR-ROUTE-ID NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PR-BK-SCHEDULE-ID TO FS-SH-SCHEDULE-ID
           READ FS-SCHEDULES-HISTORY-FILE
           KEY IS FS-SH-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-SH-FK-ROUTE-ID TO WS-PR-ROUTE-ID
               MOVE FS-SH-D-DATE TO WS-PR-TRIP-DATE
           END-READ
           .

       ADD-PROMO-ROUTE.
           MOVE 'N' TO WS-PR-FOUND
           MOVE 1 TO WS-PR-R
           PERFORM UNTIL WS-PR-R > WS-PR-ROUTE-COUNT OR
               WS-PR-FOUND = 'Y'
               IF WS-PR-RT-PROMO(WS-PR-R) = WS-PR-P AND
                   WS-PR-RT-ROUTE-ID(WS-PR-R) = WS-PR-ROUTE-ID THEN
                   MOVE 'Y' TO WS-PR-FOUND
               ELSE
                   ADD 1 TO WS-PR-R
               END-IF
           END-PERFORM
           IF WS-PR-FOUND = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           IF WS-PR-ROUTE-COUNT NOT < 500 THEN
               DISPLAY 'WARNING: route table full, '
                   WS-PR-ROUTE-ID ' left out'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-ROUTE-COUNT
           MOVE WS-PR-ROUTE-COUNT TO WS-PR-R
           MOVE WS-PR-P TO WS-PR-RT-PROMO(WS-PR-R)
           MOVE WS-PR-ROUTE-ID TO WS-PR-RT-ROUTE-ID(WS-PR-R)
           MOVE ZEROES TO WS-PR-RT-WIN-TRIPS(WS-PR-R)
           MOVE ZEROES TO WS-PR-RT-WIN-LOAD(WS-PR-R)
           MOVE ZEROES TO WS-PR-RT-PRIOR-TRIPS(WS-PR-R)
           MOVE ZEROES TO WS-PR-RT-PRIOR-LOAD(WS-PR-R)
           .

       SET-PROMO-WINDOWS.
      *    First to last redemption, rounded up to whole weeks so the
      *    weeks before hold the same mix of weekdays.
           MOVE 1 TO WS-PR-X
           PERFORM UNTIL WS-PR-X > WS-PR-PROMO-COUNT
               IF WS-PR-REDEEMED(WS-PR-X) > ZEROES THEN
                   COMPUTE WS-PR-DAYS = WS-PR-LAST-DAY(WS-PR-X) -
                       WS-PR-FIRST-DAY(WS-PR-X) + 1
                   DIVIDE 7 INTO WS-PR-DAYS
                       GIVING WS-PR-WEEKS(WS-PR-X)
                   IF WS-PR-WEEKS(WS-PR-X) * 7 < WS-PR-DAYS THEN
                       ADD 1 TO WS-PR-WEEKS(WS-PR-X)
                   END-IF
                   MOVE WS-PR-FIRST-DAY(WS-PR-X) TO
                       WS-PR-WIN-START(WS-PR-X)
                   COMPUTE WS-PR-WIN-END(WS-PR-X) =
                       WS-PR-FIRST-DAY(WS-PR-X) +
                       (WS-PR-WEEKS(WS-PR-X) * 7) - 1
                   COMPUTE WS-PR-PRIOR-START(WS-PR-X) =
                       WS-PR-FIRST-DAY(WS-PR-X) -
                       (WS-PR-WEEKS(WS-PR-X) * 7)
               END-IF
               ADD 1 TO WS-PR-X
           END-PERFORM
           .

       SCAN-FULL-FARE-BOOKINGS.
      *    Full fare = sold with no discount of any kind, paid inside
      *    the promo's window.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-PAY-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PROMO-CODE-USED = SPACES AND
                       FS-DISCOUNT-AMOUNT = ZEROES AND
                       FS-PAYMENT-IS-SALE THEN
                       PERFORM COUNT-ONE-FULL-FARE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-FILE-STATUS = '00' OR
               WS-PAY-FILE-STATUS = '10' THEN
               CLOSE FS-PAYMENT-FILE
           END-IF
           .

       COUNT-ONE-FULL-FARE.
           PERFORM PAYMENT-DATE-TO-DAY
           MOVE 'N' TO WS-PR-FF-WANTED
           MOVE 1 TO WS-PR-X
           PERFORM UNTIL WS-PR-X > WS-PR-PROMO-COUNT OR
               WS-PR-FF-WANTED = 'Y'
               IF WS-PR-REDEEMED(WS-PR-X) > ZEROES AND
                   WS-PR-DAY >= WS-PR-WIN-START(WS-PR-X) AND
                   WS-PR-DAY <= WS-PR-WIN-END(WS-PR-X) THEN
                   MOVE 'Y' TO WS-PR-FF-WANTED
               END-IF
               ADD 1 TO WS-PR-X
           END-PERFORM
           IF WS-PR-FF-WANTED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM FETCH-PAYMENT-BOOKING
           IF WS-PR-BK-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-PR-X
           PERFORM UNTIL WS-PR-X > WS-PR-PROMO-COUNT
               IF WS-PR-REDEEMED(WS-PR-X) > ZEROES AND
                   WS-PR-DAY >= WS-PR-WIN-START(WS-PR-X) AND
                   WS-PR-DAY <= WS-PR-WIN-END(WS-PR-X) THEN
                   ADD 1 TO WS-PR-FF-BOOKINGS(WS-PR-X)
                   EVALUATE WS-PR-BK-STATUS
                       WHEN 'canceled'
                           ADD 1 TO WS-PR-FF-CANCELED(WS-PR-X)
                       WHEN 'no-show'
                           ADD 1 TO WS-PR-FF-NO-SHOW(WS-PR-X)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-PR-X
           END-PERFORM
           .

       MEASURE-ROUTE-LOAD.
      *    Closed trips only - trip_summary holds the load factor the
      *    close-out worked out for each trip that ran.
           IF WS-PR-ROUTE-COUNT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-TRIP-SUMMARY-FILE
           IF WS-TSU-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-TRIP-SUMMARY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM SCORE-ONE-CLOSED-TRIP
               END-READ
           END-PERFORM
           IF WS-TSU-FILE-STATUS = '00' OR
               WS-TSU-FILE-STATUS = '10' THEN
               CLOSE FS-TRIP-SUMMARY-FILE
           END-IF
           .

       SCORE-ONE-CLOSED-TRIP.
           MOVE FS-TSU-SCHEDULE-ID TO WS-PR-BK-SCHEDULE-ID
           PERFORM FETCH-TRIP-ROUTE
           IF WS-PR-ROUTE-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-TRIP-DATE(7:4) TO WS-PR-DATE-INT(1:4)
           MOVE WS-PR-TRIP-DATE(1:2) TO WS-PR-DATE-INT(5:2)
           MOVE WS-PR-TRIP-DATE(4:2) TO WS-PR-DATE-INT(7:2)
           IF WS-PR-DATE-INT IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PR-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PR-DATE-INT)

           MOVE 1 TO WS-PR-R
           PERFORM UNTIL WS-PR-R > WS-PR-ROUTE-COUNT
               IF WS-PR-RT-ROUTE-ID(WS-PR-R) = WS-PR-ROUTE-ID THEN
                   MOVE WS-PR-RT-PROMO(WS-PR-R) TO WS-PR-P
                   IF WS-PR-DAY >= WS-PR-WIN-START(WS-PR-P) AND
                       WS-PR-DAY <= WS-PR-WIN-END(WS-PR-P) THEN
                       ADD 1 TO WS-PR-RT-WIN-TRIPS(WS-PR-R)
                       ADD FS-TSU-LOAD-FACTOR-PCT TO
                           WS-PR-RT-WIN-LOAD(WS-PR-R)
                   END-IF
                   IF WS-PR-DAY >= WS-PR-PRIOR-START(WS-PR-P) AND
                       WS-PR-DAY < WS-PR-WIN-START(WS-PR-P) THEN
                       ADD 1 TO WS-PR-RT-PRIOR-TRIPS(WS-PR-R)
                       ADD FS-TSU-LOAD-FACTOR-PCT TO
                           WS-PR-RT-PRIOR-LOAD(WS-PR-R)
                   END-IF
               END-IF
               ADD 1 TO WS-PR-R
           END-PERFORM
           .

       WRITE-PROMO-REPORT.
           OPEN OUTPUT FS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/promo_performance.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'PROMO CAMPAIGN PERFORMANCE - RUN ' WS-PR-RUN-DATE
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE ALL '=' TO FS-REPORT-RECORD(1:88)
           WRITE FS-REPORT-RECORD

           MOVE 1 TO WS-PR-X
           PERFORM UNTIL WS-PR-X > WS-PR-PROMO-COUNT
               PERFORM WRITE-ONE-PROMO
               ADD 1 TO WS-PR-X
           END-PERFORM

           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE WS-PR-PROMO-COUNT TO WS-PR-EDIT-COUNT-1
           MOVE WS-PR-TOT-REDEEMED TO WS-PR-EDIT-COUNT-2
           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'ALL CODES  codes ' WS-PR-EDIT-COUNT-1
               '  redemptions ' WS-PR-EDIT-COUNT-2
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE WS-PR-TOT-DISCOUNT TO WS-PR-EDIT-AMOUNT
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '           discount given ' WS-PR-EDIT-AMOUNT
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE WS-PR-TOT-REVENUE TO WS-PR-EDIT-AMOUNT
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '           revenue        ' WS-PR-EDIT-AMOUNT
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'PROMO-PERF promo_report '
               'data/export/promo_performance.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       WRITE-ONE-PROMO.
           ADD WS-PR-REDEEMED(WS-PR-X) TO WS-PR-TOT-REDEEMED
           ADD WS-PR-DISCOUNT(WS-PR-X) TO WS-PR-TOT-DISCOUNT
           ADD WS-PR-REVENUE(WS-PR-X) TO WS-PR-TOT-REVENUE

           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE WS-PR-VALUE(WS-PR-X) TO WS-PR-EDIT-VALUE
           MOVE SPACES TO FS-REPORT-RECORD
           IF WS-PR-TYPE(WS-PR-X) = 'P' THEN
               STRING 'CODE ' WS-PR-CODE(WS-PR-X) ' '
                   WS-PR-EDIT-VALUE ' PCT OFF   EXPIRES '
                   WS-PR-EXPIRY(WS-PR-X) '  ' WS-PR-STATUS(WS-PR-X)
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           ELSE
               STRING 'CODE ' WS-PR-CODE(WS-PR-X) ' '
                   WS-PR-EDIT-VALUE ' FLAT OFF  EXPIRES '
                   WS-PR-EXPIRY(WS-PR-X) '  ' WS-PR-STATUS(WS-PR-X)
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
           END-IF
           WRITE FS-REPORT-RECORD

           IF WS-PR-REDEEMED(WS-PR-X) = ZEROES THEN
               MOVE '  No redemptions.' TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PR-REDEEMED(WS-PR-X) TO WS-PR-EDIT-COUNT-1
           MOVE WS-PR-DISCOUNT(WS-PR-X) TO WS-PR-EDIT-AMOUNT
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  Redemptions        : ' WS-PR-EDIT-COUNT-1
               '   Discount given : ' WS-PR-EDIT-AMOUNT
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE WS-PR-REVENUE(WS-PR-X) TO WS-PR-EDIT-AMOUNT
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  Revenue on redeemed bookings      : '
               WS-PR-EDIT-AMOUNT
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           COMPUTE WS-PR-PCT-1 ROUNDED =
               WS-PR-FIRST-TIME(WS-PR-X) * 100 /
               WS-PR-REDEEMED(WS-PR-X)
           COMPUTE WS-PR-PCT-2 ROUNDED =
               WS-PR-REPEAT(WS-PR-X) * 100 /
               WS-PR-REDEEMED(WS-PR-X)
           MOVE WS-PR-FIRST-TIME(WS-PR-X) TO WS-PR-EDIT-COUNT-1
           MOVE WS-PR-REPEAT(WS-PR-X) TO WS-PR-EDIT-COUNT-2
           MOVE WS-PR-PCT-1 TO WS-PR-EDIT-PCT-1
           MOVE WS-PR-PCT-2 TO WS-PR-EDIT-PCT-2
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  First-time         : ' WS-PR-EDIT-COUNT-1
               ' (' WS-PR-EDIT-PCT-1 ' pct)   Repeat : '
               WS-PR-EDIT-COUNT-2 ' (' WS-PR-EDIT-PCT-2 ' pct)'
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           MOVE WS-PR-WIN-START(WS-PR-X) TO WS-PR-DAY
           PERFORM DAY-TO-EDIT-DATE
           MOVE WS-PR-EDIT-DATE-2 TO WS-PR-EDIT-DATE-1
           MOVE WS-PR-WIN-END(WS-PR-X) TO WS-PR-DAY
           PERFORM DAY-TO-EDIT-DATE
           MOVE WS-PR-WEEKS(WS-PR-X) TO WS-PR-EDIT-WEEKS
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  Promo window       : ' WS-PR-EDIT-DATE-1
               ' - ' WS-PR-EDIT-DATE-2 '  (' WS-PR-EDIT-WEEKS
               ' weeks)'
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE WS-PR-PRIOR-START(WS-PR-X) TO WS-PR-DAY
           PERFORM DAY-TO-EDIT-DATE
           MOVE WS-PR-EDIT-DATE-2 TO WS-PR-EDIT-DATE-1
           COMPUTE WS-PR-DAY = WS-PR-WIN-START(WS-PR-X) - 1
           PERFORM DAY-TO-EDIT-DATE
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  Weeks before       : ' WS-PR-EDIT-DATE-1
               ' - ' WS-PR-EDIT-DATE-2
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE '                      BOOKINGS CANCELED  NO-SHOW'
               TO FS-REPORT-RECORD
           MOVE '% CANCEL    % NO-SHOW' TO FS-REPORT-RECORD(50:21)
           WRITE FS-REPORT-RECORD
           MOVE WS-PR-REDEEMED(WS-PR-X) TO WS-PR-EDIT-COUNT-1
           MOVE WS-PR-CANCELED(WS-PR-X) TO WS-PR-EDIT-COUNT-2
           MOVE WS-PR-NO-SHOW(WS-PR-X) TO WS-PR-EDIT-COUNT-3
           COMPUTE WS-PR-PCT-1 ROUNDED =
               WS-PR-CANCELED(WS-PR-X) * 100 /
               WS-PR-REDEEMED(WS-PR-X)
           COMPUTE WS-PR-PCT-2 ROUNDED =
               WS-PR-NO-SHOW(WS-PR-X) * 100 /
               WS-PR-REDEEMED(WS-PR-X)
           MOVE WS-PR-PCT-1 TO WS-PR-EDIT-PCT-1
           MOVE WS-PR-PCT-2 TO WS-PR-EDIT-PCT-2
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  Promo bookings     : ' WS-PR-EDIT-COUNT-1 '  '
               WS-PR-EDIT-COUNT-2 '  ' WS-PR-EDIT-COUNT-3 '    '
               WS-PR-EDIT-PCT-1 '        ' WS-PR-EDIT-PCT-2
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           MOVE WS-PR-FF-BOOKINGS(WS-PR-X) TO WS-PR-EDIT-COUNT-1
           MOVE WS-PR-FF-CANCELED(WS-PR-X) TO WS-PR-EDIT-COUNT-2
           MOVE WS-PR-FF-NO-SHOW(WS-PR-X) TO WS-PR-EDIT-COUNT-3
           MOVE ZEROES TO WS-PR-PCT-1
           MOVE ZEROES TO WS-PR-PCT-2
           IF WS-PR-FF-BOOKINGS(WS-PR-X) > ZEROES THEN
               COMPUTE WS-PR-PCT-1 ROUNDED =
                   WS-PR-FF-CANCELED(WS-PR-X) * 100 /
                   WS-PR-FF-BOOKINGS(WS-PR-X)
               COMPUTE WS-PR-PCT-2 ROUNDED =
                   WS-PR-FF-NO-SHOW(WS-PR-X) * 100 /
                   WS-PR-FF-BOOKINGS(WS-PR-X)
           END-IF
           MOVE WS-PR-PCT-1 TO WS-PR-EDIT-PCT-1
           MOVE WS-PR-PCT-2 TO WS-PR-EDIT-PCT-2
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  Full-fare bookings : ' WS-PR-EDIT-COUNT-1 '  '
               WS-PR-EDIT-COUNT-2 '  ' WS-PR-EDIT-COUNT-3 '    '
               WS-PR-EDIT-PCT-1 '        ' WS-PR-EDIT-PCT-2
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE '  ROUTE LOAD' TO FS-REPORT-RECORD
           MOVE 'IN PROMO WINDOW' TO FS-REPORT-RECORD(21:15)
           MOVE 'WEEKS BEFORE' TO FS-REPORT-RECORD(42:12)
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO FS-REPORT-RECORD
           MOVE '  ROUTE' TO FS-REPORT-RECORD
           MOVE 'TRIPS AVG LOAD' TO FS-REPORT-RECORD(22:14)
           MOVE 'TRIPS AVG LOAD   CHANGE' TO FS-REPORT-RECORD(40:23)
           WRITE FS-REPORT-RECORD
           MOVE 1 TO WS-PR-R
           PERFORM UNTIL WS-PR-R > WS-PR-ROUTE-COUNT
               IF WS-PR-RT-PROMO(WS-PR-R) = WS-PR-X THEN
                   PERFORM WRITE-ROUTE-LOAD-LINE
               END-IF
               ADD 1 TO WS-PR-R
           END-PERFORM
           .

       WRITE-ROUTE-LOAD-LINE.
           MOVE ZEROES TO WS-PR-AVG-WIN
           MOVE ZEROES TO WS-PR-AVG-PRIOR
           IF WS-PR-RT-WIN-TRIPS(WS-PR-R) > ZEROES THEN
               COMPUTE WS-PR-AVG-WIN ROUNDED =
                   WS-PR-RT-WIN-LOAD(WS-PR-R) /
                   WS-PR-RT-WIN-TRIPS(WS-PR-R)
           END-IF
           IF WS-PR-RT-PRIOR-TRIPS(WS-PR-R) > ZEROES THEN
               COMPUTE WS-PR-AVG-PRIOR ROUNDED =
                   WS-PR-RT-PRIOR-LOAD(WS-PR-R) /
                   WS-PR-RT-PRIOR-TRIPS(WS-PR-R)
           END-IF
           COMPUTE WS-PR-LOAD-CHANGE = WS-PR-AVG-WIN - WS-PR-AVG-PRIOR

           MOVE WS-PR-RT-WIN-TRIPS(WS-PR-R) TO WS-PR-EDIT-COUNT-1
           MOVE WS-PR-AVG-WIN TO WS-PR-EDIT-LOAD-1
           MOVE WS-PR-RT-PRIOR-TRIPS(WS-PR-R) TO WS-PR-EDIT-COUNT-2
           MOVE WS-PR-AVG-PRIOR TO WS-PR-EDIT-LOAD-2
           MOVE WS-PR-LOAD-CHANGE TO WS-PR-EDIT-CHANGE
           MOVE SPACES TO FS-REPORT-RECORD
           STRING '  ' WS-PR-RT-ROUTE-ID(WS-PR-R) '  '
               WS-PR-EDIT-COUNT-1 '   ' WS-PR-EDIT-LOAD-1 '  '
               WS-PR-EDIT-COUNT-2 '   ' WS-PR-EDIT-LOAD-2 '  '
               WS-PR-EDIT-CHANGE
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           .

       DAY-TO-EDIT-DATE.
           COMPUTE WS-PR-DATE-INT =
               FUNCTION DATE-OF-INTEGER(WS-PR-DAY)
           MOVE WS-PR-DATE-INT(5:2) TO WS-PR-EDIT-DATE-2(1:2)
           MOVE '/' TO WS-PR-EDIT-DATE-2(3:1)
           MOVE WS-PR-DATE-INT(7:2) TO WS-PR-EDIT-DATE-2(4:2)
           MOVE '/' TO WS-PR-EDIT-DATE-2(6:1)
           MOVE WS-PR-DATE-INT(1:4) TO WS-PR-EDIT-DATE-2(7:4)
           .
