       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator_stats.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-FRANCHISE-FILE ASSIGN TO
               'data/franchise_auth.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FRA-KEY
               FILE STATUS IS WS-FRA-FILE-STATUS.

           SELECT FS-ROUTES-FILE ASSIGN TO 'data/routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ROUTE-ID
               FILE STATUS IS WS-RTE-FILE-STATUS.

           SELECT FS-SCHEDULE-ACTUALS-FILE ASSIGN TO
               'data/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SA-SCHEDULE-ID
               FILE STATUS IS WS-SA-FILE-STATUS.

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

           SELECT FS-VEHICLES-FILE ASSIGN TO 'data/vehicles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VEHICLE-ID
               FILE STATUS IS WS-VEH-FILE-STATUS.

           SELECT FS-TRIP-SUMMARY-FILE ASSIGN TO
               'data/trip_summary.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TSU-SCHEDULE-ID
               FILE STATUS IS WS-TSU-FILE-STATUS.

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

           SELECT FS-INCIDENT-FILE ASSIGN TO 'data/incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-INC-INCIDENT-ID
               FILE STATUS IS WS-INC-FILE-STATUS.

           SELECT FS-GL-ACCOUNT-DAY-FILE ASSIGN TO
               'data/gl_account_days.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-GAD-KEY
               FILE STATUS IS WS-GAD-FILE-STATUS.

           SELECT FS-CREW-EMPLOYEE-FILE ASSIGN TO
               'data/crew_employees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CE-EMP-ID
               FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT FS-SUBMISSION-FILE ASSIGN TO
               'data/export/operator_stats_submission.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FS-REPORT-FILE ASSIGN TO
               'data/export/operator_stats_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-FRANCHISE-FILE.
       01  FS-FRANCHISE-RECORD.
           02    FS-FRA-KEY.
               03    FS-FRA-FK-ROUTE-ID    PIC X(15).
               03    FS-FRA-EFFECTIVE-INT    PIC 9(8).
           02    FS-FRA-DAILY-TRIPS    PIC 9(3).

       FD  FS-ROUTES-FILE.
       01  FS-ROUTES-RECORD.
           02    FS-ROUTE-ID    PIC X(15).
           02    FS-ROUTE-ORIGIN    PIC X(30).
           02    FS-ROUTE-DESTINATION    PIC X(30).
           02    FS-ROUTE-DISTANCE    PIC 9(10)V9(2).
           02    FS-ROUTE-BASE-PRICE    PIC 9(10)V9(2).
           02    FS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    FS-ROUTE-TIME-STAMP    PIC X(21).

       FD  FS-SCHEDULE-ACTUALS-FILE.
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC X(10).
               03    FS-SA-AD-REST    PIC X(13).
           02    FS-SA-ACTUAL-ARRIVAL    PIC X(23).
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP    PIC X(21).

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

       FD  FS-INCIDENT-FILE.
       01  FS-INCIDENT-RECORD.
           02    FS-INC-INCIDENT-ID    PIC X(15).
           02    FS-INC-FK-SCHEDULE-ID    PIC X(15).
           02    FS-INC-TYPE    PIC X(10).
           02    FS-INC-STATUS    PIC X(8).
           02    FS-INC-LATITUDE    PIC S9(3)V9(6).
           02    FS-INC-LONGITUDE    PIC S9(3)V9(6).
           02    FS-INC-CHECKPOINT-CODE    PIC X(20).
           02    FS-INC-TIME-STAMP.
               03    FS-INC-TS-DATE    PIC X(10).
               03    FS-INC-TS-REST    PIC X(11).

       FD  FS-GL-ACCOUNT-DAY-FILE.
       01  FS-GL-ACCOUNT-DAY-RECORD.
           02    FS-GAD-KEY.
               03    FS-GAD-POST-DATE    PIC 9(8).
               03    FS-GAD-RUN-TYPE    PIC X.
               03    FS-GAD-ACCOUNT-CODE    PIC X(4).
           02    FS-GAD-ACCOUNT-NAME    PIC X(20).
           02    FS-GAD-DEBITS    PIC 9(12)V99.
           02    FS-GAD-CREDITS    PIC 9(12)V99.

       FD  FS-CREW-EMPLOYEE-FILE.
       01  FS-CREW-EMPLOYEE-RECORD.
           02    FS-CE-EMP-ID    PIC X(15).
           02    FS-CE-ROLE    PIC X.
           02    FS-CE-TIN    PIC X(15).
           02    FS-CE-SSS-NUMBER    PIC X(12).
           02    FS-CE-PHIC-NUMBER    PIC X(14).
           02    FS-CE-HDMF-NUMBER    PIC X(14).
           02    FS-CE-TAX-STATUS    PIC X(3).
           02    FS-CE-STATUS    PIC X(8).
           02    FS-CE-TIME-STAMP    PIC X(21).

       FD  FS-SUBMISSION-FILE.
       01  FS-SUBMISSION-RECORD    PIC X(250).

       FD  FS-REPORT-FILE.
       01  FS-REPORT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-FRA-FILE-STATUS    PIC XX.
       01  WS-RTE-FILE-STATUS    PIC XX.
       01  WS-SA-FILE-STATUS    PIC XX.
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-SH-FILE-STATUS    PIC XX.
       01  WS-VEH-FILE-STATUS    PIC XX.
       01  WS-TSU-FILE-STATUS    PIC XX.
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-INC-FILE-STATUS    PIC XX.
       01  WS-GAD-FILE-STATUS    PIC XX.
       01  WS-CE-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-LINE    PIC X(250).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-OS-RUN-DATE    PIC X(10).
       01  WS-OS-YEAR-ENTRY    PIC X(10).
       01  WS-OS-YEAR    PIC 9(4).
       01  WS-OS-YEAR-END-INT    PIC 9(8).
       01  WS-OS-ER-TIN    PIC X(15).
      *    One entry per route holding a franchise in the year. The
      *    grant shown is the one in force at the year end.
       01  WS-OS-ROUTE-TABLE.
           02    WS-OS-ROUTE OCCURS 200 TIMES.
               03    WS-OS-R-ROUTE-ID    PIC X(15).
               03    WS-OS-R-ORIGIN    PIC X(30).
               03    WS-OS-R-DESTINATION    PIC X(30).
               03    WS-OS-R-DISTANCE    PIC 9(10)V99.
               03    WS-OS-R-AUTH-EFFECTIVE    PIC 9(8).
               03    WS-OS-R-AUTH-TRIPS    PIC 9(3).
               03    WS-OS-R-TRIPS    PIC 9(7).
               03    WS-OS-R-VEH-KM    PIC 9(10)V99.
               03    WS-OS-R-SEAT-KM    PIC 9(12)V99.
               03    WS-OS-R-PAX    PIC 9(9).
               03    WS-OS-R-PAX-KM    PIC 9(12)V99.
               03    WS-OS-R-REV-BOOKED    PIC S9(12)V99.
               03    WS-OS-R-REV-ONBOARD    PIC S9(12)V99.
               03    WS-OS-R-ACCIDENTS    PIC 9(5).
       01  WS-OS-ROUTE-COUNT    PIC 9(3) VALUE 0.
       01  WS-OS-R    PIC 9(3).
       01  WS-OS-SLOT    PIC 9(3).
       01  WS-OS-FOUND    PIC X.
       01  WS-OS-SEQ    PIC 9(5).
       01  WS-OS-ROUTE-ID    PIC X(15).
       01  WS-OS-VEHICLE-ID    PIC X(15).
       01  WS-OS-SCHEDULE-ID    PIC X(15).
       01  WS-OS-SCH-FOUND    PIC X.
       01  WS-OS-CAPACITY    PIC 9(3).
       01  WS-OS-BOARDED    PIC 9(5).
       01  WS-OS-FARE-AMOUNT    PIC S9(12)V99.
       01  WS-OS-GROSS-UP    PIC 9(10)V99.
       01  WS-OS-BK-FOUND    PIC X.
      *    Totals across the authorized routes, and the control
      *    figures that did not land on one.
       01  WS-OS-TOT-TRIPS    PIC 9(7) VALUE 0.
       01  WS-OS-TOT-VEH-KM    PIC 9(12)V99 VALUE 0.
       01  WS-OS-TOT-SEAT-KM    PIC 9(14)V99 VALUE 0.
       01  WS-OS-TOT-PAX    PIC 9(9) VALUE 0.
       01  WS-OS-TOT-PAX-KM    PIC 9(14)V99 VALUE 0.
       01  WS-OS-TOT-REV-BOOKED    PIC S9(14)V99 VALUE 0.
       01  WS-OS-TOT-REV-ONBOARD    PIC S9(14)V99 VALUE 0.
       01  WS-OS-TOT-REVENUE    PIC S9(14)V99 VALUE 0.
       01  WS-OS-TOT-ACCIDENTS    PIC 9(5) VALUE 0.
       01  WS-OS-OFF-TRIPS    PIC 9(7) VALUE 0.
       01  WS-OS-OFF-ACCIDENTS    PIC 9(5) VALUE 0.
       01  WS-OS-NO-SUMMARY-TRIPS    PIC 9(7) VALUE 0.
       01  WS-OS-PAYMENTS-READ    PIC 9(7) VALUE 0.
       01  WS-OS-UNROUTED-REVENUE    PIC S9(14)V99 VALUE 0.
       01  WS-OS-DISCOUNT-GROSS    PIC 9(14)V99 VALUE 0.
       01  WS-OS-EXPECTED-GL    PIC S9(14)V99 VALUE 0.
       01  WS-OS-GL-CREDITS    PIC 9(14)V99 VALUE 0.
       01  WS-OS-GL-DEBITS    PIC 9(14)V99 VALUE 0.
       01  WS-OS-GL-NET    PIC S9(14)V99 VALUE 0.
       01  WS-OS-GL-DAYS    PIC 9(5) VALUE 0.
       01  WS-OS-DIFFERENCE    PIC S9(14)V99 VALUE 0.
       01  WS-OS-EDIT-SEQ    PIC Z(4)9.
       01  WS-OS-EDIT-AUTH    PIC ZZ9.
       01  WS-OS-EDIT-TRIPS    PIC Z(6)9.
       01  WS-OS-EDIT-VEH-KM    PIC Z(11)9.99.
       01  WS-OS-EDIT-PAX    PIC Z(8)9.
       01  WS-OS-EDIT-SEAT-KM    PIC Z(13)9.99.
       01  WS-OS-EDIT-PAX-KM    PIC Z(13)9.99.
       01  WS-OS-EDIT-REVENUE    PIC -(14)9.99.
       01  WS-OS-EDIT-ACCIDENTS    PIC Z(4)9.
       01  WS-OS-EDIT-COUNT    PIC Z(6)9.


       PROCEDURE DIVISION.
      *    Annual operator statistics for the franchising board, per
      *    authorized route (franchise_auth.txt):
      *    - trips made: departures recorded in schedule_actuals;
      *    - vehicle-km: those trips times the route distance;
      *    - seat-km offered: vehicle-km times the seated capacity
      *      of the unit that ran the trip;
      *    - passengers carried and passenger-km: boarded count from
      *      the trip close-out (trip_summary), onboard sales
      *      included, times the route distance;
      *    - revenue: fare revenue on payments dated in the year,
      *      booked and onboard, recognized as the GL export
      *      recognizes it, net of discounts;
      *    - accidents: ACCIDENT incidents on the route's trips.
      *    Archived schedules and bookings are read as well as the
      *    live files so the whole year is covered.
      *    Two files come out: the submission file in the board's
      *    layout - one H record, one D record per route, one C
      *    control record - and a control summary that ties the
      *    revenue reported to the year's FARE REVENUE (4000) in the
      *    GL account-day totals before the filing goes out.
      *    Usage : operator_stats [YYYY]   (default last year)
           MOVE SPACES TO WS-OS-YEAR-ENTRY
           ACCEPT WS-OS-YEAR-ENTRY FROM COMMAND-LINE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-OS-YEAR-ENTRY = SPACES THEN
               COMPUTE WS-OS-YEAR = WS-TODAY-YYYY - 1
           ELSE
               IF WS-OS-YEAR-ENTRY(1:4) IS NOT NUMERIC OR
                   WS-OS-YEAR-ENTRY(5:1) NOT = SPACE THEN
                   DISPLAY 'Usage : operator_stats [YYYY]'
                   STOP RUN
               END-IF
               MOVE WS-OS-YEAR-ENTRY(1:4) TO WS-OS-YEAR
           END-IF
           COMPUTE WS-OS-YEAR-END-INT = (WS-OS-YEAR * 10000) + 1231

           MOVE WS-TODAY-MM TO WS-OS-RUN-DATE(1:2)
           MOVE '/' TO WS-OS-RUN-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-OS-RUN-DATE(4:2)
           MOVE '/' TO WS-OS-RUN-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-OS-RUN-DATE(7:4)

           PERFORM LOAD-AUTHORIZED-ROUTES
           IF WS-OS-ROUTE-COUNT = ZEROES THEN
               DISPLAY 'No route holds a franchise in ' WS-OS-YEAR
               STOP RUN
           END-IF
           PERFORM LOAD-ROUTE-DETAILS
           PERFORM LOAD-EMPLOYER-TIN

           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-SCHEDULES-HISTORY-FILE

           PERFORM TALLY-TRIPS-MADE
           PERFORM TALLY-FARE-REVENUE
           PERFORM TALLY-ACCIDENTS

           CLOSE FS-SCHEDULES-FILE
           IF WS-SH-FILE-STATUS NOT = '35' THEN
               CLOSE FS-SCHEDULES-HISTORY-FILE
           END-IF

           PERFORM LOAD-GL-FARE-REVENUE

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE
           PERFORM WRITE-SUBMISSION-FILE
           PERFORM WRITE-CONTROL-SUMMARY

           DISPLAY 'Operator statistics for ' WS-OS-YEAR
           DISPLAY 'Authorized routes  : ' WS-OS-ROUTE-COUNT
           DISPLAY 'Trips made         : ' WS-OS-TOT-TRIPS
           MOVE WS-OS-TOT-REVENUE TO WS-OS-EDIT-REVENUE
           DISPLAY 'Route revenue      : ' WS-OS-EDIT-REVENUE
           MOVE WS-OS-DIFFERENCE TO WS-OS-EDIT-REVENUE
           DISPLAY 'GL difference      : ' WS-OS-EDIT-REVENUE
           IF WS-OS-DIFFERENCE NOT = ZEROES THEN
               DISPLAY 'WARNING: revenue does not tie to the GL - '
                   'see data/export/operator_stats_control.txt'
           END-IF

           GOBACK
           STOP RUN.

       LOAD-AUTHORIZED-ROUTES.
      *    A route is reported when a grant took effect on or
      *    before the year end; the latest such grant gives the
      *    authorized daily trips shown.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-FRANCHISE-FILE
           IF WS-FRA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-FRANCHISE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FRA-EFFECTIVE-INT <= WS-OS-YEAR-END-INT THEN
                       PERFORM ADD-AUTHORIZED-ROUTE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-FRANCHISE-FILE
           .

       ADD-AUTHORIZED-ROUTE.
           MOVE FS-FRA-FK-ROUTE-ID TO WS-OS-ROUTE-ID
           PERFORM FIND-ROUTE-SLOT
           IF WS-OS-SLOT = ZEROES AND WS-OS-ROUTE-COUNT < 200 THEN
               ADD 1 TO WS-OS-ROUTE-COUNT
               MOVE WS-OS-ROUTE-COUNT TO WS-OS-SLOT
               INITIALIZE WS-OS-ROUTE(WS-OS-SLOT)
               MOVE FS-FRA-FK-ROUTE-ID TO WS-OS-R-ROUTE-ID(WS-OS-SLOT)
           END-IF
           IF WS-OS-SLOT > ZEROES THEN
               IF FS-FRA-EFFECTIVE-INT >=
                   WS-OS-R-AUTH-EFFECTIVE(WS-OS-SLOT) THEN
                   MOVE FS-FRA-EFFECTIVE-INT TO
                       WS-OS-R-AUTH-EFFECTIVE(WS-OS-SLOT)
                   MOVE FS-FRA-DAILY-TRIPS TO
                       WS-OS-R-AUTH-TRIPS(WS-OS-SLOT)
               END-IF
           END-IF
           .

       FIND-ROUTE-SLOT.
           MOVE ZEROES TO WS-OS-SLOT
           MOVE 'N' TO WS-OS-FOUND
           MOVE 1 TO WS-OS-R
           PERFORM UNTIL WS-OS-FOUND = 'Y' OR
               WS-OS-R > WS-OS-ROUTE-COUNT
               IF WS-OS-R-ROUTE-ID(WS-OS-R) = WS-OS-ROUTE-ID THEN
                   MOVE WS-OS-R TO WS-OS-SLOT
                   MOVE 'Y' TO WS-OS-FOUND
               END-IF
               ADD 1 TO WS-OS-R
           END-PERFORM
           .

       LOAD-ROUTE-DETAILS.
           OPEN INPUT FS-ROUTES-FILE
           IF WS-RTE-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OS-R
           PERFORM UNTIL WS-OS-R > WS-OS-ROUTE-COUNT
               MOVE WS-OS-R-ROUTE-ID(WS-OS-R) TO FS-ROUTE-ID
               READ FS-ROUTES-FILE
               KEY IS FS-ROUTE-ID
               INVALID KEY
                   MOVE 'NOT ON ROUTE FILE' TO WS-OS-R-ORIGIN(WS-OS-R)
               NOT INVALID KEY
                   MOVE FS-ROUTE-ORIGIN TO WS-OS-R-ORIGIN(WS-OS-R)
                   MOVE FS-ROUTE-DESTINATION TO
                       WS-OS-R-DESTINATION(WS-OS-R)
                   MOVE FS-ROUTE-DISTANCE TO WS-OS-R-DISTANCE(WS-OS-R)
               END-READ
               ADD 1 TO WS-OS-R
           END-PERFORM
           CLOSE FS-ROUTES-FILE
           .

       LOAD-EMPLOYER-TIN.
      *    Our own TIN rides on the EMPLOYER row of the crew
      *    employee master, as for the BIR filings.
           MOVE SPACES TO WS-OS-ER-TIN
           OPEN INPUT FS-CREW-EMPLOYEE-FILE
           IF WS-CE-FILE-STATUS = '00' THEN
               MOVE 'EMPLOYER' TO FS-CE-EMP-ID
               READ FS-CREW-EMPLOYEE-FILE
               KEY IS FS-CE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-CE-TIN TO WS-OS-ER-TIN
               END-READ
               CLOSE FS-CREW-EMPLOYEE-FILE
           END-IF
           IF WS-OS-ER-TIN = SPACES THEN
               DISPLAY 'WARNING: no company TIN on the EMPLOYER row'
           END-IF
           .

       FIND-TRIP-SCHEDULE.
      *    The live schedule first, the archive after it.
           MOVE 'N' TO WS-OS-SCH-FOUND
           MOVE WS-OS-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-FK-ROUTE-ID TO WS-OS-ROUTE-ID
               MOVE FS-FK-VEHICLE-ID TO WS-OS-VEHICLE-ID
               MOVE 'Y' TO WS-OS-SCH-FOUND
           END-READ
           IF WS-OS-SCH-FOUND = 'Y' OR WS-SH-FILE-STATUS = '35' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OS-SCHEDULE-ID TO FS-SH-SCHEDULE-ID
           READ FS-SCHEDULES-HISTORY-FILE
           KEY IS FS-SH-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-SH-FK-ROUTE-ID TO WS-OS-ROUTE-ID
               MOVE FS-SH-FK-VEHICLE-ID TO WS-OS-VEHICLE-ID
               MOVE 'Y' TO WS-OS-SCH-FOUND
           END-READ
           .

       TALLY-TRIPS-MADE.
      *    A trip counts in the year its recorded departure falls.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULE-ACTUALS-FILE
           IF WS-SA-FILE-STATUS NOT = '00' THEN
               DISPLAY 'WARNING: no schedule actuals on file'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FS-VEHICLES-FILE
           OPEN INPUT FS-TRIP-SUMMARY-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULE-ACTUALS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-SA-AD-DATE(7:4) = WS-OS-YEAR THEN
                       PERFORM TALLY-ONE-TRIP
                   END-IF
               END-READ
           END-PERFORM
           IF WS-TSU-FILE-STATUS NOT = '35' THEN
               CLOSE FS-TRIP-SUMMARY-FILE
           END-IF
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-SCHEDULE-ACTUALS-FILE
           .

       TALLY-ONE-TRIP.
           MOVE FS-SA-SCHEDULE-ID TO WS-OS-SCHEDULE-ID
           PERFORM FIND-TRIP-SCHEDULE
           MOVE ZEROES TO WS-OS-SLOT
           IF WS-OS-SCH-FOUND = 'Y' THEN
               PERFORM FIND-ROUTE-SLOT
           END-IF
           IF WS-OS-SLOT = ZEROES THEN
               ADD 1 TO WS-OS-OFF-TRIPS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-OS-CAPACITY
           MOVE WS-OS-VEHICLE-ID TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           KEY IS FS-VEHICLE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-VEHICLE-CAPACITY TO WS-OS-CAPACITY
           END-READ

           MOVE ZEROES TO WS-OS-BOARDED
           MOVE WS-OS-SCHEDULE-ID TO FS-TSU-SCHEDULE-ID
           READ FS-TRIP-SUMMARY-FILE
           KEY IS FS-TSU-SCHEDULE-ID
           INVALID KEY
               ADD 1 TO WS-OS-NO-SUMMARY-TRIPS
           NOT INVALID KEY
               MOVE FS-TSU-BOARDED-COUNT TO WS-OS-BOARDED
           END-READ

           ADD 1 TO WS-OS-R-TRIPS(WS-OS-SLOT)
           ADD WS-OS-R-DISTANCE(WS-OS-SLOT) TO
               WS-OS-R-VEH-KM(WS-OS-SLOT)
           COMPUTE WS-OS-R-SEAT-KM(WS-OS-SLOT) =
               WS-OS-R-SEAT-KM(WS-OS-SLOT) +
               (WS-OS-CAPACITY * WS-OS-R-DISTANCE(WS-OS-SLOT))
           ADD WS-OS-BOARDED TO WS-OS-R-PAX(WS-OS-SLOT)
           COMPUTE WS-OS-R-PAX-KM(WS-OS-SLOT) =
               WS-OS-R-PAX-KM(WS-OS-SLOT) +
               (WS-OS-BOARDED * WS-OS-R-DISTANCE(WS-OS-SLOT))
           .

       TALLY-FARE-REVENUE.
      *    Payments dated in the year, taken into fare revenue the
      *    way gl_export posts them to 4000 so the two can be tied:
      *    a pass sale is a liability and a deposit hold is not yet
      *    earned; a refund or chargeback takes revenue back out.
      *    The discount the GL grosses up on a cash sale (against
      *    DISCOUNTS GIVEN) is kept aside for the control summary -
      *    the route figures are net of it.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-PAY-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-BOOKING-HISTORY-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-TT-DATE(7:4) = WS-OS-YEAR THEN
                       ADD 1 TO WS-OS-PAYMENTS-READ
                       PERFORM TALLY-ONE-PAYMENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-BOOKING-FILE
           IF WS-BH-FILE-STATUS NOT = '35' THEN
               CLOSE FS-BOOKING-HISTORY-FILE
           END-IF
           CLOSE FS-PAYMENT-FILE
           .

       TALLY-ONE-PAYMENT.
           MOVE ZEROES TO WS-OS-FARE-AMOUNT
           MOVE ZEROES TO WS-OS-GROSS-UP
           EVALUATE TRUE
               WHEN FS-PAYMENT-METHOD = 'pass-sale'
                   EXIT PARAGRAPH
               WHEN FS-PAYMENT-METHOD = 'pass'
                   MOVE FS-BASE-FARE-AMOUNT TO WS-OS-FARE-AMOUNT
               WHEN FS-PAYMENT-METHOD = 'card-tap' AND
                   FS-PAYMENT-STATUS = 'paid'
                   MOVE FS-BASE-FARE-AMOUNT TO WS-OS-FARE-AMOUNT
               WHEN FS-PAYMENT-STATUS = 'paid'
                   MOVE FS-BASE-FARE-AMOUNT TO WS-OS-FARE-AMOUNT
                   MOVE FS-DISCOUNT-AMOUNT TO WS-OS-GROSS-UP
               WHEN FS-PAYMENT-STATUS = 'billed' OR
                   FS-PAYMENT-STATUS = 'invoiced'
                   MOVE FS-BASE-FARE-AMOUNT TO WS-OS-FARE-AMOUNT
               WHEN FS-PAYMENT-STATUS = 'refunded'
                   COMPUTE WS-OS-FARE-AMOUNT = 0 - FS-PAYMENT-AMOUNT
               WHEN FS-PAYMENT-STATUS = 'chargebck'
                   COMPUTE WS-OS-FARE-AMOUNT =
                       0 - FS-BASE-FARE-AMOUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD WS-OS-GROSS-UP TO WS-OS-DISCOUNT-GROSS

      *    Booking, then its trip, then the trip's route - the live
      *    files first and the archive after them.
           MOVE 'N' TO WS-OS-BK-FOUND
           MOVE FS-FK-BOOKING-ID TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-FK-SCHEDULE-ID TO WS-OS-SCHEDULE-ID
               MOVE 'Y' TO WS-OS-BK-FOUND
           END-READ
           IF WS-OS-BK-FOUND = 'N' AND WS-BH-FILE-STATUS NOT = '35'
               THEN
               MOVE FS-FK-BOOKING-ID TO FS-BH-BOOKING-ID
               READ FS-BOOKING-HISTORY-FILE
               KEY IS FS-BH-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BH-FK-SCHEDULE-ID TO WS-OS-SCHEDULE-ID
                   MOVE 'Y' TO WS-OS-BK-FOUND
               END-READ
           END-IF

           MOVE ZEROES TO WS-OS-SLOT
           IF WS-OS-BK-FOUND = 'Y' THEN
               PERFORM FIND-TRIP-SCHEDULE
               IF WS-OS-SCH-FOUND = 'Y' THEN
                   PERFORM FIND-ROUTE-SLOT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-OS-SLOT = ZEROES
                   ADD WS-OS-FARE-AMOUNT TO WS-OS-UNROUTED-REVENUE
               WHEN FS-PAYMENT-METHOD = 'onboard'
                   ADD WS-OS-FARE-AMOUNT TO
                       WS-OS-R-REV-ONBOARD(WS-OS-SLOT)
               WHEN OTHER
                   ADD WS-OS-FARE-AMOUNT TO
                       WS-OS-R-REV-BOOKED(WS-OS-SLOT)
           END-EVALUATE
           .

       TALLY-ACCIDENTS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-INCIDENT-FILE
           IF WS-INC-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-INCIDENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-INC-TYPE = 'ACCIDENT' AND
                       FS-INC-TS-DATE(7:4) = WS-OS-YEAR THEN
                       MOVE FS-INC-FK-SCHEDULE-ID TO WS-OS-SCHEDULE-ID
                       PERFORM FIND-TRIP-SCHEDULE
                       MOVE ZEROES TO WS-OS-SLOT
                       IF WS-OS-SCH-FOUND = 'Y' THEN
                           PERFORM FIND-ROUTE-SLOT
                       END-IF
                       IF WS-OS-SLOT > ZEROES THEN
                           ADD 1 TO WS-OS-R-ACCIDENTS(WS-OS-SLOT)
                       ELSE
                           ADD 1 TO WS-OS-OFF-ACCIDENTS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-INCIDENT-FILE
           .

       LOAD-GL-FARE-REVENUE.
      *    FARE REVENUE (4000) for every posting day of the year,
      *    from the account-day totals the GL export keeps.
           OPEN INPUT FS-GL-ACCOUNT-DAY-FILE
           IF WS-GAD-FILE-STATUS NOT = '00' THEN
               DISPLAY 'WARNING: no GL account-day totals on file'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EOF
           COMPUTE FS-GAD-POST-DATE = WS-OS-YEAR * 10000
           MOVE LOW-VALUES TO FS-GAD-RUN-TYPE
           MOVE LOW-VALUES TO FS-GAD-ACCOUNT-CODE
           START FS-GL-ACCOUNT-DAY-FILE KEY IS >= FS-GAD-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-GL-ACCOUNT-DAY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-GAD-POST-DATE(1:4) NOT = WS-OS-YEAR THEN
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       IF FS-GAD-ACCOUNT-CODE = '4000' THEN
                           ADD 1 TO WS-OS-GL-DAYS
                           ADD FS-GAD-CREDITS TO WS-OS-GL-CREDITS
                           ADD FS-GAD-DEBITS TO WS-OS-GL-DEBITS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-GL-ACCOUNT-DAY-FILE
           COMPUTE WS-OS-GL-NET = WS-OS-GL-CREDITS - WS-OS-GL-DEBITS
           .

       WRITE-SUBMISSION-FILE.
      *    The board's layout: H header with our TIN and the year,
      *    a D row per authorized route, a C control row carrying
      *    the route count and the column totals.
           OPEN OUTPUT FS-SUBMISSION-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/operator_stats_submission.csv>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'H,OPSTAT,' FUNCTION TRIM(WS-OS-ER-TIN) ','
               WS-OS-YEAR ',' WS-OS-RUN-DATE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-SUBMISSION-RECORD FROM WS-LINE

           MOVE ZEROES TO WS-OS-SEQ
           MOVE 1 TO WS-OS-R
           PERFORM UNTIL WS-OS-R > WS-OS-ROUTE-COUNT
               ADD 1 TO WS-OS-SEQ
               PERFORM ADD-ROUTE-TO-TOTALS
               PERFORM EDIT-ROUTE-FIGURES
               MOVE WS-OS-SEQ TO WS-OS-EDIT-SEQ
               MOVE WS-OS-R-AUTH-TRIPS(WS-OS-R) TO WS-OS-EDIT-AUTH
               MOVE SPACES TO WS-LINE
               STRING 'D,OPSTAT,' FUNCTION TRIM(WS-OS-EDIT-SEQ) ','
                   FUNCTION TRIM(WS-OS-R-ROUTE-ID(WS-OS-R)) ',"'
                   FUNCTION TRIM(WS-OS-R-ORIGIN(WS-OS-R)) '","'
                   FUNCTION TRIM(WS-OS-R-DESTINATION(WS-OS-R)) '",'
                   FUNCTION TRIM(WS-OS-EDIT-AUTH) ','
                   FUNCTION TRIM(WS-OS-EDIT-TRIPS) ','
                   FUNCTION TRIM(WS-OS-EDIT-VEH-KM) ','
                   FUNCTION TRIM(WS-OS-EDIT-PAX) ','
                   FUNCTION TRIM(WS-OS-EDIT-SEAT-KM) ','
                   FUNCTION TRIM(WS-OS-EDIT-PAX-KM) ','
                   FUNCTION TRIM(WS-OS-EDIT-REVENUE) ','
                   FUNCTION TRIM(WS-OS-EDIT-ACCIDENTS)
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-SUBMISSION-RECORD FROM WS-LINE
               ADD 1 TO WS-OS-R
           END-PERFORM

           PERFORM EDIT-TOTAL-FIGURES
           MOVE WS-OS-ROUTE-COUNT TO WS-OS-EDIT-SEQ
           MOVE SPACES TO WS-LINE
           STRING 'C,OPSTAT,' FUNCTION TRIM(WS-OS-ER-TIN) ','
               WS-OS-YEAR ','
               FUNCTION TRIM(WS-OS-EDIT-SEQ) ','
               FUNCTION TRIM(WS-OS-EDIT-TRIPS) ','
               FUNCTION TRIM(WS-OS-EDIT-VEH-KM) ','
               FUNCTION TRIM(WS-OS-EDIT-PAX) ','
               FUNCTION TRIM(WS-OS-EDIT-SEAT-KM) ','
               FUNCTION TRIM(WS-OS-EDIT-PAX-KM) ','
               FUNCTION TRIM(WS-OS-EDIT-REVENUE) ','
               FUNCTION TRIM(WS-OS-EDIT-ACCIDENTS)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-SUBMISSION-RECORD FROM WS-LINE
           CLOSE FS-SUBMISSION-FILE
           .

       ADD-ROUTE-TO-TOTALS.
           ADD WS-OS-R-TRIPS(WS-OS-R) TO WS-OS-TOT-TRIPS
           ADD WS-OS-R-VEH-KM(WS-OS-R) TO WS-OS-TOT-VEH-KM
           ADD WS-OS-R-SEAT-KM(WS-OS-R) TO WS-OS-TOT-SEAT-KM
           ADD WS-OS-R-PAX(WS-OS-R) TO WS-OS-TOT-PAX
           ADD WS-OS-R-PAX-KM(WS-OS-R) TO WS-OS-TOT-PAX-KM
           ADD WS-OS-R-REV-BOOKED(WS-OS-R) TO WS-OS-TOT-REV-BOOKED
           ADD WS-OS-R-REV-ONBOARD(WS-OS-R) TO WS-OS-TOT-REV-ONBOARD
           ADD WS-OS-R-ACCIDENTS(WS-OS-R) TO WS-OS-TOT-ACCIDENTS
           COMPUTE WS-OS-TOT-REVENUE =
               WS-OS-TOT-REV-BOOKED + WS-OS-TOT-REV-ONBOARD
           .

       EDIT-ROUTE-FIGURES.
           MOVE WS-OS-R-TRIPS(WS-OS-R) TO WS-OS-EDIT-TRIPS
           MOVE WS-OS-R-VEH-KM(WS-OS-R) TO WS-OS-EDIT-VEH-KM
           MOVE WS-OS-R-PAX(WS-OS-R) TO WS-OS-EDIT-PAX
           MOVE WS-OS-R-SEAT-KM(WS-OS-R) TO WS-OS-EDIT-SEAT-KM
           MOVE WS-OS-R-PAX-KM(WS-OS-R) TO WS-OS-EDIT-PAX-KM
           COMPUTE WS-OS-EDIT-REVENUE =
               WS-OS-R-REV-BOOKED(WS-OS-R) +
               WS-OS-R-REV-ONBOARD(WS-OS-R)
           MOVE WS-OS-R-ACCIDENTS(WS-OS-R) TO WS-OS-EDIT-ACCIDENTS
           .

       EDIT-TOTAL-FIGURES.
           MOVE WS-OS-TOT-TRIPS TO WS-OS-EDIT-TRIPS
           MOVE WS-OS-TOT-VEH-KM TO WS-OS-EDIT-VEH-KM
           MOVE WS-OS-TOT-PAX TO WS-OS-EDIT-PAX
           MOVE WS-OS-TOT-SEAT-KM TO WS-OS-EDIT-SEAT-KM
           MOVE WS-OS-TOT-PAX-KM TO WS-OS-EDIT-PAX-KM
           MOVE WS-OS-TOT-REVENUE TO WS-OS-EDIT-REVENUE
           MOVE WS-OS-TOT-ACCIDENTS TO WS-OS-EDIT-ACCIDENTS
           .

       WRITE-CONTROL-SUMMARY.
           OPEN OUTPUT FS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/operator_stats_control.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'ANNUAL OPERATOR STATISTICS - ' WS-OS-YEAR
               '    RUN ' WS-OS-RUN-DATE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'ROUTE           AUTH   TRIPS        VEH-KM'
               '       PAX          SEAT-KM           PAX-KM'
               '            REVENUE   ACC'
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE ALL '-' TO WS-LINE(1:130)
           WRITE FS-REPORT-RECORD FROM WS-LINE

           MOVE 1 TO WS-OS-R
           PERFORM UNTIL WS-OS-R > WS-OS-ROUTE-COUNT
               PERFORM EDIT-ROUTE-FIGURES
               MOVE WS-OS-R-AUTH-TRIPS(WS-OS-R) TO WS-OS-EDIT-AUTH
               MOVE SPACES TO WS-LINE
               STRING WS-OS-R-ROUTE-ID(WS-OS-R) ' '
                   WS-OS-EDIT-AUTH ' ' WS-OS-EDIT-TRIPS ' '
                   WS-OS-EDIT-VEH-KM ' ' WS-OS-EDIT-PAX ' '
                   WS-OS-EDIT-SEAT-KM ' ' WS-OS-EDIT-PAX-KM ' '
                   WS-OS-EDIT-REVENUE ' ' WS-OS-EDIT-ACCIDENTS
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-REPORT-RECORD FROM WS-LINE
               ADD 1 TO WS-OS-R
           END-PERFORM

           MOVE ALL '-' TO WS-LINE(1:130)
           WRITE FS-REPORT-RECORD FROM WS-LINE
           PERFORM EDIT-TOTAL-FIGURES
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL              ' WS-OS-EDIT-TRIPS ' '
               WS-OS-EDIT-VEH-KM ' ' WS-OS-EDIT-PAX ' '
               WS-OS-EDIT-SEAT-KM ' ' WS-OS-EDIT-PAX-KM ' '
               WS-OS-EDIT-REVENUE ' ' WS-OS-EDIT-ACCIDENTS
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE

      *    Revenue tie-out: what the routes carry, plus what could
      *    not be put on an authorized route, plus the discounts the
      *    GL grosses up, is what 4000 should hold for the year.
           COMPUTE WS-OS-EXPECTED-GL =
               WS-OS-TOT-REVENUE + WS-OS-UNROUTED-REVENUE +
               WS-OS-DISCOUNT-GROSS
           COMPUTE WS-OS-DIFFERENCE = WS-OS-GL-NET - WS-OS-EXPECTED-GL

           MOVE SPACES TO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE 'CONTROL SUMMARY - REVENUE TO GENERAL LEDGER' TO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-TOT-REV-BOOKED TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           STRING '  Booked fare revenue, authorized routes   '
               WS-OS-EDIT-REVENUE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-TOT-REV-ONBOARD TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           STRING '  Onboard fare revenue, authorized routes  '
               WS-OS-EDIT-REVENUE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-TOT-REVENUE TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           STRING '  Revenue reported to the board            '
               WS-OS-EDIT-REVENUE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-UNROUTED-REVENUE TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           STRING '  Add: fares not on an authorized route    '
               WS-OS-EDIT-REVENUE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-DISCOUNT-GROSS TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           STRING '  Add: discounts grossed up (contra 5100)  '
               WS-OS-EDIT-REVENUE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-EXPECTED-GL TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           STRING '  Fare revenue expected in GL 4000         '
               WS-OS-EDIT-REVENUE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-GL-NET TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           STRING '  GL 4000 FARE REVENUE, net for the year   '
               WS-OS-EDIT-REVENUE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-DIFFERENCE TO WS-OS-EDIT-REVENUE
           MOVE SPACES TO WS-LINE
           IF WS-OS-DIFFERENCE = ZEROES THEN
               STRING '  Difference                               '
                   WS-OS-EDIT-REVENUE '   TIES'
               DELIMITED BY SIZE INTO WS-LINE
           ELSE
               STRING '  Difference                               '
                   WS-OS-EDIT-REVENUE
                   '   DOES NOT TIE - RECONCILE BEFORE FILING'
               DELIMITED BY SIZE INTO WS-LINE
           END-IF
           WRITE FS-REPORT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE 'CONTROL COUNTS' TO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-GL-DAYS TO WS-OS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  GL posting days with 4000 totals    '
               WS-OS-EDIT-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-PAYMENTS-READ TO WS-OS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  Payments dated in the year          '
               WS-OS-EDIT-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-OFF-TRIPS TO WS-OS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  Trips run off an authorized route   '
               WS-OS-EDIT-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-NO-SUMMARY-TRIPS TO WS-OS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  Trips with no close-out (0 pax)     '
               WS-OS-EDIT-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE WS-OS-OFF-ACCIDENTS TO WS-OS-EDIT-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  Accidents off an authorized route   '
               WS-OS-EDIT-COUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           CLOSE FS-REPORT-FILE

           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'OPERATOR-STATS operator_stats '
               'data/export/operator_stats_control.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .
