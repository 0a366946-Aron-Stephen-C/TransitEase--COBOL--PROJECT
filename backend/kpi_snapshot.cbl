       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpi_snapshot.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-KPI-HISTORY-FILE ASSIGN TO 'data/kpi_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KPI-PERIOD
               FILE STATUS IS WS-KPI-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT FS-SCHEDULE-ACTUALS-FILE ASSIGN TO
               'data/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SA-SCHEDULE-ID
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT FS-FEEDBACK-FILE ASSIGN TO 'data/feedback.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FB-ID
               FILE STATUS IS WS-FB-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-KPI-HISTORY-FILE.
       01  FS-KPI-HISTORY-RECORD.
           02    FS-KPI-PERIOD    PIC X(6).
           02    FS-KPI-TRIPS-RUN    PIC 9(7).
           02    FS-KPI-TRIPS-CANCELED    PIC 9(7).
           02    FS-KPI-BOOKINGS    PIC 9(9).
           02    FS-KPI-PASSENGERS    PIC 9(9).
           02    FS-KPI-SEATS-OFFERED    PIC 9(9).
           02    FS-KPI-LOAD-FACTOR    PIC 9(3)V99.
           02    FS-KPI-ONTIME-PCT    PIC 9(3)V99.
           02    FS-KPI-NOSHOW-PCT    PIC 9(3)V99.
           02    FS-KPI-REVENUE    PIC 9(12)V99.
           02    FS-KPI-SEAT-KM    PIC 9(12)V99.
           02    FS-KPI-REV-PER-SEAT-KM    PIC 9(5)V9(4).
           02    FS-KPI-COMPLAINTS    PIC 9(7).
           02    FS-KPI-COMPLAINT-RATE    PIC 9(5)V99.
           02    FS-KPI-CANCELLATIONS    PIC 9(9).
           02    FS-KPI-TIME-STAMP    PIC X(21).

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
           02    FS-BH-TIME-STAMP.
               03    FS-BH-TS-DATE    PIC 99/99/9999.
               03    FS-BH-TS-FILLER-SPACE    PIC X(3).
               03    FS-BH-TS-TIME.
                   04    FS-BH-TS-HOUR    PIC 99.
                   04    FS-BH-TS-FILLER-COLON-1    PIC X.
                   04    FS-BH-TS-MINUTES    PIC 99.
                   04    FS-BH-TS-FILLER-COLON-2    PIC X.
                   04    FS-BH-TS-SECONDS    PIC 99.

       FD  FS-SCHEDULE-ACTUALS-FILE.
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC 99/99/9999.
               03    FS-SA-AD-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AD-TIME.
                   04    FS-SA-AD-HOUR    PIC 99.
                   04    FS-SA-AD-COLON-1    PIC X.
                   04    FS-SA-AD-MINUTES    PIC 99.
               03    FS-SA-AD-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AD-TIME-FORMAT    PIC XX.
           02    FS-SA-ACTUAL-ARRIVAL.
               03    FS-SA-AA-DATE    PIC 99/99/9999.
               03    FS-SA-AA-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AA-TIME.
                   04    FS-SA-AA-HOUR    PIC 99.
                   04    FS-SA-AA-COLON-1    PIC X.
                   04    FS-SA-AA-MINUTES    PIC 99.
               03    FS-SA-AA-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AA-TIME-FORMAT    PIC XX.
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP.
               03    FS-SA-TS-DATE    PIC 99/99/9999.
               03    FS-SA-TS-FILLER-SPACE    PIC X(3).
               03    FS-SA-TS-TIME.
                   04    FS-SA-TS-HOUR    PIC 99.
                   04    FS-SA-TS-COLON-1    PIC X.
                   04    FS-SA-TS-MINUTES    PIC 99.
                   04    FS-SA-TS-COLON-2    PIC X.
                   04    FS-SA-TS-SECOND    PIC 99.

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
           02    FS-FB-TIME-STAMP.
               03    FS-FB-TS-DATE    PIC 99/99/9999.
               03    FS-FB-TS-FILLER-SPACE    PIC X(3).
               03    FS-FB-TS-TIME.
                   04    FS-FB-TS-HOUR    PIC 99.
                   04    FS-FB-TS-COLON-1    PIC X.
                   04    FS-FB-TS-MINUTES    PIC 99.
                   04    FS-FB-TS-COLON-2    PIC X.
                   04    FS-FB-TS-SECOND    PIC 99.


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-KPI-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-SA-FILE-STATUS    PIC XX.
       01  WS-FB-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
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
       01  WS-KPI-COMMAND-LINE    PIC X(40).
       01  WS-KPI-PERIOD    PIC X(6).
       01  WS-KPI-PERIOD-NUM REDEFINES WS-KPI-PERIOD.
           02    WS-KPI-PERIOD-YEAR    PIC 9(4).
           02    WS-KPI-PERIOD-MONTH    PIC 99.
       01  WS-KPI-OPTION    PIC X(10).
       01  WS-KPI-ROW-PERIOD    PIC X(6).
       01  WS-KPI-EXISTS    PIC X.
       01  WS-KPI-GRACE-MINUTES    PIC 9(3) VALUE 15.
       01  WS-KPI-TRIPS-RUN    PIC 9(7) VALUE 0.
       01  WS-KPI-TRIPS-CANCELED    PIC 9(7) VALUE 0.
       01  WS-KPI-TRIPS-TIMED    PIC 9(7) VALUE 0.
       01  WS-KPI-TRIPS-ONTIME    PIC 9(7) VALUE 0.
       01  WS-KPI-BOOKINGS    PIC 9(9) VALUE 0.
       01  WS-KPI-PASSENGERS    PIC 9(9) VALUE 0.
       01  WS-KPI-NOSHOWS    PIC 9(9) VALUE 0.
       01  WS-KPI-CANCELLATIONS    PIC 9(9) VALUE 0.
       01  WS-KPI-SEATS-OFFERED    PIC 9(9) VALUE 0.
       01  WS-KPI-SEAT-KM    PIC 9(12)V99 VALUE 0.
       01  WS-KPI-REVENUE    PIC 9(12)V99 VALUE 0.
       01  WS-KPI-COMPLAINTS    PIC 9(7) VALUE 0.
       01  WS-KPI-ROW-STATUS    PIC X(9).
       01  WS-KPI-ROW-PRICE    PIC 9(10)V99.
       01  WS-KPI-ROW-SCHEDULE-ID    PIC X(15).
       01  WS-KPI-PLANNED-MINUTES    PIC S9(9) COMP.
       01  WS-KPI-DELAY-MINUTES    PIC S9(9) COMP.
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.


       PROCEDURE DIVISION.
      *    Month-end KPI snapshot. Freezes one month's operating
      *    figures into data/kpi_history.txt before archiving thins
      *    the booking file, so months can be compared long after
      *    the detail has gone. month_end_close runs it for the
      *    period it locks; it can be run by hand for any month.
      *    Trips are counted in the month they depart. A month
      *    already on file is left as frozen unless REFRESH is
      *    given.
      *    Usage : kpi_snapshot [YYYYMM [REFRESH]]
      *            (no period = last month)
           ACCEPT WS-KPI-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-KPI-PERIOD
           MOVE SPACES TO WS-KPI-OPTION
           UNSTRING WS-KPI-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-KPI-PERIOD WS-KPI-OPTION
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-KPI-OPTION) TO WS-KPI-OPTION

           IF WS-KPI-PERIOD = SPACES THEN
               ACCEPT WS-TS-YYYYMMDD FROM DATE YYYYMMDD
               MOVE WS-TS-YYYYMMDD(1:6) TO WS-KPI-PERIOD
               IF WS-KPI-PERIOD-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-KPI-PERIOD-YEAR
                   MOVE 12 TO WS-KPI-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-KPI-PERIOD-MONTH
               END-IF
           END-IF

           IF WS-KPI-PERIOD-NUM IS NOT NUMERIC OR
               WS-KPI-PERIOD-MONTH < 1 OR
               WS-KPI-PERIOD-MONTH > 12 THEN
               DISPLAY 'Usage: kpi_snapshot [YYYYMM [REFRESH]]'
               STOP RUN
           END-IF

           OPEN I-O FS-KPI-HISTORY-FILE
           IF WS-KPI-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-KPI-HISTORY-FILE
               CLOSE FS-KPI-HISTORY-FILE
               OPEN I-O FS-KPI-HISTORY-FILE
           END-IF
           MOVE WS-KPI-PERIOD TO FS-KPI-PERIOD
           MOVE 'N' TO WS-KPI-EXISTS
           READ FS-KPI-HISTORY-FILE
           KEY IS FS-KPI-PERIOD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-KPI-EXISTS
           END-READ
           IF WS-KPI-EXISTS = 'Y' AND WS-KPI-OPTION NOT = 'REFRESH'
               THEN
               DISPLAY 'KPI snapshot for ' WS-KPI-PERIOD
                   ' is already frozen (taken ' FS-KPI-TIME-STAMP
                   ').'
               CLOSE FS-KPI-HISTORY-FILE
               GOBACK
               STOP RUN
           END-IF

           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM TALLY-KPI-TRIPS
           PERFORM TALLY-KPI-BOOKINGS
           PERFORM TALLY-KPI-HISTORY
           PERFORM TALLY-KPI-PUNCTUALITY
           CLOSE FS-SCHEDULES-FILE
           PERFORM TALLY-KPI-COMPLAINTS

           MOVE SPACES TO FS-KPI-HISTORY-RECORD
           MOVE WS-KPI-PERIOD TO FS-KPI-PERIOD
           MOVE WS-KPI-TRIPS-RUN TO FS-KPI-TRIPS-RUN
           MOVE WS-KPI-TRIPS-CANCELED TO FS-KPI-TRIPS-CANCELED
           MOVE WS-KPI-BOOKINGS TO FS-KPI-BOOKINGS
           MOVE WS-KPI-PASSENGERS TO FS-KPI-PASSENGERS
           MOVE WS-KPI-SEATS-OFFERED TO FS-KPI-SEATS-OFFERED
           MOVE WS-KPI-REVENUE TO FS-KPI-REVENUE
           MOVE WS-KPI-SEAT-KM TO FS-KPI-SEAT-KM
           MOVE WS-KPI-COMPLAINTS TO FS-KPI-COMPLAINTS
           MOVE WS-KPI-CANCELLATIONS TO FS-KPI-CANCELLATIONS
           MOVE ZEROES TO FS-KPI-LOAD-FACTOR
           MOVE ZEROES TO FS-KPI-ONTIME-PCT
           MOVE ZEROES TO FS-KPI-NOSHOW-PCT
           MOVE ZEROES TO FS-KPI-REV-PER-SEAT-KM
           MOVE ZEROES TO FS-KPI-COMPLAINT-RATE

           IF WS-KPI-SEATS-OFFERED > ZEROES THEN
               COMPUTE FS-KPI-LOAD-FACTOR ROUNDED =
                   WS-KPI-PASSENGERS * 100 / WS-KPI-SEATS-OFFERED
                   ON SIZE ERROR
                       MOVE 999.99 TO FS-KPI-LOAD-FACTOR
               END-COMPUTE
           END-IF
           IF WS-KPI-TRIPS-TIMED > ZEROES THEN
               COMPUTE FS-KPI-ONTIME-PCT ROUNDED =
                   WS-KPI-TRIPS-ONTIME * 100 / WS-KPI-TRIPS-TIMED
           END-IF
      *    No-shows against everyone who held a seat on the day.
           IF WS-KPI-PASSENGERS + WS-KPI-NOSHOWS > ZEROES THEN
               COMPUTE FS-KPI-NOSHOW-PCT ROUNDED =
                   WS-KPI-NOSHOWS * 100 /
                   (WS-KPI-PASSENGERS + WS-KPI-NOSHOWS)
           END-IF
           IF WS-KPI-SEAT-KM > ZEROES THEN
               COMPUTE FS-KPI-REV-PER-SEAT-KM ROUNDED =
                   WS-KPI-REVENUE / WS-KPI-SEAT-KM
                   ON SIZE ERROR
                       MOVE 99999.9999 TO FS-KPI-REV-PER-SEAT-KM
               END-COMPUTE
           END-IF
           IF WS-KPI-PASSENGERS > ZEROES THEN
               COMPUTE FS-KPI-COMPLAINT-RATE ROUNDED =
                   WS-KPI-COMPLAINTS * 10000 / WS-KPI-PASSENGERS
                   ON SIZE ERROR
                       MOVE 99999.99 TO FS-KPI-COMPLAINT-RATE
               END-COMPUTE
           END-IF

           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-KPI-TIME-STAMP
           IF WS-KPI-EXISTS = 'Y' THEN
               REWRITE FS-KPI-HISTORY-RECORD
               END-REWRITE
           ELSE
               WRITE FS-KPI-HISTORY-RECORD
               END-WRITE
           END-IF
           CLOSE FS-KPI-HISTORY-FILE

           DISPLAY 'KPI SNAPSHOT - PERIOD ' WS-KPI-PERIOD
           DISPLAY 'Trips run / canceled      : ' FS-KPI-TRIPS-RUN
               ' / ' FS-KPI-TRIPS-CANCELED
           DISPLAY 'Bookings                  : ' FS-KPI-BOOKINGS
           DISPLAY 'Passengers carried        : ' FS-KPI-PASSENGERS
           DISPLAY 'Load factor %             : ' FS-KPI-LOAD-FACTOR
           DISPLAY 'On-time % (15 min)        : ' FS-KPI-ONTIME-PCT
           DISPLAY 'No-show rate %            : ' FS-KPI-NOSHOW-PCT
           DISPLAY 'Revenue per seat-km       : '
               FS-KPI-REV-PER-SEAT-KM
           DISPLAY 'Complaints per 10,000 pax : '
               FS-KPI-COMPLAINT-RATE
           DISPLAY 'Cancellations             : '
               FS-KPI-CANCELLATIONS
           DISPLAY 'Saved to data/kpi_history.txt'

           GOBACK
           STOP RUN.

       TALLY-KPI-TRIPS.
      *    Seats offered and seat-km come from the trips that ran:
      *    the bus's capacity, times the route distance for
      *    seat-km.
           OPEN INPUT FS-ROUTES-FILE
           OPEN INPUT FS-VEHICLES-FILE
           MOVE SPACES TO WS-EOF
           MOVE LOW-VALUES TO FS-SCHEDULE-ID
           START FS-SCHEDULES-FILE KEY IS GREATER THAN FS-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-S-D-DATE(7:4) TO WS-KPI-ROW-PERIOD(1:4)
                   MOVE FS-S-D-DATE(1:2) TO WS-KPI-ROW-PERIOD(5:2)
                   IF WS-KPI-ROW-PERIOD = WS-KPI-PERIOD THEN
                       IF FS-S-STATUS = 'canceled' THEN
                           ADD 1 TO WS-KPI-TRIPS-CANCELED
                       ELSE
                           ADD 1 TO WS-KPI-TRIPS-RUN
                           PERFORM ADD-TRIP-CAPACITY
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-ROUTES-FILE
           .

       ADD-TRIP-CAPACITY.
           MOVE FS-FK-VEHICLE-ID TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           ADD FS-VEHICLE-CAPACITY TO WS-KPI-SEATS-OFFERED
           MOVE FS-FK-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           COMPUTE WS-KPI-SEAT-KM = WS-KPI-SEAT-KM +
               (FS-VEHICLE-CAPACITY * FS-ROUTE-DISTANCE)
           .

       TALLY-KPI-BOOKINGS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-FILE
           IF WS-BK-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-FK-SCHEDULE-ID TO WS-KPI-ROW-SCHEDULE-ID
                   MOVE FS-BOOKING-STATUS TO WS-KPI-ROW-STATUS
                   MOVE FS-PRICE TO WS-KPI-ROW-PRICE
                   PERFORM COUNT-KPI-BOOKING
               END-READ
           END-PERFORM
           IF WS-BK-FILE-STATUS = '00' OR
               WS-BK-FILE-STATUS = '10' THEN
               CLOSE FS-BOOKING-FILE
           END-IF
           .

       TALLY-KPI-HISTORY.
      *    A rerun after archiving still finds the month's bookings
      *    in the history file.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-HISTORY-FILE
           IF WS-BH-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-BH-FK-SCHEDULE-ID TO
                       WS-KPI-ROW-SCHEDULE-ID
                   MOVE FS-BH-BOOKING-STATUS TO WS-KPI-ROW-STATUS
                   MOVE FS-BH-PRICE TO WS-KPI-ROW-PRICE
                   PERFORM COUNT-KPI-BOOKING
               END-READ
           END-PERFORM
           IF WS-BH-FILE-STATUS = '00' OR
               WS-BH-FILE-STATUS = '10' THEN
               CLOSE FS-BOOKING-HISTORY-FILE
           END-IF
           .

       COUNT-KPI-BOOKING.
      *    Waitlist entries never held a seat and are not bookings.
      *    Carried means the fare was kept and the seat used - paid,
      *    checked in, boarded or alighted; a no-show's fare is
      *    revenue but not a passenger.
           IF WS-KPI-ROW-STATUS = 'waitlist' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KPI-ROW-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           MOVE FS-S-D-DATE(7:4) TO WS-KPI-ROW-PERIOD(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-KPI-ROW-PERIOD(5:2)
           IF WS-KPI-ROW-PERIOD NOT = WS-KPI-PERIOD THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KPI-BOOKINGS
           EVALUATE WS-KPI-ROW-STATUS
               WHEN 'paid'
               WHEN 'checked'
               WHEN 'boarded'
               WHEN 'alighted'
                   ADD 1 TO WS-KPI-PASSENGERS
                   ADD WS-KPI-ROW-PRICE TO WS-KPI-REVENUE
               WHEN 'no-show'
                   ADD 1 TO WS-KPI-NOSHOWS
                   ADD WS-KPI-ROW-PRICE TO WS-KPI-REVENUE
               WHEN 'canceled'
                   ADD 1 TO WS-KPI-CANCELLATIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       TALLY-KPI-PUNCTUALITY.
      *    Same measure as the on-time performance report: departed
      *    within 15 minutes of the timetable, over the trips whose
      *    actual departure was recorded.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULE-ACTUALS-FILE
           IF WS-SA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULE-ACTUALS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-SA-AD-DATE NOT = SPACES THEN
                       PERFORM SCORE-KPI-TRIP
                   END-IF
               END-READ
           END-PERFORM
           IF WS-SA-FILE-STATUS = '00' OR
               WS-SA-FILE-STATUS = '10' THEN
               CLOSE FS-SCHEDULE-ACTUALS-FILE
           END-IF
           .

       SCORE-KPI-TRIP.
           MOVE FS-SA-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           MOVE FS-S-D-DATE(7:4) TO WS-KPI-ROW-PERIOD(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-KPI-ROW-PERIOD(5:2)
           IF WS-KPI-ROW-PERIOD NOT = WS-KPI-PERIOD THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO WS-KPI-PLANNED-MINUTES

           MOVE FS-SA-AD-DATE TO WS-CVM-DATE
           MOVE FS-SA-AD-HOUR TO WS-CVM-HOUR
           MOVE FS-SA-AD-MINUTES TO WS-CVM-MINUTES
           MOVE FS-SA-AD-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES

           COMPUTE WS-KPI-DELAY-MINUTES =
               WS-CVM-TOTAL-MINUTES - WS-KPI-PLANNED-MINUTES
           ADD 1 TO WS-KPI-TRIPS-TIMED
           IF WS-KPI-DELAY-MINUTES <= WS-KPI-GRACE-MINUTES THEN
               ADD 1 TO WS-KPI-TRIPS-ONTIME
           END-IF
           .

       TALLY-KPI-COMPLAINTS.
      *    Feedback rated 1 or 2 is a complaint, counted in the
      *    month it was logged.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-FEEDBACK-FILE
           IF WS-FB-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-FEEDBACK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-FB-TS-DATE(7:4) TO WS-KPI-ROW-PERIOD(1:4)
                   MOVE FS-FB-TS-DATE(1:2) TO WS-KPI-ROW-PERIOD(5:2)
                   IF WS-KPI-ROW-PERIOD = WS-KPI-PERIOD AND
                       FS-FB-RATING <= 2 THEN
                       ADD 1 TO WS-KPI-COMPLAINTS
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FB-FILE-STATUS = '00' OR
               WS-FB-FILE-STATUS = '10' THEN
               CLOSE FS-FEEDBACK-FILE
           END-IF
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
