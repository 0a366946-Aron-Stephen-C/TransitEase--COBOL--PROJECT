               RECORD KEY IS FS-STP-STOP-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SERVICE-CALENDAR-FILE ASSIGN TO
               'data/service_calendar.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SVC-DATE-INT
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-DETOUR-FILE ASSIGN TO 'data/route_detours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DTR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-GTFS-ROUTES-FILE ASSIGN TO
               'data/export/gtfs_routes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT FS-GTFS-CAL-DATES-FILE ASSIGN TO
               'data/export/gtfs_calendar_dates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-ROUTE-BASE-PRICE    PIC 9(10)V9(2).
           02    FS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    FS-ROUTE-TIME-STAMP.
               03    FS-R-DATE    PIC 99/99/9999.
               03    FS-R-FILLER-SPACE    PIC X(3).
               03    FS-R-TIME.
                   04    FS-R-HOUR    PIC 99.
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
           02    FS-STP-STOP-ID    PIC X(15).
           02    FS-STP-NAME    PIC X(30).
           02    FS-STP-TIME-STAMP.
               03    FS-STP-DATE    PIC 99/99/9999.
               03    FS-STP-FILLER-SPACE    PIC X(3).
               03    FS-STP-TIME.
                   04    FS-STP-HOUR    PIC 99.
                   04    FS-STP-COLON-2    PIC X.
                   04    FS-STP-SECOND    PIC 99.

       FD  FS-SERVICE-CALENDAR-FILE.
       01  FS-SERVICE-CALENDAR-RECORD.
           02    FS-SVC-DATE-INT    PIC 9(8).
           02    FS-SVC-DAY-NAME    PIC X(30).
           02    FS-SVC-SERVICE    PIC X.
               88    FS-SVC-NO-SERVICE    VALUE 'N'.
               88    FS-SVC-AS-SUNDAY    VALUE 'S'.
               88    FS-SVC-PATTERN-DAY    VALUE 'P'.
           02    FS-SVC-PATTERN    PIC X(15).
           02    FS-SVC-TIME-STAMP    PIC X(21).

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

       FD  FS-GTFS-ROUTES-FILE.
       01  FS-GTFS-ROUTES-RECORD    PIC X(120).

       FD  FS-GTFS-CALENDAR-FILE.
       01  FS-GTFS-CALENDAR-RECORD    PIC X(80).

       FD  FS-GTFS-CAL-DATES-FILE.
       01  FS-GTFS-CAL-DATES-RECORD    PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-DEP-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-WEEKDAY-NUMBER    PIC 9.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-SVC-COUNT    PIC 9(3) VALUE 0.
       01  WS-SVC-TABLE.
           02    WS-SVC-ENTRY OCCURS 200 TIMES.
               03    WS-SVC-DATE-INT    PIC 9(8).
               03    WS-SVC-SERVICE    PIC X.
               03    WS-SVC-RUN-FLAG OCCURS 100 TIMES PIC X.
       01  WS-SVC-SLOT    PIC 9(3).
       01  WS-COUNTER-J    PIC 9(3).
       01  WS-TODAY-INT    PIC 9(8).
       01  WS-EXPECTED-FLAG    PIC X.
       01  WS-EXCEPTION-TYPE    PIC X.
       01  WS-CAL-DATES-COUNT    PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
       01  WS-CLOSED-TABLE.
           02    WS-CLOSED-STOP-ID OCCURS 100 TIMES PIC X(15).
       01  WS-CLOSED-MATCH    PIC X.


       PROCEDURE DIVISION.
      *    Nightly machine-readable timetable export in the
      *    GTFS-style shape the transport office and the planner
      *    apps asked for: routes, stops, trips, and a per-route
      *    service calendar under data/export/, with holidays and
      *    special days from the service calendar published as
      *    calendar_dates exceptions. Regenerated from the
      *    live files each night, so cancelled and rescheduled trips
      *    simply drop out of the next feed.
           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           PERFORM LOAD-SERVICE-CALENDAR
           PERFORM LOAD-CLOSED-STOPS
           PERFORM EXPORT-GTFS-ROUTES
           PERFORM EXPORT-GTFS-STOPS
           PERFORM EXPORT-GTFS-TRIPS
           PERFORM EXPORT-GTFS-CALENDAR
           PERFORM EXPORT-GTFS-CALENDAR-DATES

           DISPLAY 'Timetable export complete.'
           DISPLAY 'Routes : ' WS-ROUTE-COUNT
           DISPLAY 'Stops  : ' WS-STOP-COUNT
           DISPLAY 'Trips  : ' WS-TRIP-COUNT
           DISPLAY 'Calendar exceptions : ' WS-CAL-DATES-COUNT

           GOBACK
           STOP RUN.
               READ FS-STOPS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE 'N' TO WS-CLOSED-MATCH
                   PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
                       UNTIL WS-COUNTER-I > WS-CLOSED-COUNT
                       IF WS-CLOSED-STOP-ID(WS-COUNTER-I) =
                           FS-STP-STOP-ID THEN
                           MOVE 'Y' TO WS-CLOSED-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-CLOSED-MATCH = 'N' THEN
                       MOVE SPACES TO WS-EXPORT-LINE
                       STRING
                           FUNCTION TRIM(FS-STP-STOP-ID)
                               DELIMITED BY SIZE
                           ',' DELIMITED BY SIZE
                           FUNCTION TRIM(FS-STP-NAME) DELIMITED BY SIZE
                           INTO WS-EXPORT-LINE
                       END-STRING
                       WRITE FS-GTFS-STOPS-RECORD
                           FROM WS-EXPORT-LINE(1:80)
                       ADD 1 TO WS-STOP-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-STOPS-FILE
      *    the service calendar is derived from the live trips: a
      *    route serves a weekday when an active schedule departs on
      *    that weekday.
           MOVE FS-S-D-DATE(1:2) TO WS-DEP-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-DEP-DATE-INT(7:2)
           MOVE FS-S-D-DATE(7:4) TO WS-DEP-DATE-INT(1:4)
           COMPUTE WS-DEP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DEP-DATE-INT)
           COMPUTE WS-WEEKDAY-NUMBER =
               MOVE WS-CAL-TALLY-COUNT TO WS-CAL-SLOT
           END-IF

      *    A trip on a special day is not part of the weekly pattern;
      *    it is only noted against that day for calendar_dates.
           MOVE ZEROES TO WS-SVC-SLOT
           PERFORM VARYING WS-COUNTER-J FROM 1 BY 1
               UNTIL WS-COUNTER-J > WS-SVC-COUNT
               IF WS-SVC-DATE-INT(WS-COUNTER-J) = WS-DEP-DATE-INT THEN
                   MOVE WS-COUNTER-J TO WS-SVC-SLOT
               END-IF
           END-PERFORM

           IF WS-CAL-SLOT > ZEROES THEN
               IF WS-SVC-SLOT > ZEROES THEN
                   MOVE '1' TO
                       WS-SVC-RUN-FLAG(WS-SVC-SLOT WS-CAL-SLOT)
               ELSE
                   MOVE '1' TO
                       WS-CAL-DOW-FLAG(WS-CAL-SLOT WS-WEEKDAY-NUMBER)
               END-IF
           END-IF
           .

           END-PERFORM
           CLOSE FS-GTFS-CALENDAR-FILE
           .

       LOAD-SERVICE-CALENDAR.
      *    Holidays and special days keyed on the schedule manager's
      *    service calendar page. Past days are left out of the feed.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-INT
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SERVICE-CALENDAR-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SERVICE-CALENDAR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-SVC-DATE-INT >= WS-TODAY-INT AND
                       WS-SVC-COUNT < 200 THEN
                       ADD 1 TO WS-SVC-COUNT
                       MOVE FS-SVC-DATE-INT TO
                           WS-SVC-DATE-INT(WS-SVC-COUNT)
                       MOVE FS-SVC-SERVICE TO
                           WS-SVC-SERVICE(WS-SVC-COUNT)
                       PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
                           UNTIL WS-COUNTER-I > 100
                           MOVE '0' TO
                               WS-SVC-RUN-FLAG(WS-SVC-COUNT
                               WS-COUNTER-I)
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-SERVICE-CALENDAR-FILE
           END-IF
           .

       LOAD-CLOSED-STOPS.
      *    A stop closed or moved by a detour in force today is left
      *    out of tonight's stops feed; it comes back the night after
      *    the detour ends or is lifted.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-INT
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-DETOUR-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DETOUR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-DTR-STATUS = 'active' AND
                       FS-DTR-FROM-INT <= WS-TODAY-INT AND
                       FS-DTR-TO-INT >= WS-TODAY-INT AND
                       WS-CLOSED-COUNT < 100 THEN
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE FS-DTR-FK-STOP-ID TO
                           WS-CLOSED-STOP-ID(WS-CLOSED-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-DETOUR-FILE
           END-IF
           .

       EXPORT-GTFS-CALENDAR-DATES.
      *    For every special day and route, compare what the weekly
      *    pattern promises with what the calendar says will run:
      *    exception 1 adds service on that date, 2 removes it.
      *    No-service days run nothing, run-as-Sunday days follow the
      *    route's Sunday pattern, and named-pattern days run exactly
      *    the trips generated for that date.
           OPEN OUTPUT FS-GTFS-CAL-DATES-FILE
           MOVE 'service_id,date,exception_type' TO WS-EXPORT-LINE
           WRITE FS-GTFS-CAL-DATES-RECORD FROM WS-EXPORT-LINE(1:80)

           PERFORM VARYING WS-COUNTER-J FROM 1 BY 1
               UNTIL WS-COUNTER-J > WS-SVC-COUNT
               COMPUTE WS-DEP-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE
                       (WS-SVC-DATE-INT(WS-COUNTER-J))
               COMPUTE WS-WEEKDAY-NUMBER =
                   FUNCTION MOD(WS-DEP-DAY-NUMBER - 1, 7) + 1

               PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
                   UNTIL WS-COUNTER-I > WS-CAL-TALLY-COUNT
                   EVALUATE WS-SVC-SERVICE(WS-COUNTER-J)
                       WHEN 'N'
                           MOVE '0' TO WS-EXPECTED-FLAG
                       WHEN 'S'
                           MOVE WS-CAL-DOW-FLAG(WS-COUNTER-I 7) TO
                               WS-EXPECTED-FLAG
                           IF WS-SVC-RUN-FLAG(WS-COUNTER-J WS-COUNTER-I)
                               = '1' THEN
                               MOVE '1' TO WS-EXPECTED-FLAG
                           END-IF
                       WHEN OTHER
                           MOVE WS-SVC-RUN-FLAG(WS-COUNTER-J
                               WS-COUNTER-I) TO WS-EXPECTED-FLAG
                   END-EVALUATE

                   MOVE SPACES TO WS-EXCEPTION-TYPE
                   IF WS-EXPECTED-FLAG = '1' AND
                       WS-CAL-DOW-FLAG(WS-COUNTER-I WS-WEEKDAY-NUMBER)
                       = '0' THEN
                       MOVE '1' TO WS-EXCEPTION-TYPE
                   END-IF
                   IF WS-EXPECTED-FLAG = '0' AND
                       WS-CAL-DOW-FLAG(WS-COUNTER-I WS-WEEKDAY-NUMBER)
                       = '1' THEN
                       MOVE '2' TO WS-EXCEPTION-TYPE
                   END-IF

                   IF WS-EXCEPTION-TYPE NOT = SPACES THEN
                       MOVE SPACES TO WS-EXPORT-LINE
                       STRING
                           FUNCTION TRIM(WS-CAL-ROUTE-ID(WS-COUNTER-I))
                               DELIMITED BY SIZE
                           ',' DELIMITED BY SIZE
                           WS-SVC-DATE-INT(WS-COUNTER-J)
                               DELIMITED BY SIZE
                           ',' DELIMITED BY SIZE
                           WS-EXCEPTION-TYPE DELIMITED BY SIZE
                           INTO WS-EXPORT-LINE
                       END-STRING
                       WRITE FS-GTFS-CAL-DATES-RECORD
                           FROM WS-EXPORT-LINE(1:80)
                       ADD 1 TO WS-CAL-DATES-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE FS-GTFS-CAL-DATES-FILE
           .
