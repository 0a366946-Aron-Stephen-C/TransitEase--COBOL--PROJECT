       IDENTIFICATION DIVISION.
       PROGRAM-ID. availability_feed.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT FS-SEAT-MAP-FILE ASSIGN TO 'data/seat_map.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEAT-KEY
               FILE STATUS IS WS-SEAT-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT FS-ROUTE-RULES-FILE ASSIGN TO 'data/route_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RRU-ROUTE-ID
               FILE STATUS IS WS-RRU-FILE-STATUS.

           SELECT FS-OVERBOOK-RULES-FILE ASSIGN TO
               'data/overbook_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OB-KEY
               FILE STATUS IS WS-OB-FILE-STATUS.

           SELECT FS-ALLOTMENT-FILE ASSIGN TO 'data/allotments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-AL-ALLOTMENT-ID
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT FS-FEED-FILE ASSIGN TO
               'data/export/availability/seat_availability_work.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.


       DATA DIVISION.
       FILE SECTION.

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

       FD  FS-ROUTE-RULES-FILE.
       01  FS-ROUTE-RULES-RECORD.
           02    FS-RRU-ROUTE-ID    PIC X(15).
           02    FS-RRU-CUTOFF-MINUTES    PIC 9(4).
           02    FS-RRU-HORIZON-DAYS    PIC 9(3).
           02    FS-RRU-LONGHAUL-FLAG    PIC X.
           02    FS-RRU-CROSSBORDER-FLAG    PIC X.

       FD  FS-OVERBOOK-RULES-FILE.
       01  FS-OVERBOOK-RULES-RECORD.
           02    FS-OB-KEY.
               03    FS-OB-FK-ROUTE-ID    PIC X(15).
               03    FS-OB-VEHICLE-CLASS    PIC X.
           02    FS-OB-ALLOWANCE-PCT    PIC 9(3).

       FD  FS-ALLOTMENT-FILE.
       01  FS-ALLOTMENT-RECORD.
           02    FS-AL-ALLOTMENT-ID    PIC X(15).
           02    FS-AL-FK-SCHEDULE-ID    PIC X(15).
           02    FS-AL-OPERATOR    PIC X(30).
           02    FS-AL-SEAT-COUNT    PIC 9(3).
           02    FS-AL-RELEASE-DATE    PIC 99/99/9999.
           02    FS-AL-RELEASE-HOUR    PIC 99.
           02    FS-AL-STATUS    PIC X(8).
           02    FS-AL-TIME-STAMP.
               03    FS-AL-TS-DATE    PIC 99/99/9999.
               03    FS-AL-TS-FILLER-SPACE    PIC X(3).
               03    FS-AL-TS-TIME.
                   04    FS-AL-TS-HOUR    PIC 99.
                   04    FS-AL-TS-COLON-1    PIC X.
                   04    FS-AL-TS-MINUTES    PIC 99.
                   04    FS-AL-TS-COLON-2    PIC X.
                   04    FS-AL-TS-SECOND    PIC 99.

       FD  FS-FEED-FILE.
       01  FS-FEED-RECORD    PIC X(200).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SEAT-FILE-STATUS    PIC XX.
       01  WS-BOOKING-FILE-STATUS    PIC XX.
       01  WS-RRU-FILE-STATUS    PIC XX.
       01  WS-OB-FILE-STATUS    PIC XX.
       01  WS-AL-FILE-STATUS    PIC XX.
       01  WS-OUT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-BK-EOF    PIC X.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-RUN-MODE-ENTRY    PIC X(10).
       01  WS-EXPORT-LINE    PIC X(200).
       01  WS-COMMAND    PIC X(200).

       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9(4).
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-TIME    PIC 9(8).
       01  WS-NOW-HOUR    PIC 99.
       01  WS-NOW-MINUTE    PIC 99.
       01  WS-NOW-DATE-INT    PIC 9(8).
       01  WS-NOW-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-NOW-TOTAL-MINUTES    PIC S9(11) COMP.

      *    The sales day the feed runs through, and how often it
      *    publishes. Started outside these hours it writes one
      *    snapshot and stops.
       01  WS-AVF-DAY-START-HOUR    PIC 99 VALUE 05.
       01  WS-AVF-DAY-END-HOUR    PIC 99 VALUE 23.
       01  WS-AVF-INTERVAL-COMMAND    PIC X(10) VALUE 'sleep 300'.
       01  WS-AVF-SNAPSHOT-COUNT    PIC 9(5) VALUE 0.

       01  WS-AVF-AS-OF.
           02    WS-AVF-AS-OF-DATE    PIC 99/99/9999.
           02    WS-AVF-AS-OF-SPACE    PIC X VALUE SPACE.
           02    WS-AVF-AS-OF-HOUR    PIC 99.
           02    WS-AVF-AS-OF-COLON-1    PIC X VALUE ':'.
           02    WS-AVF-AS-OF-MINUTE    PIC 99.
           02    WS-AVF-AS-OF-COLON-2    PIC X VALUE ':'.
           02    WS-AVF-AS-OF-SECOND    PIC 99.
       01  WS-AVF-FILE-STAMP    PIC X(15).

      *    One schedule's figures for the feed rows.
       01  WS-AVF-ROW-COUNT    PIC 9(7).
       01  WS-AVF-SCHEDULE-COUNT    PIC 9(7).
       01  WS-AVF-DEP-DATE-INT    PIC 9(8).
       01  WS-AVF-DEP-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-AVF-DEP-HOUR24    PIC 99.
       01  WS-AVF-DEP-TOTAL-MINUTES    PIC S9(11) COMP.
       01  WS-AVF-MINUTES-TO-DEP    PIC S9(11) COMP.
       01  WS-AVF-CUTOFF-MINUTES    PIC 9(4).
       01  WS-AVF-HORIZON-DAYS    PIC 9(3).
       01  WS-AVF-CAPACITY    PIC 9(3).
       01  WS-AVF-VEHICLE-CLASS    PIC X.
       01  WS-AVF-SEAT-CURSOR    PIC 9(3).
       01  WS-AVF-OPEN-SEATS    PIC 9(3).
       01  WS-AVF-HELD-SEATS    PIC 9(3).
       01  WS-AVF-ALLOWANCE-PCT    PIC 9(3).
       01  WS-AVF-ALLOWANCE-SEATS    PIC 9(3).
       01  WS-AVF-STANDBY-SOLD    PIC 9(3).
       01  WS-AVF-STANDBY-LEFT    PIC 9(3).
       01  WS-AVF-REMAINING    PIC 9(4).
       01  WS-AVF-SALES-OPEN    PIC X.
       01  WS-AVF-SOLD-OUT    PIC X.
       01  WS-AVF-CANCELLED    PIC X.
       01  WS-AVF-NEXT-RELEASE    PIC X(13).
       01  WS-AVF-BEST-RELEASE-KEY    PIC 9(10).
       01  WS-AVF-PRODUCT-I    PIC 9.
       01  WS-AVF-PRODUCT-TABLE.
           02    FILLER    PIC X(8) VALUE 'FLEX'.
           02    FILLER    PIC X(8) VALUE 'SAVER'.
       01  WS-AVF-PRODUCTS REDEFINES WS-AVF-PRODUCT-TABLE.
           02    WS-AVF-PRODUCT    PIC X(8) OCCURS 2 TIMES.

      *    Open allotments, loaded once per snapshot so each
      *    schedule can show when its held block goes back on sale.
       01  WS-AVF-AL-COUNT    PIC 9(3).
       01  WS-AVF-AL-I    PIC 9(3).
       01  WS-AVF-AL-TABLE.
           02    WS-AVF-AL-ENTRY OCCURS 500 TIMES.
               03    WS-AVF-AL-SCHEDULE-ID    PIC X(15).
               03    WS-AVF-AL-RELEASE-DATE    PIC X(10).
               03    WS-AVF-AL-RELEASE-HOUR    PIC 99.
               03    WS-AVF-AL-RELEASE-KEY    PIC 9(10).
       01  WS-AVF-AL-DATE-INT    PIC 9(8).

       01  WS-AVF-CAPACITY-EDIT    PIC ZZ9.
       01  WS-AVF-OPEN-EDIT    PIC ZZ9.
       01  WS-AVF-HELD-EDIT    PIC ZZ9.
       01  WS-AVF-STANDBY-EDIT    PIC ZZ9.
       01  WS-AVF-REMAINING-EDIT    PIC ZZZ9.


       PROCEDURE DIVISION.
      *    Seat availability feed for the booking partners and the
      *    trip-planner apps. Every few minutes through the sales
      *    day it writes a snapshot of each upcoming departure under
      *    data/export/availability/, one row per schedule and fare
      *    product: open seats from the seat map, seats held under
      *    tour-operator allotments, the standby margin left under
      *    the route's overbooking allowance, whether the route's
      *    sales window is open, and sold-out and cancelled flags.
      *    Each snapshot is written to a work file and renamed to
      *    its timestamped name in one step, so a partner never
      *    picks up a half-written file.
      *    'availability_feed ONCE' writes a single snapshot.
           ACCEPT WS-RUN-MODE-ENTRY FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE-ENTRY) TO
               WS-RUN-MODE-ENTRY

           CALL "SYSTEM" USING "mkdir -p data/export/availability"
               RETURNING WS-RETURN-CODE

      *    Snapshots more than a day old are of no use to anyone;
      *    clear them at start-up so the pickup folder stays small.
           MOVE SPACES TO WS-COMMAND
           STRING 'find data/export/availability -name '
               '"seat_availability_2*" -mtime +0 -delete'
               DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-RETURN-CODE

           PERFORM WRITE-AVAILABILITY-SNAPSHOT

           IF WS-RUN-MODE-ENTRY NOT = 'ONCE' THEN
               PERFORM UNTIL WS-NOW-HOUR < WS-AVF-DAY-START-HOUR OR
                   WS-NOW-HOUR >= WS-AVF-DAY-END-HOUR
                   CALL "SYSTEM" USING WS-AVF-INTERVAL-COMMAND
                       RETURNING WS-RETURN-CODE
                   PERFORM WRITE-AVAILABILITY-SNAPSHOT
               END-PERFORM
           END-IF

           DISPLAY 'Seat availability feed stopped.'
           DISPLAY 'Snapshots written : ' WS-AVF-SNAPSHOT-COUNT

           GOBACK
           STOP RUN.

       WRITE-AVAILABILITY-SNAPSHOT.
           PERFORM SET-SNAPSHOT-CLOCK
           PERFORM LOAD-OPEN-ALLOTMENTS

           OPEN OUTPUT FS-FEED-FILE
           IF WS-OUT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open availability feed>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EXPORT-LINE
           STRING 'as_of,schedule_id,route_id,origin,destination,'
               'departure,fare_product,capacity,seats_open,'
               'allotment_held,standby_left,seats_remaining,'
               'sales_open,sold_out,cancelled,next_block_release'
               DELIMITED BY SIZE
           INTO WS-EXPORT-LINE
           WRITE FS-FEED-RECORD FROM WS-EXPORT-LINE

           MOVE ZEROES TO WS-AVF-ROW-COUNT
           MOVE ZEROES TO WS-AVF-SCHEDULE-COUNT
           MOVE SPACES TO WS-EOF

           OPEN INPUT FS-SCHEDULES-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           OPEN INPUT FS-ROUTES-FILE
           OPEN INPUT FS-VEHICLES-FILE
           OPEN INPUT FS-SEAT-MAP-FILE
           OPEN INPUT FS-BOOKING-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-STATUS = 'active' OR
                       FS-S-STATUS = 'ACTIVE' OR
                       FS-S-STATUS = 'DELAYED' OR
                       FS-S-STATUS = 'canceled' THEN
                       PERFORM FEED-ONE-SCHEDULE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-BOOKING-FILE
           CLOSE FS-SEAT-MAP-FILE
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-ROUTES-FILE
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-FEED-FILE

           MOVE SPACES TO WS-COMMAND
           STRING 'mv data/export/availability/'
               'seat_availability_work.txt '
               'data/export/availability/seat_availability_'
               WS-AVF-FILE-STAMP '.txt'
               DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-RETURN-CODE

           ADD 1 TO WS-AVF-SNAPSHOT-COUNT
           DISPLAY WS-AVF-AS-OF ' snapshot ' WS-AVF-FILE-STAMP
               ' - ' WS-AVF-SCHEDULE-COUNT ' schedules, '
               WS-AVF-ROW-COUNT ' rows'
           .

       SET-SNAPSHOT-CLOCK.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:2) TO WS-NOW-HOUR
           MOVE WS-TIME(3:2) TO WS-NOW-MINUTE

           COMPUTE WS-NOW-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-NOW-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-INT)
           COMPUTE WS-NOW-TOTAL-MINUTES =
               (WS-NOW-DAY-NUMBER * 1440) +
               (WS-NOW-HOUR * 60) + WS-NOW-MINUTE

           MOVE WS-TODAY-MM TO WS-AVF-AS-OF-DATE(1:2)
           MOVE '/' TO WS-AVF-AS-OF-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-AVF-AS-OF-DATE(4:2)
           MOVE '/' TO WS-AVF-AS-OF-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-AVF-AS-OF-DATE(7:4)
           MOVE WS-TIME(1:2) TO WS-AVF-AS-OF-HOUR
           MOVE WS-TIME(3:2) TO WS-AVF-AS-OF-MINUTE
           MOVE WS-TIME(5:2) TO WS-AVF-AS-OF-SECOND

           MOVE SPACES TO WS-AVF-FILE-STAMP
           STRING WS-TODAY-DATE '_' WS-TIME(1:6)
               DELIMITED BY SIZE
           INTO WS-AVF-FILE-STAMP
           .

       LOAD-OPEN-ALLOTMENTS.
           MOVE ZEROES TO WS-AVF-AL-COUNT
           MOVE SPACES TO WS-BK-EOF
           OPEN INPUT FS-ALLOTMENT-FILE
           IF WS-AL-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ FS-ALLOTMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BK-EOF
               NOT AT END
                   IF FS-AL-STATUS = 'open' AND
                       WS-AVF-AL-COUNT < 500 THEN
                       ADD 1 TO WS-AVF-AL-COUNT
                       MOVE FS-AL-FK-SCHEDULE-ID TO
                           WS-AVF-AL-SCHEDULE-ID(WS-AVF-AL-COUNT)
                       MOVE FS-AL-RELEASE-DATE TO
                           WS-AVF-AL-RELEASE-DATE(WS-AVF-AL-COUNT)
                       MOVE FS-AL-RELEASE-HOUR TO
                           WS-AVF-AL-RELEASE-HOUR(WS-AVF-AL-COUNT)
                       MOVE FS-AL-RELEASE-DATE(7:4) TO
                           WS-AVF-AL-DATE-INT(1:4)
                       MOVE FS-AL-RELEASE-DATE(1:2) TO
                           WS-AVF-AL-DATE-INT(5:2)
                       MOVE FS-AL-RELEASE-DATE(4:2) TO
                           WS-AVF-AL-DATE-INT(7:2)
                       COMPUTE WS-AVF-AL-RELEASE-KEY(WS-AVF-AL-COUNT) =
                           (WS-AVF-AL-DATE-INT * 100) +
                           FS-AL-RELEASE-HOUR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-ALLOTMENT-FILE
           .

       FEED-ONE-SCHEDULE.
      *    Departures already gone drop out of the feed.
           MOVE FS-S-D-DATE(7:4) TO WS-AVF-DEP-DATE-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-AVF-DEP-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-AVF-DEP-DATE-INT(7:2)
           IF WS-AVF-DEP-DATE-INT IS NOT NUMERIC OR
               WS-AVF-DEP-DATE-INT < WS-NOW-DATE-INT THEN
               EXIT PARAGRAPH
           END-IF

           IF FS-S-D-TIME-FORMAT = 'AM' THEN
               IF FS-S-D-HOUR = 12 THEN
                   MOVE 0 TO WS-AVF-DEP-HOUR24
               ELSE
                   MOVE FS-S-D-HOUR TO WS-AVF-DEP-HOUR24
               END-IF
           ELSE
               IF FS-S-D-HOUR = 12 THEN
                   MOVE 12 TO WS-AVF-DEP-HOUR24
               ELSE
                   COMPUTE WS-AVF-DEP-HOUR24 = FS-S-D-HOUR + 12
               END-IF
           END-IF
           COMPUTE WS-AVF-DEP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-AVF-DEP-DATE-INT)
           COMPUTE WS-AVF-DEP-TOTAL-MINUTES =
               (WS-AVF-DEP-DAY-NUMBER * 1440) +
               (WS-AVF-DEP-HOUR24 * 60) + FS-S-D-MINUTES
           COMPUTE WS-AVF-MINUTES-TO-DEP =
               WS-AVF-DEP-TOTAL-MINUTES - WS-NOW-TOTAL-MINUTES
           IF WS-AVF-MINUTES-TO-DEP < 0 THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ROUTE-SALES-RULES
      *    Past the route's advance-sales horizon the trip is not
      *    published yet.
           IF WS-AVF-MINUTES-TO-DEP > (WS-AVF-HORIZON-DAYS * 1440)
               THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-FK-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               MOVE SPACES TO FS-ROUTE-ORIGIN
               MOVE SPACES TO FS-ROUTE-DESTINATION
           END-READ

           MOVE ZEROES TO WS-AVF-CAPACITY
           MOVE SPACE TO WS-AVF-VEHICLE-CLASS
           MOVE FS-FK-VEHICLE-ID TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           KEY IS FS-VEHICLE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-VEHICLE-CAPACITY TO WS-AVF-CAPACITY
               MOVE FS-VEHICLE-CLASS TO WS-AVF-VEHICLE-CLASS
           END-READ

           PERFORM COUNT-SCHEDULE-SEATS
           PERFORM COUNT-STANDBY-MARGIN
           PERFORM FIND-NEXT-BLOCK-RELEASE

           MOVE 'N' TO WS-AVF-CANCELLED
           IF FS-S-STATUS = 'canceled' THEN
               MOVE 'Y' TO WS-AVF-CANCELLED
           END-IF

           MOVE 'Y' TO WS-AVF-SALES-OPEN
           IF WS-AVF-MINUTES-TO-DEP < WS-AVF-CUTOFF-MINUTES OR
               WS-AVF-CANCELLED = 'Y' THEN
               MOVE 'N' TO WS-AVF-SALES-OPEN
           END-IF

           COMPUTE WS-AVF-REMAINING =
               WS-AVF-OPEN-SEATS + WS-AVF-STANDBY-LEFT
           MOVE 'N' TO WS-AVF-SOLD-OUT
           IF WS-AVF-REMAINING = ZEROES AND
               WS-AVF-CANCELLED = 'N' THEN
               MOVE 'Y' TO WS-AVF-SOLD-OUT
           END-IF
      *    Nothing is sellable on a closed or cancelled trip,
      *    whatever the seat map still shows.
           IF WS-AVF-SALES-OPEN = 'N' THEN
               MOVE ZEROES TO WS-AVF-REMAINING
           END-IF

           ADD 1 TO WS-AVF-SCHEDULE-COUNT
      *    Saver and Flex sell from the same seat pool, so both
      *    product rows carry the same counts.
           PERFORM VARYING WS-AVF-PRODUCT-I FROM 1 BY 1
               UNTIL WS-AVF-PRODUCT-I > 2
               PERFORM WRITE-FEED-ROW
           END-PERFORM
           .

       LOAD-ROUTE-SALES-RULES.
           MOVE 30 TO WS-AVF-CUTOFF-MINUTES
           MOVE 90 TO WS-AVF-HORIZON-DAYS

           OPEN INPUT FS-ROUTE-RULES-FILE
           IF WS-RRU-FILE-STATUS = '00' THEN
               MOVE FS-FK-ROUTE-ID TO FS-RRU-ROUTE-ID
               READ FS-ROUTE-RULES-FILE
               KEY IS FS-RRU-ROUTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-RRU-CUTOFF-MINUTES TO WS-AVF-CUTOFF-MINUTES
                   MOVE FS-RRU-HORIZON-DAYS TO WS-AVF-HORIZON-DAYS
               END-READ
               CLOSE FS-ROUTE-RULES-FILE
           END-IF
           .

       COUNT-SCHEDULE-SEATS.
      *    OPEN seats are on general sale; BLOCKED seats are held
      *    under a tour-operator allotment until it is converted or
      *    released.
           MOVE ZEROES TO WS-AVF-OPEN-SEATS
           MOVE ZEROES TO WS-AVF-HELD-SEATS
           MOVE 1 TO WS-AVF-SEAT-CURSOR
           PERFORM UNTIL WS-AVF-SEAT-CURSOR > WS-AVF-CAPACITY
               MOVE FS-SCHEDULE-ID TO FS-SEAT-SCHEDULE-ID
               MOVE WS-AVF-SEAT-CURSOR TO FS-SEAT-NO
               READ FS-SEAT-MAP-FILE
               KEY IS FS-SEAT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-SEAT-STATUS = 'OPEN' THEN
                       ADD 1 TO WS-AVF-OPEN-SEATS
                   END-IF
                   IF FS-SEAT-STATUS = 'BLOCKED' THEN
                       ADD 1 TO WS-AVF-HELD-SEATS
                   END-IF
               END-READ
               ADD 1 TO WS-AVF-SEAT-CURSOR
           END-PERFORM
           .

       COUNT-STANDBY-MARGIN.
      *    A route with an overbooking allowance keeps selling
      *    seatless standby tickets once the seats are gone, up to
      *    its percentage of capacity - the same margin the booking
      *    engine offers at the counter.
           MOVE ZEROES TO WS-AVF-ALLOWANCE-PCT
           MOVE ZEROES TO WS-AVF-ALLOWANCE-SEATS
           MOVE ZEROES TO WS-AVF-STANDBY-SOLD
           MOVE ZEROES TO WS-AVF-STANDBY-LEFT

           OPEN INPUT FS-OVERBOOK-RULES-FILE
           IF WS-OB-FILE-STATUS = '00' THEN
               MOVE FS-FK-ROUTE-ID TO FS-OB-FK-ROUTE-ID
               MOVE WS-AVF-VEHICLE-CLASS TO FS-OB-VEHICLE-CLASS
               READ FS-OVERBOOK-RULES-FILE
               KEY IS FS-OB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-OB-ALLOWANCE-PCT TO WS-AVF-ALLOWANCE-PCT
               END-READ
               CLOSE FS-OVERBOOK-RULES-FILE
           END-IF

           IF WS-AVF-ALLOWANCE-PCT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVF-ALLOWANCE-SEATS =
               WS-AVF-CAPACITY * WS-AVF-ALLOWANCE-PCT / 100

           MOVE SPACES TO WS-BK-EOF
           MOVE FS-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-BK-EOF
           END-START
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BK-EOF
               NOT AT END
                   IF FS-FK-SCHEDULE-ID NOT = FS-SCHEDULE-ID THEN
                       MOVE 'Y' TO WS-BK-EOF
                   ELSE
                       IF FS-SEAT-NUMBER = ZEROES AND
                           FS-PASSENGER-CATEGORY NOT = 'charter' AND
                           (FS-BOOKING-STATUS = 'reserved' OR
                           FS-BOOKING-STATUS = 'paid') THEN
                           ADD 1 TO WS-AVF-STANDBY-SOLD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-AVF-STANDBY-SOLD < WS-AVF-ALLOWANCE-SEATS THEN
               COMPUTE WS-AVF-STANDBY-LEFT =
                   WS-AVF-ALLOWANCE-SEATS - WS-AVF-STANDBY-SOLD
           END-IF
           .

       FIND-NEXT-BLOCK-RELEASE.
      *    Earliest release deadline among the open allotments on
      *    this departure - when held seats can come back on sale.
           MOVE SPACES TO WS-AVF-NEXT-RELEASE
           MOVE 9999999999 TO WS-AVF-BEST-RELEASE-KEY
           PERFORM VARYING WS-AVF-AL-I FROM 1 BY 1
               UNTIL WS-AVF-AL-I > WS-AVF-AL-COUNT
               IF WS-AVF-AL-SCHEDULE-ID(WS-AVF-AL-I) = FS-SCHEDULE-ID
                   AND WS-AVF-AL-RELEASE-KEY(WS-AVF-AL-I) <
                   WS-AVF-BEST-RELEASE-KEY THEN
                   MOVE WS-AVF-AL-RELEASE-KEY(WS-AVF-AL-I) TO
                       WS-AVF-BEST-RELEASE-KEY
                   MOVE SPACES TO WS-AVF-NEXT-RELEASE
                   STRING WS-AVF-AL-RELEASE-DATE(WS-AVF-AL-I) ' '
                       WS-AVF-AL-RELEASE-HOUR(WS-AVF-AL-I)
                       DELIMITED BY SIZE
                   INTO WS-AVF-NEXT-RELEASE
               END-IF
           END-PERFORM
           .

       WRITE-FEED-ROW.
           MOVE WS-AVF-CAPACITY TO WS-AVF-CAPACITY-EDIT
           MOVE WS-AVF-OPEN-SEATS TO WS-AVF-OPEN-EDIT
           MOVE WS-AVF-HELD-SEATS TO WS-AVF-HELD-EDIT
           MOVE WS-AVF-STANDBY-LEFT TO WS-AVF-STANDBY-EDIT
           MOVE WS-AVF-REMAINING TO WS-AVF-REMAINING-EDIT

           MOVE SPACES TO WS-EXPORT-LINE
           STRING
               WS-AVF-AS-OF DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(FS-SCHEDULE-ID) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(FS-FK-ROUTE-ID) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(FS-ROUTE-ORIGIN) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(FS-ROUTE-DESTINATION) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FS-S-DEPARTURE-TIME DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVF-PRODUCT(WS-AVF-PRODUCT-I))
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVF-CAPACITY-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVF-OPEN-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVF-HELD-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVF-STANDBY-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVF-REMAINING-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-AVF-SALES-OPEN DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-AVF-SOLD-OUT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-AVF-CANCELLED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVF-NEXT-RELEASE) DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
           END-STRING
           WRITE FS-FEED-RECORD FROM WS-EXPORT-LINE
           ADD 1 TO WS-AVF-ROW-COUNT
           .
