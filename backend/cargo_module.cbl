               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-CARGO-LEGS-FILE ASSIGN TO 'data/cargo_legs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CGL-KEY
               FILE STATUS IS WS-CGL-FILE-STATUS.

           SELECT FS-JOURNEYS-FILE ASSIGN TO 'data/journeys.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-JOURNEY-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-JOURNEY-LEGS-FILE ASSIGN TO 'data/journey_legs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-JL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-TERMINALS-FILE ASSIGN TO 'data/terminals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TRM-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-WAYBILL-FILE ASSIGN TO 'data/waybill.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAYBILL-STATUS.

           SELECT FS-CARGO-TARIFF-FILE ASSIGN TO
               'data/cargo_tariffs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTF-KEY
               FILE STATUS IS WS-CTF-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
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
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-DS-VARIANCE    PIC S9(10)V99.
           02    FS-DS-STATUS    PIC X(8).
           02    FS-DS-TIME-STAMP.
               03    FS-DS-TS-DATE    PIC 99/99/9999.
               03    FS-DS-TS-FILLER-SPACE    PIC X(3).
               03    FS-DS-TS-TIME.
                   04    FS-DS-TS-HOUR    PIC 99.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

      *    A consignment that follows a journey carries one row per
      *    leg: the schedule that hauls it, the partner operator
      *    when the leg is not ours, and the leg's share of the
      *    freight. The leg now under way is 'current', legs still
      *    ahead are 'booked', and the transfer scan at the
      *    interchange closes a leg as 'transferred'.
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

       FD  FS-JOURNEYS-FILE.
       01  FS-JOURNEYS-RECORD.
           02    FS-JOURNEY-ID    PIC X(15).
           02    FS-JOURNEY-NAME    PIC X(40).
           02    FS-JOURNEY-LEG-COUNT    PIC 9(2).
           02    FS-JOURNEY-TRANSFER-MINUTES    PIC 9(4).
           02    FS-JOURNEY-STATUS    PIC X(8).
           02    FS-JOURNEY-TIME-STAMP    PIC X(21).

       FD  FS-JOURNEY-LEGS-FILE.
       01  FS-JOURNEY-LEG-RECORD.
           02    FS-JL-KEY.
               03    FS-JL-JOURNEY-ID    PIC X(15).
               03    FS-JL-LEG-NUMBER    PIC 9(2).
           02    FS-JL-FK-ROUTE-ID    PIC X(15).
           02    FS-JL-OPERATOR-ID    PIC X(15).

       FD  FS-TERMINALS-FILE.
       01  FS-TERMINALS-RECORD.
           02    FS-TRM-CODE    PIC X(10).
           02    FS-TRM-NAME    PIC X(30).
           02    FS-TRM-ADDRESS    PIC X(50).

       FD  FS-WAYBILL-FILE.
       01  FS-WAYBILL-RECORD    PIC X(100).

      *    Freight tariff: one row per route distance band and weight
      *    band, each keyed by the band's upper limit. Rows only
      *    reach this file through second-admin approval of a
      *    pending change in schedule_manager.
       FD  FS-CARGO-TARIFF-FILE.
       01  FS-CARGO-TARIFF-RECORD.
           02    FS-CTF-KEY.
               03    FS-CTF-DISTANCE-TO    PIC 9(5).
               03    FS-CTF-WEIGHT-TO    PIC 9(5)V99.
           02    FS-CTF-RATE-PER-KG    PIC 9(4)V99.
           02    FS-CTF-MINIMUM-CHARGE    PIC 9(6)V99.
           02    FS-CTF-APPROVED-BY    PIC X(15).
           02    FS-CTF-TIME-STAMP    PIC X(21).

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
                   04    FS-BPM-TS-COLON-1    PIC X.
                   04    FS-BPM-TS-MINUTES    PIC 99.
                   04    FS-BPM-TS-COLON-2    PIC X.
                   04    FS-BPM-TS-SECOND    PIC 99.


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-CG-TODAY-DAY    PIC S9(9) COMP.
       01  WS-CG-COD-AGE    PIC S9(5).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-BG-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-CG-BAGGAGE-WEIGHT    PIC 9(7)V99.
       01  WS-CG-BG-EOF    PIC X.
       01  WS-CGL-FILE-STATUS    PIC XX.
       01  WS-CGL-EOF    PIC X.
       01  WS-CG-LEG-WEIGHT    PIC 9(7)V99.
       01  WS-CJ-JOURNEY-ID    PIC X(15).
       01  WS-CJ-JOURNEY-NAME    PIC X(40).
       01  WS-CJ-LEG-COUNT    PIC 9(2).
       01  WS-CJ-TRANSFER-MINUTES    PIC 9(4).
       01  WS-CJ-LEG-I    PIC 9(2).
       01  WS-CJ-ABORTED    PIC X.
       01  WS-CJ-TOTAL-DISTANCE    PIC 9(10)V99.
       01  WS-CJ-SHARE-SUM    PIC 9(10)V99.
       01  WS-CJ-PREV-ARRIVE-MIN    PIC 9(10).
       01  WS-CJ-DEPART-MIN    PIC 9(10).
       01  WS-CJ-ARRIVE-MIN    PIC 9(10).
       01  WS-CJ-DATE-INT    PIC 9(8).
       01  WS-CJ-HOUR24    PIC 9(2).
       01  WS-CJ-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CJ-LEG-TABLE.
           02    WS-CJ-LEG OCCURS 10 TIMES.
               03    WS-CJ-SCHEDULE-ID    PIC X(15).
               03    WS-CJ-ROUTE-ID    PIC X(15).
               03    WS-CJ-OPERATOR-ID    PIC X(15).
               03    WS-CJ-ORIGIN    PIC X(30).
               03    WS-CJ-DESTINATION    PIC X(30).
               03    WS-CJ-DEPARTURE    PIC X(23).
               03    WS-CJ-DISTANCE    PIC 9(10)V99.
               03    WS-CJ-FEE-SHARE    PIC 9(10)V99.
       01  WS-CJ-LEGS-ON-FILE    PIC 9(2).
       01  WS-CJ-CURRENT-LEG    PIC 9(2).
       01  WS-CJ-NEXT-LEG    PIC 9(2).
       01  WS-CJ-NEXT-SCHEDULE    PIC X(15).
       01  WS-CJ-SCAN-TERMINAL    PIC X(10).
       01  WS-CJ-TERMINAL-OK    PIC X.
       01  WS-CJ-CLOCK-DATE    PIC 99/99/9999.
       01  WS-CJ-CLOCK-HOUR    PIC 9(2).
       01  WS-CJ-CLOCK-MINUTES    PIC 9(2).
       01  WS-CJ-CLOCK-FORMAT    PIC XX.
       01  WS-CJ-CLOCK-TOTAL    PIC 9(10).
       01  WS-CTF-FILE-STATUS    PIC XX.
       01  WS-CTF-EOF    PIC X.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-CG-LENGTH-CM    PIC 9(4).
       01  WS-CG-WIDTH-CM    PIC 9(4).
       01  WS-CG-HEIGHT-CM    PIC 9(4).
       01  WS-CG-DIM-WEIGHT    PIC 9(5)V99.
       01  WS-CG-CHARGE-WEIGHT    PIC 9(5)V99.
       01  WS-CG-DIM-DIVISOR    PIC 9(6) VALUE 3500.
       01  WS-CG-ROUTE-DISTANCE    PIC 9(10)V99.
       01  WS-CG-FREIGHT    PIC 9(10)V99.
       01  WS-CG-BAND-DISTANCE    PIC 9(5).
       01  WS-CG-BAND-RATE    PIC 9(4)V99.
       01  WS-CG-BAND-MINIMUM    PIC 9(6)V99.
       01  WS-CG-BAND-FOUND    PIC X.


       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-PARAMETERS

           MOVE SPACES TO WS-CARGO-MENU-CHOICE
           PERFORM UNTIL WS-CARGO-MENU-CHOICE = '8'
               PERFORM CLEAR
               DISPLAY '5 - Collect COD at Destination'
               DISPLAY '6 - Shipper COD Remittance Batch'
               DISPLAY '7 - Outstanding COD Aging Report'
               DISPLAY '9 - Accept a Through Consignment (journey)'
               DISPLAY '8 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
                       PERFORM COD-REMITTANCE-BATCH
                   WHEN '7'
                       PERFORM COD-AGING-REPORT
                   WHEN '9'
                       PERFORM ACCEPT-THROUGH-CONSIGNMENT
                   WHEN '8'
                       CONTINUE
                   WHEN OTHER
           IF FS-SCHEDULE-ID = SPACES THEN
               PERFORM SCHEDULE-NOT-FOUND-MESSAGE
           ELSE
               PERFORM FETCH-CARGO-ROUTE-DISTANCE
               PERFORM CHECK-CARGO-CAPACITY

               DISPLAY ' '
               ACCEPT WS-CG-RECEIVER-PHONE
               DISPLAY ' Weight (kg)     : ' WITH NO ADVANCING
               ACCEPT WS-CG-WEIGHT-KG
               PERFORM ACCEPT-CARGO-DIMENSIONS
               DISPLAY ' Declared Value  : ' WITH NO ADVANCING
               ACCEPT WS-CG-DECLARED-VALUE
               DISPLAY ' Cash on delivery (consignee pays'
                       WS-CG-VEHICLE-LIMIT THEN
                       PERFORM CARGO-OVER-LIMIT-MESSAGE
                   ELSE
                       PERFORM PRICE-CONSIGNMENT

                       DISPLAY ' '
                       DISPLAY ' Chargeable (kg) : '
                           WS-CG-CHARGE-WEIGHT
                       DISPLAY ' Freight         : ' WS-CG-FREIGHT
                       DISPLAY ' Consignment Fee : ' WS-CG-FEE

                       MOVE ZEROES TO WS-CG-COD-AMOUNT
               CLOSE FS-CARGO-FILE
           END-IF

      *    Through consignments booked onto this trip as a later leg
      *    of their journey already hold their space here.
           PERFORM SUM-SCHEDULE-LEG-CARGO
           ADD WS-CG-LEG-WEIGHT TO WS-CG-LOADED-WEIGHT

      *    Checked baggage rides in the same hold: the limit is
      *    proved against cargo plus every bag registered on the
      *    trip's bookings, not cargo alone.
               MOVE WS-CG-WEIGHT-KG TO FS-CG-WEIGHT-KG
               MOVE WS-CG-DECLARED-VALUE TO FS-CG-DECLARED-VALUE
               MOVE WS-CG-FEE TO FS-CG-FEE
               MOVE WS-CG-LENGTH-CM TO FS-CG-LENGTH-CM
               MOVE WS-CG-WIDTH-CM TO FS-CG-WIDTH-CM
               MOVE WS-CG-HEIGHT-CM TO FS-CG-HEIGHT-CM
               MOVE WS-CG-CHARGE-WEIGHT TO FS-CG-CHARGE-WEIGHT
               MOVE 'accepted' TO FS-CG-STATUS
               MOVE WS-CG-COD-AMOUNT TO FS-CG-COD-AMOUNT
               IF WS-CG-COD-AMOUNT > ZEROES THEN

               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-CG-TIME-STAMP
               MOVE WS-TS-DATE TO FS-CG-ACCEPT-DATE

               WRITE FS-CARGO-RECORD
               END-WRITE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Chargeable (kg)  : " WS-CG-CHARGE-WEIGHT
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               STRING "Declared Value   : " WS-CG-DECLARED-VALUE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               STRING "Fee              : " WS-CG-FEE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE "------------------@TransitEase2025----------------"
               TO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               CLOSE FS-WAYBILL-FILE
           END-IF
           .

       FETCH-CARGO-ROUTE-DISTANCE.
           MOVE ZEROES TO WS-CG-ROUTE-DISTANCE
           OPEN INPUT FS-ROUTES-FILE
           MOVE FS-FK-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-ROUTE-DISTANCE TO WS-CG-ROUTE-DISTANCE
           END-READ
           CLOSE FS-ROUTES-FILE
           .

       ACCEPT-CARGO-DIMENSIONS.
      *    Bulky light parcels are charged on volume: length x width
      *    x height over the dimensional divisor, whenever that is
      *    more than the scale weight. Blank dimensions mean the
      *    parcel is charged on scale weight alone.
           MOVE ZEROES TO WS-CG-LENGTH-CM
           MOVE ZEROES TO WS-CG-WIDTH-CM
           MOVE ZEROES TO WS-CG-HEIGHT-CM
           DISPLAY ' Length (cm)     : ' WITH NO ADVANCING
           ACCEPT WS-CG-LENGTH-CM
           DISPLAY ' Width (cm)      : ' WITH NO ADVANCING
           ACCEPT WS-CG-WIDTH-CM
           DISPLAY ' Height (cm)     : ' WITH NO ADVANCING
           ACCEPT WS-CG-HEIGHT-CM
           .

       PRICE-CONSIGNMENT.
      *    Freight is the chargeable weight at the tariff rate for
      *    the route's distance band and the parcel's weight band,
      *    never below the band's minimum charge; the valuation
      *    charge on the declared value is added on top. With no
      *    tariff on file the old flat rate per kg still applies.
           COMPUTE WS-CG-DIM-WEIGHT ROUNDED =
               WS-CG-LENGTH-CM * WS-CG-WIDTH-CM * WS-CG-HEIGHT-CM /
               WS-CG-DIM-DIVISOR
           IF WS-CG-DIM-WEIGHT > WS-CG-WEIGHT-KG THEN
               MOVE WS-CG-DIM-WEIGHT TO WS-CG-CHARGE-WEIGHT
           ELSE
               MOVE WS-CG-WEIGHT-KG TO WS-CG-CHARGE-WEIGHT
           END-IF

           PERFORM FIND-CARGO-TARIFF-BAND

           IF WS-CG-BAND-FOUND = 'Y' THEN
               COMPUTE WS-CG-FREIGHT ROUNDED =
                   WS-CG-CHARGE-WEIGHT * WS-CG-BAND-RATE
               IF WS-CG-FREIGHT < WS-CG-BAND-MINIMUM THEN
                   MOVE WS-CG-BAND-MINIMUM TO WS-CG-FREIGHT
               END-IF
           ELSE
               COMPUTE WS-CG-FREIGHT ROUNDED =
                   WS-CG-CHARGE-WEIGHT * WS-CG-RATE-PER-KG
           END-IF

           COMPUTE WS-CG-FEE ROUNDED =
               WS-CG-FREIGHT +
               (WS-CG-DECLARED-VALUE * WS-CG-VALUE-RATE-PCT / 100)
           .

       FIND-CARGO-TARIFF-BAND.
      *    The distance band is the first one whose upper limit
      *    covers the distance; inside it, the first weight band
      *    that covers the chargeable weight. Past the last band the
      *    last band's rate carries on.
           MOVE 'N' TO WS-CG-BAND-FOUND
           MOVE ZEROES TO WS-CG-BAND-DISTANCE
           MOVE SPACES TO WS-CTF-EOF

           OPEN INPUT FS-CARGO-TARIFF-FILE
           IF WS-CTF-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTF-EOF = 'Y'
               READ FS-CARGO-TARIFF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CTF-EOF
               NOT AT END
                   MOVE FS-CTF-DISTANCE-TO TO WS-CG-BAND-DISTANCE
                   IF FS-CTF-DISTANCE-TO >= WS-CG-ROUTE-DISTANCE THEN
                       MOVE 'Y' TO WS-CTF-EOF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CARGO-TARIFF-FILE

           IF WS-CG-BAND-DISTANCE = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CTF-EOF
           OPEN INPUT FS-CARGO-TARIFF-FILE
           MOVE WS-CG-BAND-DISTANCE TO FS-CTF-DISTANCE-TO
           MOVE ZEROES TO FS-CTF-WEIGHT-TO
           START FS-CARGO-TARIFF-FILE KEY IS >= FS-CTF-KEY
               INVALID KEY MOVE 'Y' TO WS-CTF-EOF
           END-START
           PERFORM UNTIL WS-CTF-EOF = 'Y'
               READ FS-CARGO-TARIFF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CTF-EOF
               NOT AT END
                   IF FS-CTF-DISTANCE-TO NOT = WS-CG-BAND-DISTANCE THEN
                       MOVE 'Y' TO WS-CTF-EOF
                   ELSE
                       MOVE FS-CTF-RATE-PER-KG TO WS-CG-BAND-RATE
                       MOVE FS-CTF-MINIMUM-CHARGE TO
                           WS-CG-BAND-MINIMUM
                       MOVE 'Y' TO WS-CG-BAND-FOUND
                       IF FS-CTF-WEIGHT-TO >= WS-CG-CHARGE-WEIGHT THEN
                           MOVE 'Y' TO WS-CTF-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CARGO-TARIFF-FILE
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'CARGO-DIM-DIVISOR' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' AND
                   FS-BPM-PARAM-VALUE > ZEROES THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-CG-DIM-DIVISOR
               END-IF
               MOVE 'CARGO-FLAT-RATE-KG' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-CG-RATE-PER-KG
               END-IF
               MOVE 'CARGO-VALUATION-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-CG-VALUE-RATE-PCT
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

       ACCEPT-THROUGH-CONSIGNMENT.
           DISPLAY 'Journey ID to route the cargo : ' WITH NO ADVANCING
           ACCEPT WS-CJ-JOURNEY-ID

           MOVE 'Y' TO WS-CJ-ABORTED
           OPEN INPUT FS-JOURNEYS-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-CJ-JOURNEY-ID TO FS-JOURNEY-ID
               READ FS-JOURNEYS-FILE
               KEY IS FS-JOURNEY-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-JOURNEY-STATUS = 'active' AND
                       FS-JOURNEY-LEG-COUNT > ZEROES AND
                       FS-JOURNEY-LEG-COUNT NOT > 10 THEN
                       MOVE SPACES TO WS-CJ-ABORTED
                       MOVE FS-JOURNEY-NAME TO WS-CJ-JOURNEY-NAME
                       MOVE FS-JOURNEY-LEG-COUNT TO WS-CJ-LEG-COUNT
                       MOVE FS-JOURNEY-TRANSFER-MINUTES TO
                           WS-CJ-TRANSFER-MINUTES
                   END-IF
               END-READ
               CLOSE FS-JOURNEYS-FILE
           END-IF

           IF WS-CJ-ABORTED = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Journey not found on file or not active.'
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' Journey         : ' WS-CJ-JOURNEY-NAME
           DISPLAY ' Legs            : ' WS-CJ-LEG-COUNT
           DISPLAY ' '
           DISPLAY ' Sender Name     : ' WITH NO ADVANCING
           ACCEPT WS-CG-SENDER-NAME
           DISPLAY ' Sender Phone    : ' WITH NO ADVANCING
           ACCEPT WS-CG-SENDER-PHONE
           DISPLAY ' Receiver Name   : ' WITH NO ADVANCING
           ACCEPT WS-CG-RECEIVER-NAME
           DISPLAY ' Receiver Phone  : ' WITH NO ADVANCING
           ACCEPT WS-CG-RECEIVER-PHONE
           DISPLAY ' Weight (kg)     : ' WITH NO ADVANCING
           ACCEPT WS-CG-WEIGHT-KG
           PERFORM ACCEPT-CARGO-DIMENSIONS
           DISPLAY ' Declared Value  : ' WITH NO ADVANCING
           ACCEPT WS-CG-DECLARED-VALUE
           DISPLAY ' Cash on delivery (consignee pays'
               ' value + freight)? [YES/NO] ' WITH NO ADVANCING
           ACCEPT WS-CG-COD-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-CG-COD-ANSWER) TO
           WS-CG-COD-ANSWER

           IF WS-CG-SENDER-NAME = SPACES OR
               WS-CG-RECEIVER-NAME = SPACES OR
               WS-CG-WEIGHT-KG = ZEROES THEN
               DISPLAY ' '
               PERFORM INVALID-INPUT
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    Every leg is given its own trip, each trip must leave no
      *    sooner than the journey's transfer time after the last
      *    one arrives, and each hold must have room for the goods.
           MOVE SPACES TO WS-CJ-LEG-TABLE
           MOVE ZEROES TO WS-CJ-TOTAL-DISTANCE
           MOVE ZEROES TO WS-CJ-PREV-ARRIVE-MIN
           OPEN INPUT FS-JOURNEY-LEGS-FILE
           OPEN INPUT FS-ROUTES-FILE
           PERFORM VARYING WS-CJ-LEG-I FROM 1 BY 1 UNTIL
               WS-CJ-LEG-I > WS-CJ-LEG-COUNT OR WS-CJ-ABORTED = 'Y'
               PERFORM PICK-CARGO-LEG-SCHEDULE
           END-PERFORM
           CLOSE FS-ROUTES-FILE
           CLOSE FS-JOURNEY-LEGS-FILE

           IF WS-CJ-ABORTED = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Consignment not accepted.'
               DISPLAY " Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    A through movement is one haul for tariff purposes: the
      *    distance band is the journey's end-to-end distance.
           MOVE WS-CJ-TOTAL-DISTANCE TO WS-CG-ROUTE-DISTANCE
           PERFORM PRICE-CONSIGNMENT

      *    The freight is shared between the legs by route distance;
      *    the last leg takes whatever the rounding leaves over.
           MOVE ZEROES TO WS-CJ-SHARE-SUM
           PERFORM VARYING WS-CJ-LEG-I FROM 1 BY 1 UNTIL
               WS-CJ-LEG-I > WS-CJ-LEG-COUNT
               IF WS-CJ-LEG-I = WS-CJ-LEG-COUNT THEN
                   COMPUTE WS-CJ-FEE-SHARE(WS-CJ-LEG-I) =
                       WS-CG-FEE - WS-CJ-SHARE-SUM
               ELSE
                   IF WS-CJ-TOTAL-DISTANCE > ZEROES THEN
                       COMPUTE WS-CJ-FEE-SHARE(WS-CJ-LEG-I) ROUNDED =
                           WS-CG-FEE * WS-CJ-DISTANCE(WS-CJ-LEG-I) /
                           WS-CJ-TOTAL-DISTANCE
                   ELSE
                       COMPUTE WS-CJ-FEE-SHARE(WS-CJ-LEG-I) ROUNDED =
                           WS-CG-FEE / WS-CJ-LEG-COUNT
                   END-IF
                   ADD WS-CJ-FEE-SHARE(WS-CJ-LEG-I) TO WS-CJ-SHARE-SUM
               END-IF
           END-PERFORM

           DISPLAY ' '
           DISPLAY ' Chargeable (kg) : ' WS-CG-CHARGE-WEIGHT
           DISPLAY ' Freight         : ' WS-CG-FREIGHT
           DISPLAY ' Consignment Fee : ' WS-CG-FEE
           PERFORM VARYING WS-CJ-LEG-I FROM 1 BY 1 UNTIL
               WS-CJ-LEG-I > WS-CJ-LEG-COUNT
               IF WS-CJ-OPERATOR-ID(WS-CJ-LEG-I) = SPACES THEN
                   DISPLAY '   Leg ' WS-CJ-LEG-I ' share : '
                       WS-CJ-FEE-SHARE(WS-CJ-LEG-I)
               ELSE
                   DISPLAY '   Leg ' WS-CJ-LEG-I ' share : '
                       WS-CJ-FEE-SHARE(WS-CJ-LEG-I) '  partner '
                       WS-CJ-OPERATOR-ID(WS-CJ-LEG-I)
               END-IF
           END-PERFORM

           MOVE ZEROES TO WS-CG-COD-AMOUNT
           IF WS-CG-COD-ANSWER = 'YES' THEN
               COMPUTE WS-CG-COD-AMOUNT =
                   WS-CG-DECLARED-VALUE + WS-CG-FEE
               DISPLAY ' COD to collect  : ' WS-CG-COD-AMOUNT
           END-IF

      *    The consignment itself rides on the first leg's trip; its
      *    schedule moves on to the next trip at each transfer scan.
           MOVE WS-CJ-SCHEDULE-ID(1) TO WS-CG-SCHEDULE-ID
           PERFORM RECORD-CONSIGNMENT
           PERFORM RECORD-CARGO-LEGS
           PERFORM WRITE-THROUGH-WAYBILL
           PERFORM CONSIGNMENT-ACCEPTED-MESSAGE
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       PICK-CARGO-LEG-SCHEDULE.
           MOVE WS-CJ-JOURNEY-ID TO FS-JL-JOURNEY-ID
           MOVE WS-CJ-LEG-I TO FS-JL-LEG-NUMBER
           READ FS-JOURNEY-LEGS-FILE
           KEY IS FS-JL-KEY
           INVALID KEY
               DISPLAY ' Leg ' WS-CJ-LEG-I ' of the journey is missing.'
               MOVE 'Y' TO WS-CJ-ABORTED
               EXIT PARAGRAPH
           END-READ
           MOVE FS-JL-FK-ROUTE-ID TO WS-CJ-ROUTE-ID(WS-CJ-LEG-I)
           MOVE FS-JL-OPERATOR-ID TO WS-CJ-OPERATOR-ID(WS-CJ-LEG-I)

           MOVE FS-JL-FK-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               DISPLAY ' Route ' FS-JL-FK-ROUTE-ID ' not found.'
               MOVE 'Y' TO WS-CJ-ABORTED
               EXIT PARAGRAPH
           END-READ
           MOVE FS-ROUTE-ORIGIN TO WS-CJ-ORIGIN(WS-CJ-LEG-I)
           MOVE FS-ROUTE-DESTINATION TO WS-CJ-DESTINATION(WS-CJ-LEG-I)
           MOVE FS-ROUTE-DISTANCE TO WS-CJ-DISTANCE(WS-CJ-LEG-I)
           ADD FS-ROUTE-DISTANCE TO WS-CJ-TOTAL-DISTANCE

           DISPLAY ' '
           DISPLAY ' [LEG ' WS-CJ-LEG-I '] ' FS-ROUTE-ORIGIN ' TO '
               FS-ROUTE-DESTINATION
           IF FS-JL-OPERATOR-ID NOT = SPACES THEN
               DISPLAY ' Carried by partner : ' FS-JL-OPERATOR-ID
           END-IF
           DISPLAY ' Schedule ID for this leg : ' WITH NO ADVANCING
           ACCEPT WS-CG-SCHEDULE-ID

           OPEN INPUT FS-SCHEDULES-FILE
           MOVE WS-CG-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               MOVE SPACES TO FS-SCHEDULE-ID
           END-READ
           CLOSE FS-SCHEDULES-FILE

           IF FS-SCHEDULE-ID = SPACES THEN
               PERFORM SCHEDULE-NOT-FOUND-MESSAGE
               MOVE 'Y' TO WS-CJ-ABORTED
               EXIT PARAGRAPH
           END-IF
           IF FS-FK-ROUTE-ID NOT = WS-CJ-ROUTE-ID(WS-CJ-LEG-I) OR
               FS-S-STATUS NOT = 'active' THEN
               DISPLAY ' That schedule is not an active trip on this'
                   ' leg''s route.'
               MOVE 'Y' TO WS-CJ-ABORTED
               EXIT PARAGRAPH
           END-IF

           MOVE FS-S-D-DATE TO WS-CJ-CLOCK-DATE
           MOVE FS-S-D-HOUR TO WS-CJ-CLOCK-HOUR
           MOVE FS-S-D-MINUTES TO WS-CJ-CLOCK-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CJ-CLOCK-FORMAT
           PERFORM CLOCK-TO-MINUTES
           MOVE WS-CJ-CLOCK-TOTAL TO WS-CJ-DEPART-MIN

           IF WS-CJ-LEG-I > 1 AND WS-CJ-DEPART-MIN <
               WS-CJ-PREV-ARRIVE-MIN + WS-CJ-TRANSFER-MINUTES THEN
               DISPLAY ' Departs before the goods can be transferred'
                   ' from the previous leg.'
               MOVE 'Y' TO WS-CJ-ABORTED
               EXIT PARAGRAPH
           END-IF

           MOVE FS-S-A-DATE TO WS-CJ-CLOCK-DATE
           MOVE FS-S-A-HOUR TO WS-CJ-CLOCK-HOUR
           MOVE FS-S-A-MINUTES TO WS-CJ-CLOCK-MINUTES
           MOVE FS-S-A-TIME-FORMAT TO WS-CJ-CLOCK-FORMAT
           PERFORM CLOCK-TO-MINUTES
           MOVE WS-CJ-CLOCK-TOTAL TO WS-CJ-ARRIVE-MIN

           MOVE WS-CG-SCHEDULE-ID TO WS-CJ-SCHEDULE-ID(WS-CJ-LEG-I)
           MOVE FS-S-DEPARTURE-TIME TO WS-CJ-DEPARTURE(WS-CJ-LEG-I)

           PERFORM CHECK-CARGO-CAPACITY
           IF WS-CG-LOADED-WEIGHT + WS-CG-WEIGHT-KG >
               WS-CG-VEHICLE-LIMIT THEN
               PERFORM CARGO-OVER-LIMIT-MESSAGE
               MOVE 'Y' TO WS-CJ-ABORTED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CJ-ARRIVE-MIN TO WS-CJ-PREV-ARRIVE-MIN
           .

       CLOCK-TO-MINUTES.
           MOVE WS-CJ-CLOCK-DATE(1:2) TO WS-CJ-DATE-INT(5:2)
           MOVE WS-CJ-CLOCK-DATE(4:2) TO WS-CJ-DATE-INT(7:2)
           MOVE WS-CJ-CLOCK-DATE(7:4) TO WS-CJ-DATE-INT(1:4)

           IF WS-CJ-CLOCK-FORMAT = 'AM' THEN
               IF WS-CJ-CLOCK-HOUR = 12 THEN
                   MOVE 0 TO WS-CJ-HOUR24
               ELSE
                   MOVE WS-CJ-CLOCK-HOUR TO WS-CJ-HOUR24
               END-IF
           ELSE
               IF WS-CJ-CLOCK-HOUR = 12 THEN
                   MOVE 12 TO WS-CJ-HOUR24
               ELSE
                   COMPUTE WS-CJ-HOUR24 = WS-CJ-CLOCK-HOUR + 12
               END-IF
           END-IF

           COMPUTE WS-CJ-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CJ-DATE-INT)

           COMPUTE WS-CJ-CLOCK-TOTAL =
               (WS-CJ-DAY-NUMBER * 1440) +
               (WS-CJ-HOUR24 * 60) + WS-CJ-CLOCK-MINUTES
           .

       RECORD-CARGO-LEGS.
           OPEN I-O FS-CARGO-LEGS-FILE
           IF WS-CGL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CARGO-LEGS-FILE
           END-IF

           PERFORM GENERATE-TIME-STAMP
           PERFORM VARYING WS-CJ-LEG-I FROM 1 BY 1 UNTIL
               WS-CJ-LEG-I > WS-CJ-LEG-COUNT
               MOVE SPACES TO FS-CARGO-LEG-RECORD
               MOVE WS-GENERATED-ID TO FS-CGL-CONSIGNMENT-ID
               MOVE WS-CJ-LEG-I TO FS-CGL-LEG-NUMBER
               MOVE WS-CJ-JOURNEY-ID TO FS-CGL-FK-JOURNEY-ID
               MOVE WS-CJ-SCHEDULE-ID(WS-CJ-LEG-I) TO
                   FS-CGL-FK-SCHEDULE-ID
               MOVE WS-CJ-ROUTE-ID(WS-CJ-LEG-I) TO FS-CGL-FK-ROUTE-ID
               MOVE WS-CJ-OPERATOR-ID(WS-CJ-LEG-I) TO
                   FS-CGL-OPERATOR-ID
               MOVE WS-CG-WEIGHT-KG TO FS-CGL-WEIGHT-KG
               MOVE WS-CJ-FEE-SHARE(WS-CJ-LEG-I) TO FS-CGL-FEE-SHARE
               IF WS-CJ-LEG-I = 1 THEN
                   MOVE 'current' TO FS-CGL-STATUS
               ELSE
                   MOVE 'booked' TO FS-CGL-STATUS
               END-IF
               MOVE WS-TS-DATE TO FS-CGL-ACCEPT-DATE

               WRITE FS-CARGO-LEG-RECORD
               END-WRITE
           END-PERFORM

           CLOSE FS-CARGO-LEGS-FILE
           .

       SUM-SCHEDULE-LEG-CARGO.
           MOVE ZEROES TO WS-CG-LEG-WEIGHT
           MOVE SPACES TO WS-CGL-EOF

           OPEN INPUT FS-CARGO-LEGS-FILE
           IF WS-CGL-FILE-STATUS = '00' THEN
               PERFORM UNTIL WS-CGL-EOF = 'Y'
                   READ FS-CARGO-LEGS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CGL-EOF
                   NOT AT END
                       IF FS-CGL-FK-SCHEDULE-ID = WS-CG-SCHEDULE-ID AND
                           FS-CGL-STATUS = 'booked' THEN
                           ADD FS-CGL-WEIGHT-KG TO WS-CG-LEG-WEIGHT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-CARGO-LEGS-FILE
           END-IF
           .

       WRITE-THROUGH-WAYBILL.
           OPEN OUTPUT FS-WAYBILL-FILE
           IF WS-WAYBILL-STATUS NOT = '00' THEN
               PERFORM ERROR-OPENING-MESSAGE
           ELSE
               MOVE "--------------------------------------------------"
               TO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE "             THROUGH CARGO WAYBILL                "
               TO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE "--------------------------------------------------"
               TO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Consignment ID   : " WS-GENERATED-ID
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Journey          : " WS-CJ-JOURNEY-ID " "
               WS-CJ-JOURNEY-NAME
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               PERFORM VARYING WS-CJ-LEG-I FROM 1 BY 1 UNTIL
                   WS-CJ-LEG-I > WS-CJ-LEG-COUNT
                   MOVE SPACES TO WS-LINE
                   STRING "Leg " WS-CJ-LEG-I "  Schedule    : "
                   WS-CJ-SCHEDULE-ID(WS-CJ-LEG-I)
                   DELIMITED BY SIZE INTO WS-LINE
                   WRITE FS-WAYBILL-RECORD FROM WS-LINE

                   MOVE SPACES TO WS-LINE
                   STRING "        Route       : "
                   WS-CJ-ORIGIN(WS-CJ-LEG-I) " TO "
                   WS-CJ-DESTINATION(WS-CJ-LEG-I)
                   DELIMITED BY SIZE INTO WS-LINE
                   WRITE FS-WAYBILL-RECORD FROM WS-LINE

                   MOVE SPACES TO WS-LINE
                   STRING "        Departure   : "
                   WS-CJ-DEPARTURE(WS-CJ-LEG-I)
                   DELIMITED BY SIZE INTO WS-LINE
                   WRITE FS-WAYBILL-RECORD FROM WS-LINE

                   MOVE SPACES TO WS-LINE
                   IF WS-CJ-OPERATOR-ID(WS-CJ-LEG-I) = SPACES THEN
                       STRING "        Carrier     : TransitEase"
                       DELIMITED BY SIZE INTO WS-LINE
                   ELSE
                       STRING "        Carrier     : "
                       WS-CJ-OPERATOR-ID(WS-CJ-LEG-I)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-IF
                   WRITE FS-WAYBILL-RECORD FROM WS-LINE

                   MOVE SPACES TO WS-LINE
                   STRING "        Freight     : "
                   WS-CJ-FEE-SHARE(WS-CJ-LEG-I)
                   DELIMITED BY SIZE INTO WS-LINE
                   WRITE FS-WAYBILL-RECORD FROM WS-LINE
               END-PERFORM

               MOVE SPACES TO WS-LINE
               STRING "Sender           : " WS-CG-SENDER-NAME(1:30)
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Sender Phone     : " WS-CG-SENDER-PHONE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Receiver         : " WS-CG-RECEIVER-NAME(1:30)
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Receiver Phone   : " WS-CG-RECEIVER-PHONE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Weight (kg)      : " WS-CG-WEIGHT-KG
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Chargeable (kg)  : " WS-CG-CHARGE-WEIGHT
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Declared Value   : " WS-CG-DECLARED-VALUE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE

               MOVE SPACES TO WS-LINE
               STRING "Fee              : " WS-CG-FEE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-WAYBILL-RECORD FROM WS-LINE
               PERFORM CONSIGNMENT-NOT-FOUND-MESSAGE
           NOT INVALID KEY
               DISPLAY ' Current Status : ' FS-CG-STATUS
               PERFORM SHOW-CONSIGNMENT-LEGS
               DISPLAY ' '
               DISPLAY ' New Status: 1 - Loaded'
               DISPLAY '             2 - In Transit'
               DISPLAY '             3 - Delivered'
               IF WS-CJ-LEGS-ON-FILE > ZEROES THEN
                   DISPLAY '             4 - Transfer Scan at'
                       ' Interchange'
               END-IF
               DISPLAY ' Select status : ' WITH NO ADVANCING
               ACCEPT WS-CG-NEW-STATUS

                       MOVE 'in-transit' TO FS-CG-STATUS
                   WHEN '3'
      *                A COD box is not delivered until the cash is
      *                in the drawer, and a through consignment not
      *                until its last leg has run.
                       IF WS-CJ-NEXT-LEG NOT = ZEROES THEN
                           DISPLAY ' '
                           DISPLAY ' Onward leg still to run - scan'
                               ' the transfer at the interchange.'
                       ELSE
                           IF FS-CG-COD-STATUS = 'pending' THEN
                               DISPLAY ' '
                               DISPLAY ' COD not yet collected -'
                                   ' record the collection first.'
                           ELSE
                               MOVE 'delivered' TO FS-CG-STATUS
                               IF WS-CJ-CURRENT-LEG NOT = ZEROES THEN
                                   PERFORM CLOSE-FINAL-CARGO-LEG
                               END-IF
                           END-IF
                       END-IF
                   WHEN '4'
                       IF WS-CJ-NEXT-LEG = ZEROES THEN
                           DISPLAY ' '
                           DISPLAY ' No onward leg - this consignment'
                               ' is not at an interchange.'
                       ELSE
                           PERFORM TRANSFER-SCAN-CONSIGNMENT
                       END-IF
                   WHEN OTHER
                       PERFORM INVALID-INPUT
           ACCEPT WS-BUFFER
           .

       SHOW-CONSIGNMENT-LEGS.
           MOVE ZEROES TO WS-CJ-LEGS-ON-FILE
           MOVE ZEROES TO WS-CJ-CURRENT-LEG
           MOVE ZEROES TO WS-CJ-NEXT-LEG
           MOVE SPACES TO WS-CJ-NEXT-SCHEDULE
           MOVE SPACES TO WS-CGL-EOF

           OPEN INPUT FS-CARGO-LEGS-FILE
           IF WS-CGL-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-CG-CONSIGNMENT-ID TO FS-CGL-CONSIGNMENT-ID
           MOVE ZEROES TO FS-CGL-LEG-NUMBER
           START FS-CARGO-LEGS-FILE KEY IS >= FS-CGL-KEY
               INVALID KEY MOVE 'Y' TO WS-CGL-EOF
           END-START
           PERFORM UNTIL WS-CGL-EOF = 'Y'
               READ FS-CARGO-LEGS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CGL-EOF
               NOT AT END
                   IF FS-CGL-CONSIGNMENT-ID NOT =
                       FS-CG-CONSIGNMENT-ID THEN
                       MOVE 'Y' TO WS-CGL-EOF
                   ELSE
                       IF WS-CJ-LEGS-ON-FILE = ZEROES THEN
                           DISPLAY ' '
                           DISPLAY ' LEG | SCHEDULE ID     | CARRIER  '-
                           '       | STATUS      | SCANNED AT'
                       END-IF
                       ADD 1 TO WS-CJ-LEGS-ON-FILE
                       DISPLAY '  ' FS-CGL-LEG-NUMBER ' | '
                           FS-CGL-FK-SCHEDULE-ID ' | '
                           FS-CGL-OPERATOR-ID ' | ' FS-CGL-STATUS
                           ' | ' FS-CGL-SCAN-TERMINAL
                       IF FS-CGL-STATUS = 'current' THEN
                           MOVE FS-CGL-LEG-NUMBER TO WS-CJ-CURRENT-LEG
                       END-IF
                       IF FS-CGL-STATUS = 'booked' AND
                           WS-CJ-NEXT-LEG = ZEROES THEN
                           MOVE FS-CGL-LEG-NUMBER TO WS-CJ-NEXT-LEG
                           MOVE FS-CGL-FK-SCHEDULE-ID TO
                               WS-CJ-NEXT-SCHEDULE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CGL-FILE-STATUS = '00' OR WS-CGL-FILE-STATUS = '10'
               OR WS-CGL-FILE-STATUS = '23' THEN
               CLOSE FS-CARGO-LEGS-FILE
           END-IF
           .

      *    The goods are scanned off one trip and onto the next at
      *    the interchange terminal. The consignment then follows the
      *    onward trip, so it shows on that trip's manifest and
      *    counts against that hold.
       TRANSFER-SCAN-CONSIGNMENT.
           DISPLAY ' Interchange terminal code : ' WITH NO ADVANCING
           ACCEPT WS-CJ-SCAN-TERMINAL

           MOVE 'N' TO WS-CJ-TERMINAL-OK
           OPEN INPUT FS-TERMINALS-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-CJ-SCAN-TERMINAL TO FS-TRM-CODE
               READ FS-TERMINALS-FILE
               KEY IS FS-TRM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CJ-TERMINAL-OK
               END-READ
               CLOSE FS-TERMINALS-FILE
           END-IF

           IF WS-CJ-TERMINAL-OK NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Terminal not found on file - scan not'
                   ' recorded.'
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-TIME-STAMP
           OPEN I-O FS-CARGO-LEGS-FILE
           MOVE FS-CG-CONSIGNMENT-ID TO FS-CGL-CONSIGNMENT-ID
           MOVE WS-CJ-CURRENT-LEG TO FS-CGL-LEG-NUMBER
           READ FS-CARGO-LEGS-FILE
           KEY IS FS-CGL-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'transferred' TO FS-CGL-STATUS
               MOVE WS-CJ-SCAN-TERMINAL TO FS-CGL-SCAN-TERMINAL
               MOVE WS-TIME-STAMP TO FS-CGL-SCAN-STAMP
               REWRITE FS-CARGO-LEG-RECORD
               END-REWRITE
           END-READ

           MOVE FS-CG-CONSIGNMENT-ID TO FS-CGL-CONSIGNMENT-ID
           MOVE WS-CJ-NEXT-LEG TO FS-CGL-LEG-NUMBER
           READ FS-CARGO-LEGS-FILE
           KEY IS FS-CGL-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'current' TO FS-CGL-STATUS
               REWRITE FS-CARGO-LEG-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-CARGO-LEGS-FILE

           MOVE WS-CJ-NEXT-SCHEDULE TO FS-CG-FK-SCHEDULE-ID
           MOVE 'transfer' TO FS-CG-STATUS
           DISPLAY ' '
           DISPLAY ' Transferred at ' WS-CJ-SCAN-TERMINAL ' onto leg '
               WS-CJ-NEXT-LEG ', schedule ' WS-CJ-NEXT-SCHEDULE
           .

       CLOSE-FINAL-CARGO-LEG.
           PERFORM GENERATE-TIME-STAMP
           OPEN I-O FS-CARGO-LEGS-FILE
           MOVE FS-CG-CONSIGNMENT-ID TO FS-CGL-CONSIGNMENT-ID
           MOVE WS-CJ-CURRENT-LEG TO FS-CGL-LEG-NUMBER
           READ FS-CARGO-LEGS-FILE
           KEY IS FS-CGL-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'delivered' TO FS-CGL-STATUS
               MOVE WS-TIME-STAMP TO FS-CGL-SCAN-STAMP
               REWRITE FS-CARGO-LEG-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-CARGO-LEGS-FILE
           .

       LIST-SCHEDULE-CONSIGNMENTS.
           DISPLAY 'Schedule ID : ' WITH NO ADVANCING
           ACCEPT WS-CG-SCHEDULE-ID
           .

       COD-AGING-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CG-COD-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-CG-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CG-COD-DATE-INT)
               NOT AT END
                   IF FS-CG-COD-STATUS = 'pending' OR
                       FS-CG-COD-STATUS = 'collected' THEN
                       MOVE FS-CG-TS-DATE(7:4) TO
                           WS-CG-COD-DATE-INT(1:4)
                       MOVE FS-CG-TS-DATE(1:2) TO
                           WS-CG-COD-DATE-INT(5:2)
                       MOVE FS-CG-TS-DATE(4:2) TO
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
