               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-EMISSION-FACTOR-FILE ASSIGN TO
               'data/emission_factors.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EMF-KEY
               FILE STATUS IS WS-EMF-FILE-STATUS.

           SELECT FS-VEHICLE-FUEL-FILE ASSIGN TO
               'data/vehicle_fuel_types.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VFU-VEHICLE-ID
               FILE STATUS IS WS-VFU-FILE-STATUS.

           SELECT FS-SCHEDULE-ACTUALS-FILE ASSIGN TO
               'data/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SA-SCHEDULE-ID
               FILE STATUS IS WS-SA-FILE-STATUS.

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
               'data/export/emissions_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-FTX-FK-SCHEDULE-ID    PIC X(15).
           02    FS-FTX-LITERS    PIC 9(6)V99.
           02    FS-FTX-TIME-STAMP.
               03    FS-FTX-TS-DATE    PIC 99/99/9999.
               03    FS-FTX-TS-FILLER-SPACE    PIC X(3).
               03    FS-FTX-TS-TIME.
                   04    FS-FTX-TS-HOUR    PIC 99.
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
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
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

      *    kg of CO2-equivalent per liter burned, per fuel type and
      *    effective date - the published factors are revised, and a
      *    past period must keep being reported on the factor that
      *    was in force then.
       FD  FS-EMISSION-FACTOR-FILE.
       01  FS-EMISSION-FACTOR-RECORD.
           02    FS-EMF-KEY.
               03    FS-EMF-FUEL-TYPE    PIC X(10).
               03    FS-EMF-EFFECTIVE-INT    PIC 9(8).
           02    FS-EMF-KG-PER-LITER    PIC 9(2)V9(4).
           02    FS-EMF-TIME-STAMP    PIC X(21).

       FD  FS-VEHICLE-FUEL-FILE.
       01  FS-VEHICLE-FUEL-RECORD.
           02    FS-VFU-VEHICLE-ID    PIC X(15).
           02    FS-VFU-FUEL-TYPE    PIC X(10).
           02    FS-VFU-TIME-STAMP    PIC X(21).

       FD  FS-SCHEDULE-ACTUALS-FILE.
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC 99/99/9999.
               03    FS-SA-AD-REST    PIC X(13).
           02    FS-SA-ACTUAL-ARRIVAL    PIC X(23).
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP    PIC X(21).

       FD  FS-SCHEDULES-HISTORY-FILE.
       01  FS-SCHEDULES-HISTORY-RECORD.
           02    FS-SH-SCHEDULE-ID    PIC X(15).
           02    FS-SH-FK-ROUTE-ID    PIC X(15).
           02    FS-SH-FK-VEHICLE-ID    PIC X(15).
           02    FS-SH-FK-DRIVER-ID    PIC X(15).
           02    FS-SH-DEPARTURE-TIME    PIC X(23).
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
       01  WS-FCR-SLOT    PIC 9(3).
       01  WS-FCR-FOUND    PIC X.
       01  WS-FCR-L-PER-100KM    PIC 9(5)V99.
       01  WS-EMF-FILE-STATUS    PIC XX.
       01  WS-VFU-FILE-STATUS    PIC XX.
       01  WS-SA-FILE-STATUS    PIC XX.
       01  WS-SH-FILE-STATUS    PIC XX.
       01  WS-TSU-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.
       01  WS-LINE    PIC X(132).
       01  WS-EMF-FUEL-ENTRY    PIC X(10).
       01  WS-EMF-EFFECTIVE-ENTRY    PIC X(10).
       01  WS-EMF-FACTOR-ENTRY    PIC 9(2)V9(4).
      *    Report periods as YYYYMMDD bounds: entry 1 is the period
      *    asked for, entry 2 the one just before it (the previous
      *    quarter, or the previous year).
       01  WS-EMR-PERIOD-ENTRY    PIC X(6).
       01  WS-EMR-YEAR    PIC 9(4).
       01  WS-EMR-QUARTER    PIC 9.
       01  WS-EMR-PERIOD-TABLE.
           02    WS-EMR-PERIOD OCCURS 2 TIMES.
               03    WS-EMR-PERIOD-LABEL    PIC X(6).
               03    WS-EMR-PERIOD-START    PIC 9(8).
               03    WS-EMR-PERIOD-END    PIC 9(8).
       01  WS-EMR-P    PIC 9.
       01  WS-EMR-I    PIC 9(3).
       01  WS-EMR-SLOT    PIC 9(3).
       01  WS-EMR-FOUND    PIC X.
       01  WS-EMR-DATE-INT    PIC 9(8).
       01  WS-EMR-VEHICLE-ID    PIC X(15).
       01  WS-EMR-ROUTE-ID    PIC X(15).
       01  WS-EMR-CLASS    PIC X.
       01  WS-EMR-FUEL-TYPE    PIC X(10).
       01  WS-EMR-SCH-FOUND    PIC X.
       01  WS-EMR-FACTOR    PIC 9(2)V9(4).
       01  WS-EMR-FACTOR-FOUND    PIC X.
       01  WS-EMR-BEST-EFFECTIVE    PIC 9(8).
       01  WS-EMR-SCAN-EOF    PIC X.
       01  WS-EMR-KG    PIC 9(9)V99.
       01  WS-EMR-KM    PIC 9(8)V99.
       01  WS-EMR-PAX    PIC 9(7).
       01  WS-EMR-PKM    PIC 9(10)V99.
       01  WS-EMR-VEH-SLOT    PIC 9(3).
       01  WS-EMR-ROUTE-SLOT    PIC 9(3).
       01  WS-EMR-CLASS-SLOT    PIC 9(3).
      *    One set of figures per period on every vehicle, route and
      *    class row, so the trend is read off the same row.
       01  WS-EMR-VEH-TABLE.
           02    WS-EMR-VEH OCCURS 100 TIMES.
               03    WS-EMR-V-ID    PIC X(15).
               03    WS-EMR-V-CLASS    PIC X.
               03    WS-EMR-V-FUEL-TYPE    PIC X(10).
               03    WS-EMR-V-FIGURES.
                   04    WS-EMR-V-PERIOD OCCURS 2 TIMES.
                       05    WS-EMR-V-LITERS    PIC 9(8)V99.
                       05    WS-EMR-V-KG    PIC 9(9)V99.
                       05    WS-EMR-V-KM    PIC 9(8)V99.
                       05    WS-EMR-V-PAX    PIC 9(7).
                       05    WS-EMR-V-PKM    PIC 9(10)V99.
       01  WS-EMR-VEH-COUNT    PIC 9(3).
       01  WS-EMR-ROUTE-TABLE.
           02    WS-EMR-RTE OCCURS 100 TIMES.
               03    WS-EMR-R-ID    PIC X(15).
               03    WS-EMR-R-FIGURES.
                   04    WS-EMR-R-PERIOD OCCURS 2 TIMES.
                       05    WS-EMR-R-LITERS    PIC 9(8)V99.
                       05    WS-EMR-R-KG    PIC 9(9)V99.
                       05    WS-EMR-R-KM    PIC 9(8)V99.
                       05    WS-EMR-R-PAX    PIC 9(7).
                       05    WS-EMR-R-PKM    PIC 9(10)V99.
       01  WS-EMR-ROUTE-COUNT    PIC 9(3).
       01  WS-EMR-CLASS-TABLE.
           02    WS-EMR-CLS OCCURS 10 TIMES.
               03    WS-EMR-C-ID    PIC X.
               03    WS-EMR-C-FIGURES.
                   04    WS-EMR-C-PERIOD OCCURS 2 TIMES.
                       05    WS-EMR-C-LITERS    PIC 9(8)V99.
                       05    WS-EMR-C-KG    PIC 9(9)V99.
                       05    WS-EMR-C-KM    PIC 9(8)V99.
                       05    WS-EMR-C-PAX    PIC 9(7).
                       05    WS-EMR-C-PKM    PIC 9(10)V99.
       01  WS-EMR-CLASS-COUNT    PIC 9(3).
       01  WS-EMR-TOT-FIGURES.
           02    WS-EMR-T-PERIOD OCCURS 2 TIMES.
               03    WS-EMR-T-LITERS    PIC 9(8)V99.
               03    WS-EMR-T-KG    PIC 9(9)V99.
               03    WS-EMR-T-KM    PIC 9(8)V99.
               03    WS-EMR-T-PAX    PIC 9(7).
               03    WS-EMR-T-PKM    PIC 9(10)V99.
      *    Control figures: fuel that could not be converted for want
      *    of a factor, and fuel issued without a trip to a route.
       01  WS-EMR-CONTROL-TABLE.
           02    WS-EMR-CONTROL OCCURS 2 TIMES.
               03    WS-EMR-NO-FACTOR-LITERS    PIC 9(8)V99.
               03    WS-EMR-UNASSIGNED-LITERS    PIC 9(8)V99.
       01  WS-EMR-SCHEDULE-ID    PIC X(15).
       01  WS-EMR-SCH-ROUTE-ID    PIC X(15).
       01  WS-EMR-SCH-VEHICLE-ID    PIC X(15).
       01  WS-EMR-LITERS    PIC 9(8)V99.
       01  WS-EMR-EMF-OPEN    PIC X.
       01  WS-EMR-VFU-OPEN    PIC X.
       01  WS-EMR-SH-OPEN    PIC X.
       01  WS-EMR-TSU-OPEN    PIC X.
       01  WS-EMR-ROW-TAG    PIC X(13).
       01  WS-EMR-EDIT-PAX    PIC Z(6)9.
      *    The row being printed - a vehicle, route or class entry's
      *    figures are moved here whole.
       01  WS-EMR-ROW-ID    PIC X(15).
       01  WS-EMR-ROW-FIGURES.
           02    WS-EMR-ROW-PERIOD OCCURS 2 TIMES.
               03    WS-EMR-ROW-LITERS    PIC 9(8)V99.
               03    WS-EMR-ROW-KG    PIC 9(9)V99.
               03    WS-EMR-ROW-KM    PIC 9(8)V99.
               03    WS-EMR-ROW-PAX    PIC 9(7).
               03    WS-EMR-ROW-PKM    PIC 9(10)V99.
       01  WS-EMR-G-PER-VKM    PIC 9(6)V9.
       01  WS-EMR-G-PER-PKM    PIC 9(6)V9.
       01  WS-EMR-PRIOR-G-PER-VKM    PIC 9(6)V9.
       01  WS-EMR-CHANGE-PCT    PIC S9(5)V9.
       01  WS-EMR-EDIT-LITERS    PIC Z(7)9.99.
       01  WS-EMR-EDIT-KG    PIC Z(8)9.99.
       01  WS-EMR-EDIT-KM    PIC Z(7)9.99.
       01  WS-EMR-EDIT-PKM    PIC Z(9)9.99.
       01  WS-EMR-EDIT-G-VKM    PIC Z(5)9.9.
       01  WS-EMR-EDIT-G-PKM    PIC Z(5)9.9.
       01  WS-EMR-EDIT-PRIOR-KG    PIC Z(8)9.99.
       01  WS-EMR-EDIT-PRIOR-G-VKM    PIC Z(5)9.9.
       01  WS-EMR-EDIT-CHANGE    PIC X(8).
       01  WS-EMR-EDIT-PCT    PIC -(5)9.9.


       PROCEDURE DIVISION.
      *    out per vehicle and schedule, a pump reconciliation of the
      *    book stock against dip readings, and the liters-per-
      *    kilometer consumption report that finally puts numbers on
      *    the suspected leakage. The same issuances, converted on
      *    dated emission factors, give the greenhouse-gas report
      *    the city and the lenders ask for each quarter and year.
           MOVE SPACES TO WS-FUEL-MENU-CHOICE
           PERFORM UNTIL WS-FUEL-MENU-CHOICE = '8'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY '2 - Record a Fuel Issuance'
               DISPLAY '3 - Pump Reconciliation (dip vs book)'
               DISPLAY '4 - Consumption Variance Report'
               DISPLAY '5 - Set an Emission Factor'
               DISPLAY '6 - Set a Vehicle Fuel Type'
               DISPLAY '7 - Emissions Report (quarter / year)'
               DISPLAY '8 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-FUEL-MENU-CHOICE
                   WHEN '4'
                       PERFORM CONSUMPTION-REPORT
                   WHEN '5'
                       PERFORM SET-EMISSION-FACTOR
                   WHEN '6'
                       PERFORM SET-VEHICLE-FUEL-TYPE
                   WHEN '7'
                       PERFORM EMISSIONS-REPORT
                   WHEN '8'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
           END-IF
           .

       SET-EMISSION-FACTOR.
      *    A new factor is added with its own effective date; the old
      *    one stays on file so earlier periods still convert on it.
           DISPLAY 'Fuel type [e.g. DIESEL]          : '
               WITH NO ADVANCING
           ACCEPT WS-EMF-FUEL-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-EMF-FUEL-ENTRY) TO
               WS-EMF-FUEL-ENTRY
           DISPLAY 'Effective date [MM/DD/YYYY]      : '
               WITH NO ADVANCING
           ACCEPT WS-EMF-EFFECTIVE-ENTRY
           DISPLAY 'kg CO2e per liter [99.9999]      : '
               WITH NO ADVANCING
           ACCEPT WS-EMF-FACTOR-ENTRY

           IF WS-EMF-FUEL-ENTRY = SPACES OR
               WS-EMF-FACTOR-ENTRY = ZEROES OR
               WS-EMF-EFFECTIVE-ENTRY(1:2) NOT NUMERIC OR
               WS-EMF-EFFECTIVE-ENTRY(4:2) NOT NUMERIC OR
               WS-EMF-EFFECTIVE-ENTRY(7:4) NOT NUMERIC THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-EMISSION-FACTOR-FILE
           IF WS-EMF-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-EMISSION-FACTOR-FILE
           END-IF

           MOVE SPACES TO FS-EMISSION-FACTOR-RECORD
           MOVE WS-EMF-FUEL-ENTRY TO FS-EMF-FUEL-TYPE
           MOVE WS-EMF-EFFECTIVE-ENTRY(7:4) TO
               FS-EMF-EFFECTIVE-INT(1:4)
           MOVE WS-EMF-EFFECTIVE-ENTRY(1:2) TO
               FS-EMF-EFFECTIVE-INT(5:2)
           MOVE WS-EMF-EFFECTIVE-ENTRY(4:2) TO
               FS-EMF-EFFECTIVE-INT(7:2)
           MOVE WS-EMF-FACTOR-ENTRY TO FS-EMF-KG-PER-LITER
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-EMF-TIME-STAMP

           WRITE FS-EMISSION-FACTOR-RECORD
           INVALID KEY
               REWRITE FS-EMISSION-FACTOR-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-EMISSION-FACTOR-FILE

           DISPLAY 'Emission factor recorded.'
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       SET-VEHICLE-FUEL-TYPE.
      *    A unit with no fuel type on file is reported as DIESEL.
           DISPLAY 'Vehicle ID      : ' WITH NO ADVANCING
           ACCEPT WS-FTX-VEHICLE-ENTRY
           DISPLAY 'Fuel type       : ' WITH NO ADVANCING
           ACCEPT WS-EMF-FUEL-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-EMF-FUEL-ENTRY) TO
               WS-EMF-FUEL-ENTRY

           IF WS-FTX-VEHICLE-ENTRY = SPACES OR
               WS-EMF-FUEL-ENTRY = SPACES THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-VEHICLES-FILE
           MOVE WS-FTX-VEHICLE-ENTRY TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           KEY IS FS-VEHICLE-ID
           INVALID KEY
               CLOSE FS-VEHICLES-FILE
               DISPLAY 'Vehicle not found on file.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-READ
           CLOSE FS-VEHICLES-FILE

           OPEN I-O FS-VEHICLE-FUEL-FILE
           IF WS-VFU-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-VEHICLE-FUEL-FILE
           END-IF

           MOVE SPACES TO FS-VEHICLE-FUEL-RECORD
           MOVE WS-FTX-VEHICLE-ENTRY TO FS-VFU-VEHICLE-ID
           MOVE WS-EMF-FUEL-ENTRY TO FS-VFU-FUEL-TYPE
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-VFU-TIME-STAMP

           WRITE FS-VEHICLE-FUEL-RECORD
           INVALID KEY
               REWRITE FS-VEHICLE-FUEL-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-VEHICLE-FUEL-FILE

           DISPLAY 'Fuel type recorded.'
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       EMISSIONS-REPORT.
      *    Greenhouse-gas figures for a quarter or a year. Liters
      *    issued in the period are converted to kg CO2e on the
      *    factor for the vehicle's fuel type in force on the day of
      *    issue. Vehicle-km are the route distances of the trips
      *    that actually ran (schedule actuals), and passenger-km
      *    those distances times the passengers boarded per the trip
      *    close-out. The prior quarter or year is tallied alongside
      *    for the trend.
           DISPLAY 'Period [YYYY = year, YYYYQn = quarter] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-EMR-PERIOD-ENTRY
           ACCEPT WS-EMR-PERIOD-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-EMR-PERIOD-ENTRY) TO
               WS-EMR-PERIOD-ENTRY

           PERFORM SET-EMISSION-PERIODS
           IF WS-EMR-FOUND = 'N' THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-EMR-VEH-TABLE
           INITIALIZE WS-EMR-ROUTE-TABLE
           INITIALIZE WS-EMR-CLASS-TABLE
           INITIALIZE WS-EMR-TOT-FIGURES
           INITIALIZE WS-EMR-CONTROL-TABLE
           MOVE ZEROES TO WS-EMR-VEH-COUNT
           MOVE ZEROES TO WS-EMR-ROUTE-COUNT
           MOVE ZEROES TO WS-EMR-CLASS-COUNT

           PERFORM OPEN-EMISSION-LOOKUPS
           PERFORM TALLY-EMISSION-FUEL
           PERFORM TALLY-EMISSION-TRIPS
           PERFORM CLOSE-EMISSION-LOOKUPS

           PERFORM WRITE-EMISSIONS-REPORT
           DISPLAY ' '
           DISPLAY 'Report written to data/export/emissions_report.txt'
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       SET-EMISSION-PERIODS.
           MOVE 'N' TO WS-EMR-FOUND
           IF WS-EMR-PERIOD-ENTRY(1:4) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMR-PERIOD-ENTRY(1:4) TO WS-EMR-YEAR
           IF WS-EMR-YEAR < 1901 THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-EMR-PERIOD-ENTRY(5:2) = SPACES
                   MOVE WS-EMR-PERIOD-ENTRY TO WS-EMR-PERIOD-LABEL(1)
                   COMPUTE WS-EMR-PERIOD-START(1) =
                       WS-EMR-YEAR * 10000 + 0101
                   COMPUTE WS-EMR-PERIOD-END(1) =
                       WS-EMR-YEAR * 10000 + 1231
                   SUBTRACT 1 FROM WS-EMR-YEAR
                   MOVE SPACES TO WS-EMR-PERIOD-LABEL(2)
                   MOVE WS-EMR-YEAR TO WS-EMR-PERIOD-LABEL(2)(1:4)
                   COMPUTE WS-EMR-PERIOD-START(2) =
                       WS-EMR-YEAR * 10000 + 0101
                   COMPUTE WS-EMR-PERIOD-END(2) =
                       WS-EMR-YEAR * 10000 + 1231
                   MOVE 'Y' TO WS-EMR-FOUND
               WHEN WS-EMR-PERIOD-ENTRY(5:1) = 'Q' AND
                   WS-EMR-PERIOD-ENTRY(6:1) >= '1' AND
                   WS-EMR-PERIOD-ENTRY(6:1) <= '4'
                   MOVE WS-EMR-PERIOD-ENTRY(6:1) TO WS-EMR-QUARTER
                   MOVE WS-EMR-PERIOD-ENTRY TO WS-EMR-PERIOD-LABEL(1)
      *            Day 31 closes every quarter-end month; the bounds
      *            are only ever compared against, never dated.
                   COMPUTE WS-EMR-PERIOD-START(1) =
                       WS-EMR-YEAR * 10000 +
                       ((WS-EMR-QUARTER - 1) * 3 + 1) * 100 + 1
                   COMPUTE WS-EMR-PERIOD-END(1) =
                       WS-EMR-YEAR * 10000 +
                       (WS-EMR-QUARTER * 3) * 100 + 31
                   IF WS-EMR-QUARTER = 1 THEN
                       SUBTRACT 1 FROM WS-EMR-YEAR
                       MOVE 4 TO WS-EMR-QUARTER
                   ELSE
                       SUBTRACT 1 FROM WS-EMR-QUARTER
                   END-IF
                   MOVE SPACES TO WS-EMR-PERIOD-LABEL(2)
                   STRING WS-EMR-YEAR 'Q' WS-EMR-QUARTER
                   DELIMITED BY SIZE INTO WS-EMR-PERIOD-LABEL(2)
                   COMPUTE WS-EMR-PERIOD-START(2) =
                       WS-EMR-YEAR * 10000 +
                       ((WS-EMR-QUARTER - 1) * 3 + 1) * 100 + 1
                   COMPUTE WS-EMR-PERIOD-END(2) =
                       WS-EMR-YEAR * 10000 +
                       (WS-EMR-QUARTER * 3) * 100 + 31
                   MOVE 'Y' TO WS-EMR-FOUND
           END-EVALUATE
           .

       FIND-EMISSION-PERIOD.
      *    WS-EMR-DATE-INT falls in the period (1), the prior period
      *    (2) or neither (0).
           MOVE ZEROES TO WS-EMR-P
           IF WS-EMR-DATE-INT >= WS-EMR-PERIOD-START(1) AND
               WS-EMR-DATE-INT <= WS-EMR-PERIOD-END(1) THEN
               MOVE 1 TO WS-EMR-P
           END-IF
           IF WS-EMR-DATE-INT >= WS-EMR-PERIOD-START(2) AND
               WS-EMR-DATE-INT <= WS-EMR-PERIOD-END(2) THEN
               MOVE 2 TO WS-EMR-P
           END-IF
           .

       OPEN-EMISSION-LOOKUPS.
           OPEN INPUT FS-VEHICLES-FILE
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-ROUTES-FILE
           MOVE 'Y' TO WS-EMR-EMF-OPEN
           OPEN INPUT FS-EMISSION-FACTOR-FILE
           IF WS-EMF-FILE-STATUS NOT = '00' THEN
               MOVE 'N' TO WS-EMR-EMF-OPEN
           END-IF
           MOVE 'Y' TO WS-EMR-VFU-OPEN
           OPEN INPUT FS-VEHICLE-FUEL-FILE
           IF WS-VFU-FILE-STATUS NOT = '00' THEN
               MOVE 'N' TO WS-EMR-VFU-OPEN
           END-IF
           MOVE 'Y' TO WS-EMR-SH-OPEN
           OPEN INPUT FS-SCHEDULES-HISTORY-FILE
           IF WS-SH-FILE-STATUS NOT = '00' THEN
               MOVE 'N' TO WS-EMR-SH-OPEN
           END-IF
           MOVE 'Y' TO WS-EMR-TSU-OPEN
           OPEN INPUT FS-TRIP-SUMMARY-FILE
           IF WS-TSU-FILE-STATUS NOT = '00' THEN
               MOVE 'N' TO WS-EMR-TSU-OPEN
           END-IF
           .

       CLOSE-EMISSION-LOOKUPS.
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-ROUTES-FILE
           IF WS-EMR-EMF-OPEN = 'Y' THEN
               CLOSE FS-EMISSION-FACTOR-FILE
           END-IF
           IF WS-EMR-VFU-OPEN = 'Y' THEN
               CLOSE FS-VEHICLE-FUEL-FILE
           END-IF
           IF WS-EMR-SH-OPEN = 'Y' THEN
               CLOSE FS-SCHEDULES-HISTORY-FILE
           END-IF
           IF WS-EMR-TSU-OPEN = 'Y' THEN
               CLOSE FS-TRIP-SUMMARY-FILE
           END-IF
           .

       TALLY-EMISSION-FUEL.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-FUEL-TXN-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-FUEL-TXN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FTX-TXN-TYPE = 'ISSUE' THEN
                       MOVE FS-FTX-TS-DATE(7:4) TO
                           WS-EMR-DATE-INT(1:4)
                       MOVE FS-FTX-TS-DATE(1:2) TO
                           WS-EMR-DATE-INT(5:2)
                       MOVE FS-FTX-TS-DATE(4:2) TO
                           WS-EMR-DATE-INT(7:2)
                       PERFORM FIND-EMISSION-PERIOD
                       IF WS-EMR-P > ZEROES THEN
                           PERFORM TALLY-ONE-EMISSION-ISSUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-FUEL-TXN-FILE
           .

       TALLY-ONE-EMISSION-ISSUE.
           MOVE FS-FTX-FK-VEHICLE-ID TO WS-EMR-VEHICLE-ID
           PERFORM FIND-EMISSION-VEHICLE

           PERFORM FIND-EMISSION-FACTOR
           MOVE FS-FTX-LITERS TO WS-EMR-LITERS
           IF WS-EMR-FACTOR-FOUND = 'Y' THEN
               COMPUTE WS-EMR-KG ROUNDED =
                   FS-FTX-LITERS * WS-EMR-FACTOR
           ELSE
               MOVE ZEROES TO WS-EMR-KG
               ADD FS-FTX-LITERS TO WS-EMR-NO-FACTOR-LITERS(WS-EMR-P)
           END-IF

      *    Fuel drawn without a trip stays on the vehicle and class
      *    but cannot be laid on a route.
           MOVE 'UNASSIGNED' TO WS-EMR-ROUTE-ID
           MOVE 'N' TO WS-EMR-SCH-FOUND
           IF FS-FTX-FK-SCHEDULE-ID NOT = SPACES THEN
               MOVE FS-FTX-FK-SCHEDULE-ID TO WS-EMR-SCHEDULE-ID
               PERFORM FIND-EMISSION-SCHEDULE
           END-IF
           IF WS-EMR-SCH-FOUND = 'Y' THEN
               MOVE WS-EMR-SCH-ROUTE-ID TO WS-EMR-ROUTE-ID
           ELSE
               ADD FS-FTX-LITERS TO
                   WS-EMR-UNASSIGNED-LITERS(WS-EMR-P)
           END-IF

           MOVE ZEROES TO WS-EMR-KM
           MOVE ZEROES TO WS-EMR-PAX
           MOVE ZEROES TO WS-EMR-PKM
           PERFORM ADD-EMISSION-FIGURES
           .

       TALLY-EMISSION-TRIPS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULE-ACTUALS-FILE
           IF WS-SA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULE-ACTUALS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-SA-AD-DATE(7:4) TO WS-EMR-DATE-INT(1:4)
                   MOVE FS-SA-AD-DATE(1:2) TO WS-EMR-DATE-INT(5:2)
                   MOVE FS-SA-AD-DATE(4:2) TO WS-EMR-DATE-INT(7:2)
                   PERFORM FIND-EMISSION-PERIOD
                   IF WS-EMR-P > ZEROES THEN
                       PERFORM TALLY-ONE-EMISSION-TRIP
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULE-ACTUALS-FILE
           .

       TALLY-ONE-EMISSION-TRIP.
           MOVE FS-SA-SCHEDULE-ID TO WS-EMR-SCHEDULE-ID
           PERFORM FIND-EMISSION-SCHEDULE
           IF WS-EMR-SCH-FOUND = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMR-SCH-ROUTE-ID TO WS-EMR-ROUTE-ID
           MOVE WS-EMR-SCH-VEHICLE-ID TO WS-EMR-VEHICLE-ID
           PERFORM FIND-EMISSION-VEHICLE

           MOVE ZEROES TO WS-EMR-KM
           MOVE WS-EMR-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-ROUTE-DISTANCE TO WS-EMR-KM
           END-READ

           MOVE ZEROES TO WS-EMR-PAX
           IF WS-EMR-TSU-OPEN = 'Y' THEN
               MOVE WS-EMR-SCHEDULE-ID TO FS-TSU-SCHEDULE-ID
               READ FS-TRIP-SUMMARY-FILE
               KEY IS FS-TSU-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-TSU-BOARDED-COUNT TO WS-EMR-PAX
               END-READ
           END-IF
           COMPUTE WS-EMR-PKM = WS-EMR-PAX * WS-EMR-KM

           MOVE ZEROES TO WS-EMR-LITERS
           MOVE ZEROES TO WS-EMR-KG
           PERFORM ADD-EMISSION-FIGURES
           .

       FIND-EMISSION-SCHEDULE.
      *    Trips of a past year may already be archived.
           MOVE 'N' TO WS-EMR-SCH-FOUND
           MOVE WS-EMR-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-FK-ROUTE-ID TO WS-EMR-SCH-ROUTE-ID
               MOVE FS-FK-VEHICLE-ID TO WS-EMR-SCH-VEHICLE-ID
               MOVE 'Y' TO WS-EMR-SCH-FOUND
           END-READ
           IF WS-EMR-SCH-FOUND = 'Y' OR WS-EMR-SH-OPEN = 'N' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMR-SCHEDULE-ID TO FS-SH-SCHEDULE-ID
           READ FS-SCHEDULES-HISTORY-FILE
           KEY IS FS-SH-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-SH-FK-ROUTE-ID TO WS-EMR-SCH-ROUTE-ID
               MOVE FS-SH-FK-VEHICLE-ID TO WS-EMR-SCH-VEHICLE-ID
               MOVE 'Y' TO WS-EMR-SCH-FOUND
           END-READ
           .

       FIND-EMISSION-VEHICLE.
           MOVE ZEROES TO WS-EMR-VEH-SLOT
           MOVE 'N' TO WS-EMR-FOUND
           MOVE 1 TO WS-EMR-I
           PERFORM UNTIL WS-EMR-FOUND = 'Y' OR
               WS-EMR-I > WS-EMR-VEH-COUNT
               IF WS-EMR-V-ID(WS-EMR-I) = WS-EMR-VEHICLE-ID THEN
                   MOVE WS-EMR-I TO WS-EMR-VEH-SLOT
                   MOVE 'Y' TO WS-EMR-FOUND
               END-IF
               ADD 1 TO WS-EMR-I
           END-PERFORM

           IF WS-EMR-FOUND = 'N' AND WS-EMR-VEH-COUNT < 100 THEN
               ADD 1 TO WS-EMR-VEH-COUNT
               MOVE WS-EMR-VEH-COUNT TO WS-EMR-VEH-SLOT
               MOVE WS-EMR-VEHICLE-ID TO WS-EMR-V-ID(WS-EMR-VEH-SLOT)
               MOVE '?' TO WS-EMR-V-CLASS(WS-EMR-VEH-SLOT)
               MOVE WS-EMR-VEHICLE-ID TO FS-VEHICLE-ID
               READ FS-VEHICLES-FILE
               KEY IS FS-VEHICLE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-VEHICLE-CLASS TO
                       WS-EMR-V-CLASS(WS-EMR-VEH-SLOT)
               END-READ
               MOVE 'DIESEL' TO WS-EMR-V-FUEL-TYPE(WS-EMR-VEH-SLOT)
               IF WS-EMR-VFU-OPEN = 'Y' THEN
                   MOVE WS-EMR-VEHICLE-ID TO FS-VFU-VEHICLE-ID
                   READ FS-VEHICLE-FUEL-FILE
                   KEY IS FS-VFU-VEHICLE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-VFU-FUEL-TYPE TO
                           WS-EMR-V-FUEL-TYPE(WS-EMR-VEH-SLOT)
                   END-READ
               END-IF
           END-IF

           MOVE '?' TO WS-EMR-CLASS
           MOVE 'DIESEL' TO WS-EMR-FUEL-TYPE
           IF WS-EMR-VEH-SLOT > ZEROES THEN
               MOVE WS-EMR-V-CLASS(WS-EMR-VEH-SLOT) TO WS-EMR-CLASS
               MOVE WS-EMR-V-FUEL-TYPE(WS-EMR-VEH-SLOT) TO
                   WS-EMR-FUEL-TYPE
           END-IF
           .

       FIND-EMISSION-FACTOR.
      *    The factor in force on the day is the one with the latest
      *    effective date not after it; keys run in effective order
      *    within a fuel type.
           MOVE 'N' TO WS-EMR-FACTOR-FOUND
           MOVE ZEROES TO WS-EMR-FACTOR
           IF WS-EMR-EMF-OPEN = 'N' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMR-FUEL-TYPE TO FS-EMF-FUEL-TYPE
           MOVE ZEROES TO FS-EMF-EFFECTIVE-INT
           MOVE SPACES TO WS-EMR-SCAN-EOF
           START FS-EMISSION-FACTOR-FILE KEY IS >= FS-EMF-KEY
               INVALID KEY MOVE 'Y' TO WS-EMR-SCAN-EOF
           END-START
           PERFORM UNTIL WS-EMR-SCAN-EOF = 'Y'
               READ FS-EMISSION-FACTOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EMR-SCAN-EOF
               NOT AT END
                   IF FS-EMF-FUEL-TYPE NOT = WS-EMR-FUEL-TYPE OR
                       FS-EMF-EFFECTIVE-INT > WS-EMR-DATE-INT THEN
                       MOVE 'Y' TO WS-EMR-SCAN-EOF
                   ELSE
                       MOVE FS-EMF-KG-PER-LITER TO WS-EMR-FACTOR
                       MOVE 'Y' TO WS-EMR-FACTOR-FOUND
                   END-IF
               END-READ
           END-PERFORM
           .

       ADD-EMISSION-FIGURES.
      *    Adds the liters, kg, km, passengers and passenger-km now
      *    in hand to the vehicle, route, class and fleet rows for
      *    period WS-EMR-P.
           PERFORM FIND-EMISSION-ROUTE
           PERFORM FIND-EMISSION-CLASS

           IF WS-EMR-VEH-SLOT > ZEROES THEN
               ADD WS-EMR-LITERS TO
                   WS-EMR-V-LITERS(WS-EMR-VEH-SLOT, WS-EMR-P)
               ADD WS-EMR-KG TO WS-EMR-V-KG(WS-EMR-VEH-SLOT, WS-EMR-P)
               ADD WS-EMR-KM TO WS-EMR-V-KM(WS-EMR-VEH-SLOT, WS-EMR-P)
               ADD WS-EMR-PAX TO
                   WS-EMR-V-PAX(WS-EMR-VEH-SLOT, WS-EMR-P)
               ADD WS-EMR-PKM TO
                   WS-EMR-V-PKM(WS-EMR-VEH-SLOT, WS-EMR-P)
           END-IF
           IF WS-EMR-ROUTE-SLOT > ZEROES THEN
               ADD WS-EMR-LITERS TO
                   WS-EMR-R-LITERS(WS-EMR-ROUTE-SLOT, WS-EMR-P)
               ADD WS-EMR-KG TO
                   WS-EMR-R-KG(WS-EMR-ROUTE-SLOT, WS-EMR-P)
               ADD WS-EMR-KM TO
                   WS-EMR-R-KM(WS-EMR-ROUTE-SLOT, WS-EMR-P)
               ADD WS-EMR-PAX TO
                   WS-EMR-R-PAX(WS-EMR-ROUTE-SLOT, WS-EMR-P)
               ADD WS-EMR-PKM TO
                   WS-EMR-R-PKM(WS-EMR-ROUTE-SLOT, WS-EMR-P)
           END-IF
           IF WS-EMR-CLASS-SLOT > ZEROES THEN
               ADD WS-EMR-LITERS TO
                   WS-EMR-C-LITERS(WS-EMR-CLASS-SLOT, WS-EMR-P)
               ADD WS-EMR-KG TO
                   WS-EMR-C-KG(WS-EMR-CLASS-SLOT, WS-EMR-P)
               ADD WS-EMR-KM TO
                   WS-EMR-C-KM(WS-EMR-CLASS-SLOT, WS-EMR-P)
               ADD WS-EMR-PAX TO
                   WS-EMR-C-PAX(WS-EMR-CLASS-SLOT, WS-EMR-P)
               ADD WS-EMR-PKM TO
                   WS-EMR-C-PKM(WS-EMR-CLASS-SLOT, WS-EMR-P)
           END-IF
           ADD WS-EMR-LITERS TO WS-EMR-T-LITERS(WS-EMR-P)
           ADD WS-EMR-KG TO WS-EMR-T-KG(WS-EMR-P)
           ADD WS-EMR-KM TO WS-EMR-T-KM(WS-EMR-P)
           ADD WS-EMR-PAX TO WS-EMR-T-PAX(WS-EMR-P)
           ADD WS-EMR-PKM TO WS-EMR-T-PKM(WS-EMR-P)
           .

       FIND-EMISSION-ROUTE.
           MOVE ZEROES TO WS-EMR-ROUTE-SLOT
           MOVE 'N' TO WS-EMR-FOUND
           MOVE 1 TO WS-EMR-I
           PERFORM UNTIL WS-EMR-FOUND = 'Y' OR
               WS-EMR-I > WS-EMR-ROUTE-COUNT
               IF WS-EMR-R-ID(WS-EMR-I) = WS-EMR-ROUTE-ID THEN
                   MOVE WS-EMR-I TO WS-EMR-ROUTE-SLOT
                   MOVE 'Y' TO WS-EMR-FOUND
               END-IF
               ADD 1 TO WS-EMR-I
           END-PERFORM

           IF WS-EMR-FOUND = 'N' AND WS-EMR-ROUTE-COUNT < 100 THEN
               ADD 1 TO WS-EMR-ROUTE-COUNT
               MOVE WS-EMR-ROUTE-COUNT TO WS-EMR-ROUTE-SLOT
               MOVE WS-EMR-ROUTE-ID TO WS-EMR-R-ID(WS-EMR-ROUTE-SLOT)
           END-IF
           .

       FIND-EMISSION-CLASS.
           MOVE ZEROES TO WS-EMR-CLASS-SLOT
           MOVE 'N' TO WS-EMR-FOUND
           MOVE 1 TO WS-EMR-I
           PERFORM UNTIL WS-EMR-FOUND = 'Y' OR
               WS-EMR-I > WS-EMR-CLASS-COUNT
               IF WS-EMR-C-ID(WS-EMR-I) = WS-EMR-CLASS THEN
                   MOVE WS-EMR-I TO WS-EMR-CLASS-SLOT
                   MOVE 'Y' TO WS-EMR-FOUND
               END-IF
               ADD 1 TO WS-EMR-I
           END-PERFORM

           IF WS-EMR-FOUND = 'N' AND WS-EMR-CLASS-COUNT < 10 THEN
               ADD 1 TO WS-EMR-CLASS-COUNT
               MOVE WS-EMR-CLASS-COUNT TO WS-EMR-CLASS-SLOT
               MOVE WS-EMR-CLASS TO WS-EMR-C-ID(WS-EMR-CLASS-SLOT)
           END-IF
           .

       WRITE-EMISSIONS-REPORT.
           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE
           OPEN OUTPUT FS-REPORT-FILE

           MOVE SPACES TO WS-LINE
           STRING 'FLEET EMISSIONS AND FUEL EFFICIENCY - '
               WS-EMR-PERIOD-LABEL(1) '  ('
               WS-EMR-PERIOD-START(1) ' TO ' WS-EMR-PERIOD-END(1)
               ')   PRIOR PERIOD ' WS-EMR-PERIOD-LABEL(2)
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE SPACES TO WS-LINE
           STRING 'kg CO2e on the dated factor per fuel type; '
               'intensity in grams per vehicle-km and per '
               'passenger-km.'
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           PERFORM WRITE-EMISSION-HEADINGS

           MOVE 'BY VEHICLE' TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE 1 TO WS-EMR-I
           PERFORM UNTIL WS-EMR-I > WS-EMR-VEH-COUNT
               MOVE WS-EMR-V-ID(WS-EMR-I) TO WS-EMR-ROW-ID
               MOVE SPACES TO WS-EMR-ROW-TAG
               MOVE WS-EMR-V-CLASS(WS-EMR-I) TO WS-EMR-ROW-TAG(1:1)
               MOVE WS-EMR-V-FUEL-TYPE(WS-EMR-I) TO
                   WS-EMR-ROW-TAG(3:10)
               MOVE WS-EMR-V-FIGURES(WS-EMR-I) TO WS-EMR-ROW-FIGURES
               PERFORM WRITE-EMISSION-ROW
               ADD 1 TO WS-EMR-I
           END-PERFORM

           MOVE SPACES TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE 'BY ROUTE' TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE 1 TO WS-EMR-I
           PERFORM UNTIL WS-EMR-I > WS-EMR-ROUTE-COUNT
               MOVE WS-EMR-R-ID(WS-EMR-I) TO WS-EMR-ROW-ID
               MOVE SPACES TO WS-EMR-ROW-TAG
               MOVE WS-EMR-R-FIGURES(WS-EMR-I) TO WS-EMR-ROW-FIGURES
               PERFORM WRITE-EMISSION-ROW
               ADD 1 TO WS-EMR-I
           END-PERFORM

           MOVE SPACES TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE 'BY VEHICLE CLASS' TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE 1 TO WS-EMR-I
           PERFORM UNTIL WS-EMR-I > WS-EMR-CLASS-COUNT
               MOVE SPACES TO WS-EMR-ROW-ID
               STRING 'CLASS ' WS-EMR-C-ID(WS-EMR-I)
               DELIMITED BY SIZE INTO WS-EMR-ROW-ID
               MOVE SPACES TO WS-EMR-ROW-TAG
               MOVE WS-EMR-C-FIGURES(WS-EMR-I) TO WS-EMR-ROW-FIGURES
               PERFORM WRITE-EMISSION-ROW
               ADD 1 TO WS-EMR-I
           END-PERFORM

           MOVE SPACES TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE 'FLEET TOTAL' TO WS-EMR-ROW-ID
           MOVE SPACES TO WS-EMR-ROW-TAG
           MOVE WS-EMR-TOT-FIGURES TO WS-EMR-ROW-FIGURES
           PERFORM WRITE-EMISSION-ROW

           MOVE SPACES TO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE WS-EMR-T-PAX(1) TO WS-EMR-EDIT-PAX
           MOVE SPACES TO WS-LINE
           STRING 'Passengers carried on trips run     : '
               WS-EMR-EDIT-PAX
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE WS-EMR-NO-FACTOR-LITERS(1) TO WS-EMR-EDIT-LITERS
           MOVE SPACES TO WS-LINE
           STRING 'Liters with no emission factor      : '
               WS-EMR-EDIT-LITERS
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE WS-EMR-UNASSIGNED-LITERS(1) TO WS-EMR-EDIT-LITERS
           MOVE SPACES TO WS-LINE
           STRING 'Liters not tied to a trip (no route): '
               WS-EMR-EDIT-LITERS
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-EMISSION-LINE

           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'EMISSIONS fuel_ledger '
               'data/export/emissions_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       WRITE-EMISSION-HEADINGS.
           MOVE SPACES TO WS-LINE
           STRING 'ID              C FUEL             LITERS     '
               ' CO2E-KG      VEH-KM        PAX-KM    G/VKM   '
               ' G/PKM     PRIOR-KG PR G/VKM  CHG-KG%'
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           MOVE ALL '-' TO WS-LINE(1:130)
           PERFORM WRITE-EMISSION-LINE
           .

       WRITE-EMISSION-ROW.
      *    Intensity and trend for the row in WS-EMR-ROW-FIGURES:
      *    period 1 against period 2.
           MOVE ZEROES TO WS-EMR-G-PER-VKM
           MOVE ZEROES TO WS-EMR-G-PER-PKM
           MOVE ZEROES TO WS-EMR-PRIOR-G-PER-VKM
           IF WS-EMR-ROW-KM(1) > ZEROES THEN
               COMPUTE WS-EMR-G-PER-VKM ROUNDED =
                   WS-EMR-ROW-KG(1) * 1000 / WS-EMR-ROW-KM(1)
                   ON SIZE ERROR MOVE ZEROES TO WS-EMR-G-PER-VKM
               END-COMPUTE
           END-IF
           IF WS-EMR-ROW-PKM(1) > ZEROES THEN
               COMPUTE WS-EMR-G-PER-PKM ROUNDED =
                   WS-EMR-ROW-KG(1) * 1000 / WS-EMR-ROW-PKM(1)
                   ON SIZE ERROR MOVE ZEROES TO WS-EMR-G-PER-PKM
               END-COMPUTE
           END-IF
           IF WS-EMR-ROW-KM(2) > ZEROES THEN
               COMPUTE WS-EMR-PRIOR-G-PER-VKM ROUNDED =
                   WS-EMR-ROW-KG(2) * 1000 / WS-EMR-ROW-KM(2)
                   ON SIZE ERROR MOVE ZEROES TO WS-EMR-PRIOR-G-PER-VKM
               END-COMPUTE
           END-IF

           EVALUATE TRUE
               WHEN WS-EMR-ROW-KG(2) > ZEROES
                   COMPUTE WS-EMR-CHANGE-PCT ROUNDED =
                       (WS-EMR-ROW-KG(1) - WS-EMR-ROW-KG(2)) * 100 /
                       WS-EMR-ROW-KG(2)
                       ON SIZE ERROR MOVE 99999.9 TO WS-EMR-CHANGE-PCT
                   END-COMPUTE
                   MOVE WS-EMR-CHANGE-PCT TO WS-EMR-EDIT-PCT
                   MOVE WS-EMR-EDIT-PCT TO WS-EMR-EDIT-CHANGE
               WHEN WS-EMR-ROW-KG(1) > ZEROES
                   MOVE '     NEW' TO WS-EMR-EDIT-CHANGE
               WHEN OTHER
                   MOVE SPACES TO WS-EMR-EDIT-CHANGE
           END-EVALUATE

           MOVE WS-EMR-ROW-LITERS(1) TO WS-EMR-EDIT-LITERS
           MOVE WS-EMR-ROW-KG(1) TO WS-EMR-EDIT-KG
           MOVE WS-EMR-ROW-KM(1) TO WS-EMR-EDIT-KM
           MOVE WS-EMR-ROW-PKM(1) TO WS-EMR-EDIT-PKM
           MOVE WS-EMR-G-PER-VKM TO WS-EMR-EDIT-G-VKM
           MOVE WS-EMR-G-PER-PKM TO WS-EMR-EDIT-G-PKM
           MOVE WS-EMR-ROW-KG(2) TO WS-EMR-EDIT-PRIOR-KG
           MOVE WS-EMR-PRIOR-G-PER-VKM TO WS-EMR-EDIT-PRIOR-G-VKM

           MOVE SPACES TO WS-LINE
           STRING WS-EMR-ROW-ID ' ' WS-EMR-ROW-TAG ' '
               WS-EMR-EDIT-LITERS ' ' WS-EMR-EDIT-KG ' '
               WS-EMR-EDIT-KM ' ' WS-EMR-EDIT-PKM ' '
               WS-EMR-EDIT-G-VKM ' ' WS-EMR-EDIT-G-PKM ' '
               WS-EMR-EDIT-PRIOR-KG ' ' WS-EMR-EDIT-PRIOR-G-VKM ' '
               WS-EMR-EDIT-CHANGE
           DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-EMISSION-LINE
           .

       WRITE-EMISSION-LINE.
           WRITE FS-REPORT-RECORD FROM WS-LINE
           DISPLAY WS-LINE
           .

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
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
