       IDENTIFICATION DIVISION.
       PROGRAM-ID. driving_exceptions.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-PING-HISTORY-FILE ASSIGN TO
               'data/location_pings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PING-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT FS-ROUTE-STOPS-FILE ASSIGN TO 'data/route_stops.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

           SELECT FS-DRIVERS-FILE ASSIGN TO 'data/drivers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DRIVER-ID
               FILE STATUS IS WS-DRV-FILE-STATUS.

           SELECT FS-SPEED-LIMIT-FILE ASSIGN TO
               'data/road_speed_limits.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SPL-FILE-STATUS.

           SELECT FS-DRIVING-EXCEPTION-FILE ASSIGN TO
               'data/driving_exceptions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DXC-KEY
               FILE STATUS IS WS-DXC-FILE-STATUS.

           SELECT FS-REPORT-FILE ASSIGN TO
               'data/export/driving_exceptions_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-PING-HISTORY-FILE.
       01  FS-PING-HISTORY-RECORD.
           02    FS-PNG-VEHICLE-ID    PIC X(15).
           02    FS-PNG-FILLER-1    PIC X(3).
           02    FS-PNG-CHECKPOINT-CODE    PIC X(20).
           02    FS-PNG-FILLER-2    PIC X(3).
           02    FS-PNG-TIME-STAMP.
               03    FS-PNG-TS-DATE    PIC 99/99/9999.
               03    FS-PNG-TS-FILLER    PIC X(3).
               03    FS-PNG-TS-TIME.
                   04    FS-PNG-TS-HOUR    PIC 99.
                   04    FS-PNG-TS-COLON-1    PIC X.
                   04    FS-PNG-TS-MINUTES    PIC 99.
                   04    FS-PNG-TS-COLON-2    PIC X.
                   04    FS-PNG-TS-SECOND    PIC 99.

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

       FD  FS-ROUTE-STOPS-FILE.
       01  FS-ROUTE-STOPS-RECORD.
           02    FS-RST-KEY.
               03    FS-RST-FK-ROUTE-ID    PIC X(15).
               03    FS-RST-SEQUENCE    PIC 9(2).
           02    FS-RST-FK-STOP-ID    PIC X(15).
           02    FS-RST-DISTANCE-FROM-ORIGIN    PIC 9(10)V9(2).

       FD  FS-DRIVERS-FILE.
       01  FS-DRIVERS-RECORD.
           02    FS-DRIVER-ID    PIC X(15).
           02    FS-DRIVER-NAME    PIC X(30).
           02    FS-DRIVER-LICENSE-NUMBER    PIC X(20).
           02    FS-DRIVER-STATUS    PIC X(11).
           02    FS-DRIVER-TIME-STAMP.
               03    FS-DR-DATE    PIC 99/99/9999.
               03    FS-DR-FILLER-SPACE    PIC X(3).
               03    FS-DR-TIME.
                   04    FS-DR-HOUR    PIC 99.
                   04    FS-DR-COLON-1    PIC X.
                   04    FS-DR-MINUTES    PIC 99.
                   04    FS-DR-COLON-2    PIC X.
                   04    FS-DR-SECOND    PIC 99.

       FD  FS-SPEED-LIMIT-FILE.
       01  FS-SPEED-LIMIT-RECORD.
           02    FS-SPL-ROUTE-ID    PIC X(15).
           02    FS-SPL-FILLER-1    PIC X(2).
           02    FS-SPL-FROM-STOP-ID    PIC X(15).
           02    FS-SPL-FILLER-2    PIC X(2).
           02    FS-SPL-TO-STOP-ID    PIC X(15).
           02    FS-SPL-FILLER-3    PIC X(2).
           02    FS-SPL-LIMIT-KPH    PIC 9(3).

       FD  FS-DRIVING-EXCEPTION-FILE.
       01  FS-DRIVING-EXCEPTION-RECORD.
           02    FS-DXC-KEY.
               03    FS-DXC-FK-SCHEDULE-ID    PIC X(15).
               03    FS-DXC-SEGMENT    PIC 9(2).
               03    FS-DXC-KIND    PIC X.
                   88    FS-DXC-ROAD-LIMIT    VALUE 'R'.
                   88    FS-DXC-COMPANY-LIMIT    VALUE 'C'.
                   88    FS-DXC-HARSH    VALUE 'H'.
           02    FS-DXC-TRIP-DATE    PIC 99/99/9999.
           02    FS-DXC-FK-DRIVER-ID    PIC X(15).
           02    FS-DXC-FK-VEHICLE-ID    PIC X(15).
           02    FS-DXC-FROM-STOP-ID    PIC X(15).
           02    FS-DXC-TO-STOP-ID    PIC X(15).
           02    FS-DXC-AT-TIME    PIC X(8).
           02    FS-DXC-SPEED-KPH    PIC 9(4)V9.
           02    FS-DXC-LIMIT-KPH    PIC 9(4)V9.
           02    FS-DXC-TIME-STAMP.
               03    FS-DXC-TS-DATE    PIC 99/99/9999.
               03    FS-DXC-TS-FILLER-SPACE    PIC X(3).
               03    FS-DXC-TS-TIME.
                   04    FS-DXC-TS-HOUR    PIC 99.
                   04    FS-DXC-TS-COLON-1    PIC X.
                   04    FS-DXC-TS-MINUTES    PIC 99.
                   04    FS-DXC-TS-COLON-2    PIC X.
                   04    FS-DXC-TS-SECOND    PIC 99.

       FD  FS-REPORT-FILE.
       01  FS-REPORT-RECORD    PIC X(132).

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
       01  WS-PING-FILE-STATUS    PIC XX.
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-RST-FILE-STATUS    PIC XX.
       01  WS-DRV-FILE-STATUS    PIC XX.
       01  WS-SPL-FILE-STATUS    PIC XX.
       01  WS-DXC-FILE-STATUS    PIC XX.
       01  WS-RPT-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
       01  WS-LINE    PIC X(132).
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
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-DX-RUN-DATE-ENTRY    PIC X(10).
       01  WS-DX-RUN-DATE    PIC 99/99/9999.
       01  WS-DX-DATE-INT    PIC 9(8).
       01  WS-DX-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-DX-COMPANY-LIMIT    PIC 9(3) VALUE 80.
       01  WS-DX-HARSH-DELTA    PIC 9(3) VALUE 40.
       01  WS-DX-LIMIT-TABLE.
           02    WS-DX-LIMIT OCCURS 500 TIMES.
               03    WS-DX-L-ROUTE-ID    PIC X(15).
               03    WS-DX-L-FROM-STOP-ID    PIC X(15).
               03    WS-DX-L-TO-STOP-ID    PIC X(15).
               03    WS-DX-L-KPH    PIC 9(3).
       01  WS-DX-LIMIT-COUNT    PIC 9(3) VALUE 0.
       01  WS-DX-L    PIC 9(3).
       01  WS-DX-STOP-TABLE.
           02    WS-DX-STOP OCCURS 20 TIMES.
               03    WS-DX-STOP-ID    PIC X(15).
               03    WS-DX-STOP-DISTANCE    PIC 9(10)V9(2).
       01  WS-DX-STOP-COUNT    PIC 9(2).
       01  WS-DX-I    PIC 9(2).
       01  WS-DX-PING-IDX    PIC 9(2).
       01  WS-DX-PREV-IDX    PIC 9(2).
       01  WS-DX-PREV-SECONDS    PIC S9(11) COMP.
       01  WS-DX-PING-SECONDS    PIC S9(11) COMP.
       01  WS-DX-WINDOW-START    PIC S9(11) COMP.
       01  WS-DX-WINDOW-END    PIC S9(11) COMP.
       01  WS-DX-SEG-SECONDS    PIC S9(11) COMP.
       01  WS-DX-SEG-DISTANCE    PIC 9(10)V9(2).
       01  WS-DX-SPEED    PIC 9(4)V9.
       01  WS-DX-PREV-SPEED    PIC 9(4)V9.
       01  WS-DX-HAVE-PREV-SPEED    PIC X.
       01  WS-DX-SPEED-CHANGE    PIC 9(4)V9.
       01  WS-DX-ROAD-LIMIT    PIC 9(3).
       01  WS-DX-LIMIT-KPH    PIC 9(3).
       01  WS-DX-KIND    PIC X.
       01  WS-DX-TRIPS-CHECKED    PIC 9(5) VALUE 0.
       01  WS-DX-SEGMENTS    PIC 9(7) VALUE 0.
       01  WS-DX-NEW-EXCEPTIONS    PIC 9(7) VALUE 0.
       01  WS-DX-EDIT-SPEED    PIC ZZZ9.9.
       01  WS-DX-EDIT-LIMIT    PIC ZZZ9.9.
       01  WS-DX-KIND-TEXT    PIC X(12).
       01  WS-RK-TABLE.
           02    WS-RK-ENTRY OCCURS 200 TIMES.
               03    WS-RK-DRIVER-ID    PIC X(15).
               03    WS-RK-ROAD    PIC 9(5).
               03    WS-RK-COMPANY    PIC 9(5).
               03    WS-RK-HARSH    PIC 9(5).
               03    WS-RK-TOTAL    PIC 9(5).
               03    WS-RK-TOP-SPEED    PIC 9(4)V9.
       01  WS-RK-SWAP    PIC X(40).
       01  WS-RK-COUNT    PIC 9(3) VALUE 0.
       01  WS-RK-I    PIC 9(3).
       01  WS-RK-J    PIC 9(3).
       01  WS-RK-FOUND    PIC X.
       01  WS-RK-RANK    PIC ZZ9.
       01  WS-RK-EDIT-TOP    PIC ZZZ9.9.
       01  WS-RK-DRIVER-NAME    PIC X(30).
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Nightly overspeed and harsh-driving exceptions. Pings are
      *    logged at checkpoints that carry the stop id, so each
      *    trip's speed is taken stop to stop: the route_stops
      *    distance between two consecutive stops over the time
      *    between the bus leaving the one (its last ping there) and
      *    reaching the next. A stretch is an exception when that
      *    speed is over the road's limit for the stretch (kept by
      *    hand in data/road_speed_limits.txt) or over the company
      *    limit DRIVE-SPEED-LIMIT (default 80); whichever limit is
      *    lower is the one broken. A swing of DRIVE-HARSH-DELTA
      *    (default 40) or more between consecutive stretches is
      *    logged as a harsh stop-start. Exceptions are kept per
      *    trip and stretch in data/driving_exceptions.txt under the
      *    trip's driver, so a rerun adds nothing twice, and the
      *    report ends with the month-to-date driver ranking used to
      *    call drivers in for counselling.
      *    Usage : driving_exceptions [MM/DD/YYYY]  (default
      *            yesterday's trips)
           ACCEPT WS-DX-RUN-DATE-ENTRY FROM COMMAND-LINE
           PERFORM LOAD-BUSINESS-PARAMETERS

           IF WS-DX-RUN-DATE-ENTRY = SPACES THEN
               COMPUTE WS-DX-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT) - 1
               COMPUTE WS-DX-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-DX-DAY-NUMBER)
               MOVE WS-DX-DATE-INT(5:2) TO WS-DX-RUN-DATE(1:2)
               MOVE '/' TO WS-DX-RUN-DATE(3:1)
               MOVE WS-DX-DATE-INT(7:2) TO WS-DX-RUN-DATE(4:2)
               MOVE '/' TO WS-DX-RUN-DATE(6:1)
               MOVE WS-DX-DATE-INT(1:4) TO WS-DX-RUN-DATE(7:4)
           ELSE
               MOVE WS-DX-RUN-DATE-ENTRY TO WS-DX-RUN-DATE
           END-IF

           PERFORM LOAD-ROAD-SPEED-LIMITS

           OPEN INPUT FS-SCHEDULES-FILE
           IF WS-SCH-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Schedules file not available - nothing to do.'
               STOP RUN
           END-IF
           OPEN INPUT FS-ROUTE-STOPS-FILE
           OPEN I-O FS-DRIVING-EXCEPTION-FILE
           IF WS-DXC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DRIVING-EXCEPTION-FILE
               CLOSE FS-DRIVING-EXCEPTION-FILE
               OPEN I-O FS-DRIVING-EXCEPTION-FILE
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export"
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING 'DRIVING EXCEPTIONS - TRIPS OF ' WS-DX-RUN-DATE
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'DRIVER          SCHEDULE        FROM            '
               'TO              AT        KIND         SPEED  LIMIT'
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-D-DATE = WS-DX-RUN-DATE AND
                       (FS-S-STATUS = 'active' OR
                       FS-S-STATUS = 'closed') THEN
                       PERFORM CHECK-ONE-TRIP
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-ROUTE-STOPS-FILE
           CLOSE FS-SCHEDULES-FILE

           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           PERFORM WRITE-DRIVER-RANKING

           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'DRIVING-EXCEPT driving_exceptions '
               'data/export/driving_exceptions_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           CLOSE FS-DRIVING-EXCEPTION-FILE

           DISPLAY 'Driving exception run for trips of ' WS-DX-RUN-DATE
           DISPLAY 'Trips with GPS coverage : ' WS-DX-TRIPS-CHECKED
           DISPLAY 'Stretches measured      : ' WS-DX-SEGMENTS
           DISPLAY 'New exceptions          : ' WS-DX-NEW-EXCEPTIONS
           DISPLAY 'Report written to'
               ' data/export/driving_exceptions_report.txt'

           GOBACK
           STOP RUN.

       LOAD-ROAD-SPEED-LIMITS.
           MOVE ZEROES TO WS-DX-LIMIT-COUNT
           MOVE SPACES TO WS-SCAN-EOF
           OPEN INPUT FS-SPEED-LIMIT-FILE
           IF WS-SPL-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-SPEED-LIMIT-FILE
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-SPL-FROM-STOP-ID NOT = SPACES AND
                       FS-SPL-LIMIT-KPH IS NUMERIC AND
                       WS-DX-LIMIT-COUNT < 500 THEN
                       ADD 1 TO WS-DX-LIMIT-COUNT
                       MOVE FS-SPL-ROUTE-ID TO
                           WS-DX-L-ROUTE-ID(WS-DX-LIMIT-COUNT)
                       MOVE FS-SPL-FROM-STOP-ID TO
                           WS-DX-L-FROM-STOP-ID(WS-DX-LIMIT-COUNT)
                       MOVE FS-SPL-TO-STOP-ID TO
                           WS-DX-L-TO-STOP-ID(WS-DX-LIMIT-COUNT)
                       MOVE FS-SPL-LIMIT-KPH TO
                           WS-DX-L-KPH(WS-DX-LIMIT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SPEED-LIMIT-FILE
           .

       CHECK-ONE-TRIP.
           PERFORM LOAD-ROUTE-STOPS
           IF WS-DX-STOP-COUNT < 2 THEN
               EXIT PARAGRAPH
           END-IF

      *    The trip's pings run from boarding (30 minutes before the
      *    departure) to two hours past the timetabled arrival.
           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           COMPUTE WS-DX-WINDOW-START =
               (WS-CVM-TOTAL-MINUTES - 30) * 60
           MOVE FS-S-A-DATE TO WS-CVM-DATE
           MOVE FS-S-A-HOUR TO WS-CVM-HOUR
           MOVE FS-S-A-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-A-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           COMPUTE WS-DX-WINDOW-END =
               (WS-CVM-TOTAL-MINUTES + 120) * 60

           MOVE ZEROES TO WS-DX-PREV-IDX
           MOVE ZEROES TO WS-DX-PREV-SECONDS
           MOVE ZEROES TO WS-DX-PREV-SPEED
           MOVE 'N' TO WS-DX-HAVE-PREV-SPEED

           MOVE SPACES TO WS-SCAN-EOF
           OPEN INPUT FS-PING-HISTORY-FILE
           IF WS-PING-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-PING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-PNG-VEHICLE-ID = FS-FK-VEHICLE-ID THEN
                       PERFORM CHECK-ONE-PING
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PING-FILE-STATUS = '00' OR
               WS-PING-FILE-STATUS = '10' THEN
               CLOSE FS-PING-HISTORY-FILE
           END-IF

           IF WS-DX-PREV-IDX > ZEROES THEN
               ADD 1 TO WS-DX-TRIPS-CHECKED
           END-IF
           .

       LOAD-ROUTE-STOPS.
           MOVE ZEROES TO WS-DX-STOP-COUNT
           MOVE SPACES TO WS-SCAN-EOF
           MOVE FS-FK-ROUTE-ID TO FS-RST-FK-ROUTE-ID
           MOVE ZEROES TO FS-RST-SEQUENCE
           START FS-ROUTE-STOPS-FILE KEY IS >= FS-RST-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-ROUTE-STOPS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-RST-FK-ROUTE-ID NOT = FS-FK-ROUTE-ID THEN
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF WS-DX-STOP-COUNT < 20 THEN
                           ADD 1 TO WS-DX-STOP-COUNT
                           MOVE FS-RST-FK-STOP-ID TO
                               WS-DX-STOP-ID(WS-DX-STOP-COUNT)
                           MOVE FS-RST-DISTANCE-FROM-ORIGIN TO
                               WS-DX-STOP-DISTANCE(WS-DX-STOP-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       CHECK-ONE-PING.
           MOVE FS-PNG-TS-DATE(7:4) TO WS-DX-DATE-INT(1:4)
           MOVE FS-PNG-TS-DATE(1:2) TO WS-DX-DATE-INT(5:2)
           MOVE FS-PNG-TS-DATE(4:2) TO WS-DX-DATE-INT(7:2)
           COMPUTE WS-DX-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DX-DATE-INT)
           COMPUTE WS-DX-PING-SECONDS =
               (WS-DX-DAY-NUMBER * 86400) + (FS-PNG-TS-HOUR * 3600) +
               (FS-PNG-TS-MINUTES * 60) + FS-PNG-TS-SECOND
           IF WS-DX-PING-SECONDS < WS-DX-WINDOW-START OR
               WS-DX-PING-SECONDS > WS-DX-WINDOW-END THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-DX-PING-IDX
           PERFORM VARYING WS-DX-I FROM 1 BY 1
               UNTIL WS-DX-I > WS-DX-STOP-COUNT
               IF FS-PNG-CHECKPOINT-CODE(1:15) =
                   WS-DX-STOP-ID(WS-DX-I) AND
                   WS-DX-PING-IDX = ZEROES THEN
                   MOVE WS-DX-I TO WS-DX-PING-IDX
               END-IF
           END-PERFORM
           IF WS-DX-PING-IDX = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

      *    Further pings at the same stop are dwell: the stretch
      *    starts when the bus leaves.
           IF WS-DX-PREV-IDX = ZEROES OR
               WS-DX-PING-IDX = WS-DX-PREV-IDX THEN
               MOVE WS-DX-PING-IDX TO WS-DX-PREV-IDX
               MOVE WS-DX-PING-SECONDS TO WS-DX-PREV-SECONDS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DX-SEG-SECONDS =
               WS-DX-PING-SECONDS - WS-DX-PREV-SECONDS
           IF WS-DX-STOP-DISTANCE(WS-DX-PING-IDX) >
               WS-DX-STOP-DISTANCE(WS-DX-PREV-IDX) THEN
               COMPUTE WS-DX-SEG-DISTANCE =
                   WS-DX-STOP-DISTANCE(WS-DX-PING-IDX) -
                   WS-DX-STOP-DISTANCE(WS-DX-PREV-IDX)
           ELSE
               COMPUTE WS-DX-SEG-DISTANCE =
                   WS-DX-STOP-DISTANCE(WS-DX-PREV-IDX) -
                   WS-DX-STOP-DISTANCE(WS-DX-PING-IDX)
           END-IF

           IF WS-DX-SEG-SECONDS > ZEROES AND
               WS-DX-SEG-DISTANCE > ZEROES THEN
               COMPUTE WS-DX-SPEED ROUNDED =
                   (WS-DX-SEG-DISTANCE * 3600) / WS-DX-SEG-SECONDS
                   ON SIZE ERROR MOVE 9999.9 TO WS-DX-SPEED
               END-COMPUTE
               ADD 1 TO WS-DX-SEGMENTS
               PERFORM CHECK-STRETCH-SPEED
               PERFORM CHECK-STRETCH-HARSH
               MOVE WS-DX-SPEED TO WS-DX-PREV-SPEED
               MOVE 'Y' TO WS-DX-HAVE-PREV-SPEED
           END-IF

           MOVE WS-DX-PING-IDX TO WS-DX-PREV-IDX
           MOVE WS-DX-PING-SECONDS TO WS-DX-PREV-SECONDS
           .

       CHECK-STRETCH-SPEED.
           MOVE ZEROES TO WS-DX-ROAD-LIMIT
           PERFORM VARYING WS-DX-L FROM 1 BY 1
               UNTIL WS-DX-L > WS-DX-LIMIT-COUNT
               IF (WS-DX-L-ROUTE-ID(WS-DX-L) = SPACES OR
                   WS-DX-L-ROUTE-ID(WS-DX-L) = FS-FK-ROUTE-ID) AND
                   ((WS-DX-L-FROM-STOP-ID(WS-DX-L) =
                   WS-DX-STOP-ID(WS-DX-PREV-IDX) AND
                   WS-DX-L-TO-STOP-ID(WS-DX-L) =
                   WS-DX-STOP-ID(WS-DX-PING-IDX)) OR
                   (WS-DX-L-FROM-STOP-ID(WS-DX-L) =
                   WS-DX-STOP-ID(WS-DX-PING-IDX) AND
                   WS-DX-L-TO-STOP-ID(WS-DX-L) =
                   WS-DX-STOP-ID(WS-DX-PREV-IDX))) THEN
                   IF WS-DX-ROAD-LIMIT = ZEROES OR
                       WS-DX-L-KPH(WS-DX-L) < WS-DX-ROAD-LIMIT THEN
                       MOVE WS-DX-L-KPH(WS-DX-L) TO WS-DX-ROAD-LIMIT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DX-ROAD-LIMIT > ZEROES AND
               WS-DX-ROAD-LIMIT < WS-DX-COMPANY-LIMIT THEN
               MOVE WS-DX-ROAD-LIMIT TO WS-DX-LIMIT-KPH
               MOVE 'R' TO WS-DX-KIND
           ELSE
               MOVE WS-DX-COMPANY-LIMIT TO WS-DX-LIMIT-KPH
               MOVE 'C' TO WS-DX-KIND
           END-IF

           IF WS-DX-SPEED > WS-DX-LIMIT-KPH THEN
               MOVE WS-DX-SPEED TO FS-DXC-SPEED-KPH
               MOVE WS-DX-LIMIT-KPH TO FS-DXC-LIMIT-KPH
               PERFORM WRITE-DRIVING-EXCEPTION
           END-IF
           .

       CHECK-STRETCH-HARSH.
           IF WS-DX-HAVE-PREV-SPEED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-DX-SPEED > WS-DX-PREV-SPEED THEN
               COMPUTE WS-DX-SPEED-CHANGE =
                   WS-DX-SPEED - WS-DX-PREV-SPEED
           ELSE
               COMPUTE WS-DX-SPEED-CHANGE =
                   WS-DX-PREV-SPEED - WS-DX-SPEED
           END-IF
           IF WS-DX-SPEED-CHANGE >= WS-DX-HARSH-DELTA THEN
               MOVE 'H' TO WS-DX-KIND
               MOVE WS-DX-SPEED-CHANGE TO FS-DXC-SPEED-KPH
               MOVE WS-DX-HARSH-DELTA TO FS-DXC-LIMIT-KPH
               PERFORM WRITE-DRIVING-EXCEPTION
           END-IF
           .

       WRITE-DRIVING-EXCEPTION.
           MOVE FS-SCHEDULE-ID TO FS-DXC-FK-SCHEDULE-ID
           MOVE WS-DX-PREV-IDX TO FS-DXC-SEGMENT
           MOVE WS-DX-KIND TO FS-DXC-KIND
           MOVE FS-S-D-DATE TO FS-DXC-TRIP-DATE
           MOVE FS-FK-DRIVER-ID TO FS-DXC-FK-DRIVER-ID
           MOVE FS-FK-VEHICLE-ID TO FS-DXC-FK-VEHICLE-ID
           MOVE WS-DX-STOP-ID(WS-DX-PREV-IDX) TO FS-DXC-FROM-STOP-ID
           MOVE WS-DX-STOP-ID(WS-DX-PING-IDX) TO FS-DXC-TO-STOP-ID
           MOVE FS-PNG-TS-TIME TO FS-DXC-AT-TIME
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-DXC-TIME-STAMP
           WRITE FS-DRIVING-EXCEPTION-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-DX-NEW-EXCEPTIONS

           EVALUATE TRUE
               WHEN FS-DXC-ROAD-LIMIT
                   MOVE 'ROAD LIMIT' TO WS-DX-KIND-TEXT
               WHEN FS-DXC-COMPANY-LIMIT
                   MOVE 'COMPANY LIMIT' TO WS-DX-KIND-TEXT
               WHEN OTHER
                   MOVE 'STOP-START' TO WS-DX-KIND-TEXT
           END-EVALUATE
           MOVE FS-DXC-SPEED-KPH TO WS-DX-EDIT-SPEED
           MOVE FS-DXC-LIMIT-KPH TO WS-DX-EDIT-LIMIT
           MOVE SPACES TO WS-LINE
           STRING FS-DXC-FK-DRIVER-ID ' '
               FS-DXC-FK-SCHEDULE-ID ' '
               FS-DXC-FROM-STOP-ID ' '
               FS-DXC-TO-STOP-ID ' '
               FS-DXC-AT-TIME '  '
               WS-DX-KIND-TEXT ' '
               WS-DX-EDIT-SPEED ' '
               WS-DX-EDIT-LIMIT
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           .

       WRITE-DRIVER-RANKING.
      *    Every exception on file for trips in the report month,
      *    tallied per driver, most exceptions first.
           MOVE ZEROES TO WS-RK-COUNT
           MOVE LOW-VALUES TO FS-DXC-KEY
           START FS-DRIVING-EXCEPTION-FILE KEY IS >= FS-DXC-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY MOVE SPACES TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-DRIVING-EXCEPTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-DXC-TRIP-DATE(1:2) = WS-DX-RUN-DATE(1:2) AND
                       FS-DXC-TRIP-DATE(7:4) = WS-DX-RUN-DATE(7:4)
                       THEN
                       PERFORM TALLY-DRIVER-EXCEPTION
                   END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-RK-I FROM 1 BY 1
               UNTIL WS-RK-I >= WS-RK-COUNT
               PERFORM VARYING WS-RK-J FROM 1 BY 1
                   UNTIL WS-RK-J > (WS-RK-COUNT - WS-RK-I)
                   IF WS-RK-TOTAL(WS-RK-J) <
                       WS-RK-TOTAL(WS-RK-J + 1) THEN
                       MOVE WS-RK-ENTRY(WS-RK-J) TO WS-RK-SWAP
                       MOVE WS-RK-ENTRY(WS-RK-J + 1) TO
                           WS-RK-ENTRY(WS-RK-J)
                       MOVE WS-RK-SWAP TO WS-RK-ENTRY(WS-RK-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-LINE
           STRING 'DRIVER RANKING - MONTH ' WS-DX-RUN-DATE(1:2) '/'
               WS-DX-RUN-DATE(7:4) ' TO DATE'
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'RNK DRIVER          NAME                          '
               '  ROAD COMPANY  HARSH  TOTAL  TOP KPH'
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE

           OPEN INPUT FS-DRIVERS-FILE
           PERFORM VARYING WS-RK-I FROM 1 BY 1
               UNTIL WS-RK-I > WS-RK-COUNT
               MOVE SPACES TO WS-RK-DRIVER-NAME
               IF WS-DRV-FILE-STATUS = '00' OR
                   WS-DRV-FILE-STATUS = '23' THEN
                   MOVE WS-RK-DRIVER-ID(WS-RK-I) TO FS-DRIVER-ID
                   READ FS-DRIVERS-FILE
                   KEY IS FS-DRIVER-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FS-DRIVER-NAME TO WS-RK-DRIVER-NAME
                   END-READ
               END-IF
               MOVE WS-RK-I TO WS-RK-RANK
               MOVE WS-RK-TOP-SPEED(WS-RK-I) TO WS-RK-EDIT-TOP
               MOVE SPACES TO WS-LINE
               STRING WS-RK-RANK ' '
                   WS-RK-DRIVER-ID(WS-RK-I) ' '
                   WS-RK-DRIVER-NAME ' '
                   WS-RK-ROAD(WS-RK-I) '    '
                   WS-RK-COMPANY(WS-RK-I) '  '
                   WS-RK-HARSH(WS-RK-I) '  '
                   WS-RK-TOTAL(WS-RK-I) '   '
                   WS-RK-EDIT-TOP
                   DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-REPORT-RECORD FROM WS-LINE
           END-PERFORM
           IF WS-DRV-FILE-STATUS = '00' OR
               WS-DRV-FILE-STATUS = '10' OR
               WS-DRV-FILE-STATUS = '23' THEN
               CLOSE FS-DRIVERS-FILE
           END-IF

           IF WS-RK-COUNT = ZEROES THEN
               MOVE '  No exceptions this month.' TO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
           END-IF
           .

       TALLY-DRIVER-EXCEPTION.
           MOVE 'N' TO WS-RK-FOUND
           PERFORM VARYING WS-RK-I FROM 1 BY 1
               UNTIL WS-RK-I > WS-RK-COUNT OR WS-RK-FOUND = 'Y'
               IF WS-RK-DRIVER-ID(WS-RK-I) = FS-DXC-FK-DRIVER-ID THEN
                   MOVE 'Y' TO WS-RK-FOUND
               END-IF
           END-PERFORM
           IF WS-RK-FOUND = 'Y' THEN
               SUBTRACT 1 FROM WS-RK-I
           ELSE
               IF WS-RK-COUNT >= 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RK-COUNT
               MOVE WS-RK-COUNT TO WS-RK-I
               MOVE FS-DXC-FK-DRIVER-ID TO WS-RK-DRIVER-ID(WS-RK-I)
               MOVE ZEROES TO WS-RK-ROAD(WS-RK-I)
               MOVE ZEROES TO WS-RK-COMPANY(WS-RK-I)
               MOVE ZEROES TO WS-RK-HARSH(WS-RK-I)
               MOVE ZEROES TO WS-RK-TOTAL(WS-RK-I)
               MOVE ZEROES TO WS-RK-TOP-SPEED(WS-RK-I)
           END-IF

           EVALUATE TRUE
               WHEN FS-DXC-ROAD-LIMIT
                   ADD 1 TO WS-RK-ROAD(WS-RK-I)
               WHEN FS-DXC-COMPANY-LIMIT
                   ADD 1 TO WS-RK-COMPANY(WS-RK-I)
               WHEN OTHER
                   ADD 1 TO WS-RK-HARSH(WS-RK-I)
           END-EVALUATE
           ADD 1 TO WS-RK-TOTAL(WS-RK-I)
           IF NOT FS-DXC-HARSH AND
               FS-DXC-SPEED-KPH > WS-RK-TOP-SPEED(WS-RK-I) THEN
               MOVE FS-DXC-SPEED-KPH TO WS-RK-TOP-SPEED(WS-RK-I)
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

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'DRIVE-SPEED-LIMIT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DX-COMPANY-LIMIT
               END-IF
               MOVE 'DRIVE-HARSH-DELTA' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DX-HARSH-DELTA
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
