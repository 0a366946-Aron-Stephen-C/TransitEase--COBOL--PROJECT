               RECORD KEY IS FS-FRA-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-FRANCHISE-DAYTYPE-FILE ASSIGN TO
               'data/franchise_daytypes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FDT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SERVICE-CALENDAR-FILE ASSIGN TO
               'data/service_calendar.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SVC-DATE-INT
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SCHEDULE-ACTUALS-FILE ASSIGN TO
               'data/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               03    FS-FRA-EFFECTIVE-INT    PIC 9(8).
           02    FS-FRA-DAILY-TRIPS    PIC 9(3).

       FD  FS-FRANCHISE-DAYTYPE-FILE.
       01  FS-FRANCHISE-DAYTYPE-RECORD.
           02    FS-FDT-KEY.
               03    FS-FDT-FK-ROUTE-ID    PIC X(15).
               03    FS-FDT-DAY-TYPE    PIC X(15).
               03    FS-FDT-EFFECTIVE-INT    PIC 9(8).
           02    FS-FDT-DAILY-TRIPS    PIC 9(3).

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

       FD  FS-SCHEDULE-ACTUALS-FILE.
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC 99/99/9999.
               03    FS-SA-AD-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AD-TIME.
                   04    FS-SA-AD-HOUR    PIC 99.
               03    FS-SA-AD-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AD-TIME-FORMAT    PIC XX.
           02    FS-SA-ACTUAL-ARRIVAL.
               03    FS-SA-AA-DATE    PIC 99/99/9999.
               03    FS-SA-AA-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AA-TIME.
                   04    FS-SA-AA-HOUR    PIC 99.
               03    FS-SA-AA-TIME-FORMAT    PIC XX.
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP.
               03    FS-SA-TS-DATE    PIC 99/99/9999.
               03    FS-SA-TS-FILLER-SPACE    PIC X(3).
               03    FS-SA-TS-TIME.
                   04    FS-SA-TS-HOUR    PIC 99.
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
       01  WS-FR-MENU-CHOICE    PIC X.
       01  WS-FR-ROUTE-ENTRY    PIC X(15).
       01  WS-FR-TRIPS-ENTRY    PIC 9(3).
       01  WS-FR-EFFECTIVE-ENTRY    PIC X(10).
       01  WS-FR-MONTH-ENTRY    PIC 99.
       01  WS-FR-YEAR-ENTRY    PIC 9(4).
       01  WS-FR-STATS-YEAR-ENTRY    PIC X(4).
       01  WS-FR-STATS-COMMAND    PIC X(80).
       01  WS-FR-DAY-TABLE.
           02    WS-FR-DAY-ENTRY OCCURS 400 TIMES.
               03    WS-FR-DE-ROUTE-ID    PIC X(15).
       01  WS-FR-CHECK-INT    PIC 9(8).
       01  WS-FR-UNDER-DAYS    PIC 9(4).
       01  WS-FR-OVER-DAYS    PIC 9(4).
       01  WS-FR-DAYTYPE-ENTRY    PIC X(15).
       01  WS-FR-DAY-TYPE    PIC X(15).
       01  WS-FR-NO-SERVICE    PIC X.
       01  WS-FR-CHECK-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    under-served days and unauthorized extras for the
      *    quarterly filing.
           MOVE SPACES TO WS-FR-MENU-CHOICE
           PERFORM UNTIL WS-FR-MENU-CHOICE = '4'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY ' '
               DISPLAY '1 - Set Authorized Daily Trips for a Route'
               DISPLAY '2 - Monthly Compliance Report'
               DISPLAY '3 - Annual Operator Statistics'
               DISPLAY '4 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-FR-MENU-CHOICE
                   WHEN '2'
                       PERFORM COMPLIANCE-REPORT
                   WHEN '3'
                       PERFORM RUN-OPERATOR-STATS
                   WHEN '4'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
           CALL "SYSTEM" USING "clear"
           .

       RUN-OPERATOR-STATS.
      *    The annual statistical return to the board, per
      *    authorized route, with its revenue tie-out to the GL.
           DISPLAY 'Year YYYY [blank = last year] : ' WITH NO ADVANCING
           MOVE SPACES TO WS-FR-STATS-YEAR-ENTRY
           ACCEPT WS-FR-STATS-YEAR-ENTRY

           MOVE SPACES TO WS-FR-STATS-COMMAND
           STRING 'backend/operator_stats '
               WS-FR-STATS-YEAR-ENTRY
               DELIMITED BY SIZE INTO WS-FR-STATS-COMMAND

           CALL "SYSTEM" USING WS-FR-STATS-COMMAND
               RETURNING WS-RETURN-CODE

           DISPLAY 'Submission written to '
               'data/export/operator_stats_submission.csv'
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       SET-AUTHORIZED-TRIPS.
           DISPLAY 'Route ID                   : ' WITH NO ADVANCING
           ACCEPT WS-FR-ROUTE-ENTRY
           DISPLAY 'Authorized trips per day   : ' WITH NO ADVANCING
           ACCEPT WS-FR-TRIPS-ENTRY
           DISPLAY 'Effective date [MM/DD/YYYY]  : ' WITH NO ADVANCING
           ACCEPT WS-FR-EFFECTIVE-ENTRY
      *    A day type grants a different count for Sundays or for a
      *    named special-day pattern on the service calendar; blank
      *    is the everyday grant.
           DISPLAY 'Day type [blank=every day, SUNDAY or pattern] : '
               WITH NO ADVANCING
           ACCEPT WS-FR-DAYTYPE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-FR-DAYTYPE-ENTRY) TO
               WS-FR-DAYTYPE-ENTRY

           OPEN INPUT FS-ROUTES-FILE
           MOVE WS-FR-ROUTE-ENTRY TO FS-ROUTE-ID
           END-READ
           CLOSE FS-ROUTES-FILE

           MOVE WS-FR-EFFECTIVE-ENTRY(7:4) TO WS-FR-CHECK-INT(1:4)
           MOVE WS-FR-EFFECTIVE-ENTRY(1:2) TO WS-FR-CHECK-INT(5:2)
           MOVE WS-FR-EFFECTIVE-ENTRY(4:2) TO WS-FR-CHECK-INT(7:2)

           IF WS-FR-DAYTYPE-ENTRY NOT = SPACES THEN
               PERFORM SET-DAYTYPE-AUTHORIZATION
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-FRANCHISE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-FRANCHISE-FILE

           MOVE SPACES TO FS-FRANCHISE-RECORD
           MOVE WS-FR-ROUTE-ENTRY TO FS-FRA-FK-ROUTE-ID
           MOVE WS-FR-CHECK-INT TO FS-FRA-EFFECTIVE-INT
           MOVE WS-FR-TRIPS-ENTRY TO FS-FRA-DAILY-TRIPS

           ACCEPT WS-BUFFER
           .

       SET-DAYTYPE-AUTHORIZATION.
           OPEN I-O FS-FRANCHISE-DAYTYPE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-FRANCHISE-DAYTYPE-FILE
           END-IF

           MOVE SPACES TO FS-FRANCHISE-DAYTYPE-RECORD
           MOVE WS-FR-ROUTE-ENTRY TO FS-FDT-FK-ROUTE-ID
           MOVE WS-FR-DAYTYPE-ENTRY TO FS-FDT-DAY-TYPE
           MOVE WS-FR-CHECK-INT TO FS-FDT-EFFECTIVE-INT
           MOVE WS-FR-TRIPS-ENTRY TO FS-FDT-DAILY-TRIPS

           WRITE FS-FRANCHISE-DAYTYPE-RECORD
           INVALID KEY
               REWRITE FS-FRANCHISE-DAYTYPE-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-FRANCHISE-DAYTYPE-FILE

           DISPLAY 'Day-type authorization recorded.'
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       COMPLIANCE-REPORT.
           DISPLAY 'Report month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-FR-MONTH-ENTRY
           DISPLAY 'Report year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-FR-YEAR-ENTRY

           MOVE ZEROES TO WS-FR-DAY-COUNT
           DISPLAY WS-LINE

           CLOSE FS-COMPLIANCE-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'FRANCHISE franchise_report '
               'data/export/franchise_compliance.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           DISPLAY 'Filing written to'
           DISPLAY 'data/export/franchise_compliance.txt'
           DISPLAY "Press 'enter' key to continue..."
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-SA-AD-DATE(1:2) = WS-FR-MONTH-ENTRY AND
                       FS-SA-AD-DATE(7:4) = WS-FR-YEAR-ENTRY THEN
                       PERFORM TALLY-ONE-OPERATED-TRIP
                   END-IF
               END-READ

           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
               WHEN WS-FR-NO-SERVICE = 'Y'
                   STRING WS-FR-DE-ROUTE-ID(WS-FR-I) ' '
                       WS-FR-DE-DAY(WS-FR-I) '  '
                       WS-FR-DE-OPERATED(WS-FR-I)
                       '      000  NO-SERVICE DAY'
                   DELIMITED BY SIZE INTO WS-LINE
                   ADD 1 TO WS-FR-OVER-DAYS
               WHEN WS-FR-AUTH-FOUND = 'N'
                   STRING WS-FR-DE-ROUTE-ID(WS-FR-I) ' '
                       WS-FR-DE-DAY(WS-FR-I) '  '
           MOVE ZEROES TO WS-FR-AUTH-TRIPS
           MOVE ZEROES TO WS-FR-BEST-EFFECTIVE

           COMPUTE WS-FR-CHECK-INT =
               (WS-FR-YEAR-ENTRY * 10000) +
               (WS-FR-MONTH-ENTRY * 100) + WS-FR-DE-DAY(WS-FR-I)

           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-FRANCHISE-FILE
           END-IF

           PERFORM FIND-SERVICE-DAY-TYPE
           IF WS-FR-NO-SERVICE = 'Y' THEN
               MOVE ZEROES TO WS-FR-AUTH-TRIPS
               MOVE 'Y' TO WS-FR-AUTH-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-FR-DAY-TYPE = SPACES THEN
               EXIT PARAGRAPH
           END-IF

      *    A Sunday or special-pattern grant, where one is on file,
      *    replaces the everyday count for that day.
           MOVE ZEROES TO WS-FR-BEST-EFFECTIVE
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-FRANCHISE-DAYTYPE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-FRANCHISE-DAYTYPE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FDT-FK-ROUTE-ID =
                       WS-FR-DE-ROUTE-ID(WS-FR-I) AND
                       FS-FDT-DAY-TYPE = WS-FR-DAY-TYPE AND
                       FS-FDT-EFFECTIVE-INT <= WS-FR-CHECK-INT AND
                       FS-FDT-EFFECTIVE-INT >=
                       WS-FR-BEST-EFFECTIVE THEN
                       MOVE FS-FDT-EFFECTIVE-INT TO
                           WS-FR-BEST-EFFECTIVE
                       MOVE FS-FDT-DAILY-TRIPS TO
                           WS-FR-AUTH-TRIPS
                       MOVE 'Y' TO WS-FR-AUTH-FOUND
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-FRANCHISE-DAYTYPE-FILE
           END-IF
           .

       FIND-SERVICE-DAY-TYPE.
      *    Holidays on the service calendar decide which grant
      *    applies: none on a no-service day, the Sunday grant on a
      *    run-as-Sunday day, or the grant for the named pattern.
           MOVE SPACES TO WS-FR-DAY-TYPE
           MOVE 'N' TO WS-FR-NO-SERVICE

           COMPUTE WS-FR-CHECK-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FR-CHECK-INT)
           IF FUNCTION MOD(WS-FR-CHECK-DAY-NUMBER - 1, 7) + 1 = 7
               THEN
               MOVE 'SUNDAY' TO WS-FR-DAY-TYPE
           END-IF

           OPEN INPUT FS-SERVICE-CALENDAR-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FR-CHECK-INT TO FS-SVC-DATE-INT
           READ FS-SERVICE-CALENDAR-FILE
           KEY IS FS-SVC-DATE-INT
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN FS-SVC-NO-SERVICE
                       MOVE 'Y' TO WS-FR-NO-SERVICE
                   WHEN FS-SVC-AS-SUNDAY
                       MOVE 'SUNDAY' TO WS-FR-DAY-TYPE
                   WHEN FS-SVC-PATTERN-DAY
                       MOVE FS-SVC-PATTERN TO WS-FR-DAY-TYPE
               END-EVALUATE
           END-READ
           CLOSE FS-SERVICE-CALENDAR-FILE
           .

       INVALID-INPUT.
