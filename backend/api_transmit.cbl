       IDENTIFICATION DIVISION.
       PROGRAM-ID. api_transmit.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT FS-ROUTES-FILE ASSIGN TO 'data/routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ROUTE-ID
               FILE STATUS IS WS-RTE-FILE-STATUS.

           SELECT FS-VEHICLES-FILE ASSIGN TO 'data/vehicles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VEHICLE-ID
               FILE STATUS IS WS-VEH-FILE-STATUS.

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-PSG-FILE-STATUS.

           SELECT FS-ROUTE-RULES-FILE ASSIGN TO 'data/route_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RRU-ROUTE-ID
               FILE STATUS IS WS-RRU-FILE-STATUS.

           SELECT FS-TRAVEL-DOC-FILE ASSIGN TO
               'data/travel_documents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TDC-BOOKING-ID
               FILE STATUS IS WS-TDC-FILE-STATUS.

           SELECT FS-API-LOG-FILE ASSIGN TO
               'data/api_transmissions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-APL-KEY
               FILE STATUS IS WS-APL-FILE-STATUS.

           SELECT FS-API-FILE ASSIGN USING WS-API-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-API-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

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

       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-USER-ID    PIC X(15).
           02    FS-P-FIRST-NAME    PIC X(50).
           02    FS-P-LAST-NAME    PIC X(50).
           02    FS-P-EMAIL    PIC X(100).
           02    FS-P-PASSWORD    PIC X(64).
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
                   04    FS-P-COLON-1    PIC X.
                   04    FS-P-MINUTES    PIC 99.
                   04    FS-P-COLON-2    PIC X.
                   04    FS-P-SECOND    PIC 99.
           02    FS-P-FAILED-ATTEMPTS    PIC 9(2).
           02    FS-P-LOCKOUT-UNTIL    PIC 9(11).
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-ROUTE-RULES-FILE.
       01  FS-ROUTE-RULES-RECORD.
           02    FS-RRU-ROUTE-ID    PIC X(15).
           02    FS-RRU-CUTOFF-MINUTES    PIC 9(4).
           02    FS-RRU-HORIZON-DAYS    PIC 9(3).
           02    FS-RRU-LONGHAUL-FLAG    PIC X.
           02    FS-RRU-CROSSBORDER-FLAG    PIC X.

       FD  FS-TRAVEL-DOC-FILE.
       01  FS-TRAVEL-DOC-RECORD.
           02    FS-TDC-BOOKING-ID    PIC X(15).
           02    FS-TDC-FK-USER-ID    PIC X(15).
           02    FS-TDC-SURNAME    PIC X(40).
           02    FS-TDC-GIVEN-NAMES    PIC X(40).
           02    FS-TDC-SEX    PIC X.
           02    FS-TDC-DOC-TYPE    PIC X.
           02    FS-TDC-DOC-NUMBER    PIC X(20).
           02    FS-TDC-NATIONALITY    PIC X(3).
           02    FS-TDC-ISSUING-COUNTRY    PIC X(3).
           02    FS-TDC-BIRTH-DATE    PIC 99/99/9999.
           02    FS-TDC-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-TDC-TIME-STAMP    PIC X(21).

       FD  FS-API-LOG-FILE.
       01  FS-API-LOG-RECORD.
           02    FS-APL-KEY.
               03    FS-APL-SCHEDULE-ID    PIC X(15).
               03    FS-APL-SEQ    PIC 9(2).
           02    FS-APL-KIND    PIC X(4).
           02    FS-APL-PASSENGERS    PIC 9(3).
           02    FS-APL-MISSING-DOCS    PIC 9(3).
           02    FS-APL-DIGEST    PIC 9(18).
           02    FS-APL-CHANGE-STAMP    PIC 9(14).
           02    FS-APL-FILE-NAME    PIC X(60).
           02    FS-APL-TIME-STAMP.
               03    FS-APL-TS-DATE    PIC 99/99/9999.
               03    FS-APL-TS-FILLER-SPACE    PIC X(3).
               03    FS-APL-TS-TIME.
                   04    FS-APL-TS-HOUR    PIC 99.
                   04    FS-APL-TS-COLON-1    PIC X.
                   04    FS-APL-TS-MINUTES    PIC 99.
                   04    FS-APL-TS-COLON-2    PIC X.
                   04    FS-APL-TS-SECOND    PIC 99.

       FD  FS-API-FILE.
       01  FS-API-RECORD    PIC X(200).

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
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-RTE-FILE-STATUS    PIC XX.
       01  WS-VEH-FILE-STATUS    PIC XX.
       01  WS-PSG-FILE-STATUS    PIC XX.
       01  WS-RRU-FILE-STATUS    PIC XX.
       01  WS-TDC-FILE-STATUS    PIC XX.
       01  WS-APL-FILE-STATUS    PIC XX.
       01  WS-API-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-BKG-EOF    PIC X.
       01  WS-APL-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-COMMAND-LINE-ENTRY    PIC X(100).
       01  WS-RUN-MODE    PIC X(6).
       01  WS-RUN-ARGUMENT    PIC X(15).
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
       01  WS-API-LEAD-HOURS    PIC 9(3) VALUE 6.
       01  WS-API-LEAD-MINUTES    PIC S9(9) COMP.
       01  WS-API-NOW-MINUTES    PIC S9(9) COMP.
       01  WS-API-NOW-CLOCK.
           02    WS-API-NOW-HOUR    PIC 99.
           02    WS-API-NOW-MINUTE    PIC 99.
           02    WS-API-NOW-REST    PIC 9(4).
       01  WS-API-TODAY-DAY    PIC S9(9) COMP.
       01  WS-API-MINUTES-LEFT    PIC S9(9) COMP.
       01  WS-API-FORCED    PIC X VALUE 'N'.
       01  WS-API-DOCS-ON-FILE    PIC X.
       01  WS-API-KIND    PIC X(4).
       01  WS-API-SEQ    PIC 9(2).
       01  WS-API-WRITTEN    PIC X.
       01  WS-API-FILE-NAME    PIC X(60).
       01  WS-API-PASSENGERS    PIC 9(3).
       01  WS-API-MISSING-DOCS    PIC 9(3).
       01  WS-API-DIGEST    PIC 9(18).
       01  WS-API-CHANGE-STAMP    PIC 9(14).
       01  WS-API-LINE-NO    PIC 9(3).
       01  WS-API-BOOKING-NUM    PIC 9(15).
       01  WS-API-STAMP-TEXT    PIC X(21).
       01  WS-API-STAMP-NUM    PIC 9(14).
       01  WS-API-DATE-INT    PIC 9(8).
       01  WS-API-LAST-SEQ    PIC 9(2).
       01  WS-API-LAST-PASSENGERS    PIC 9(3).
       01  WS-API-LAST-DIGEST    PIC 9(18).
       01  WS-API-LAST-STAMP    PIC 9(14).
       01  WS-API-NOW-STAMP    PIC 9(14).
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-API-DEPARTURES-DUE    PIC 9(5) VALUE 0.
       01  WS-API-ORIG-SENT    PIC 9(5) VALUE 0.
       01  WS-API-CHNG-SENT    PIC 9(5) VALUE 0.
       01  WS-API-UNCHANGED    PIC 9(5) VALUE 0.
       01  WS-API-FAILED    PIC 9(5) VALUE 0.

      *    The border authority's advance passenger information
      *    layout: one header, one line per traveller, one trailer.
       01  WS-API-HEADER.
           02    WS-APH-RECORD-TYPE    PIC X VALUE 'H'.
           02    WS-APH-KIND    PIC X(4).
           02    WS-APH-SEQ    PIC 9(2).
           02    WS-APH-SCHEDULE-ID    PIC X(15).
           02    WS-APH-ORIGIN    PIC X(30).
           02    WS-APH-DESTINATION    PIC X(30).
           02    WS-APH-DEPART-DATE    PIC 9(8).
           02    WS-APH-DEPART-HHMM    PIC 9(4).
           02    WS-APH-PLATE    PIC X(20).
           02    WS-APH-CREATED    PIC 9(14).
           02    FILLER    PIC X(72) VALUE SPACES.
       01  WS-API-PASSENGER.
           02    WS-APP-RECORD-TYPE    PIC X VALUE 'P'.
           02    WS-APP-LINE-NO    PIC 9(3).
           02    WS-APP-SURNAME    PIC X(40).
           02    WS-APP-GIVEN-NAMES    PIC X(40).
           02    WS-APP-SEX    PIC X.
           02    WS-APP-BIRTH-DATE    PIC 9(8).
           02    WS-APP-NATIONALITY    PIC X(3).
           02    WS-APP-DOC-TYPE    PIC X.
           02    WS-APP-DOC-NUMBER    PIC X(20).
           02    WS-APP-ISSUING-COUNTRY    PIC X(3).
           02    WS-APP-EXPIRY-DATE    PIC 9(8).
           02    WS-APP-SEAT    PIC 9(3).
           02    WS-APP-BOOKING-ID    PIC X(15).
           02    FILLER    PIC X(54) VALUE SPACES.
       01  WS-API-TRAILER.
           02    WS-APT-RECORD-TYPE    PIC X VALUE 'T'.
           02    WS-APT-PASSENGERS    PIC 9(3).
           02    WS-APT-MISSING-DOCS    PIC 9(3).
           02    FILLER    PIC X(193) VALUE SPACES.


       PROCEDURE DIVISION.
      *    Advance passenger information for cross-border routes.
      *    Meant for the hourly schedule: every active departure on
      *    a route flagged cross-border in route_rules is reported to
      *    the border authority once it comes inside the lead time
      *    (business parameter API-LEAD-HOURS, 6 hours by default).
      *    The file goes to data/export/api in the authority's
      *    layout, one per transmission, and every send is logged in
      *    data/api_transmissions.txt with the passenger count and a
      *    fingerprint of the list. A later run that finds the list
      *    changed - a sale, a cancellation, a moved booking or a
      *    re-keyed document - sends a CHNG file with the full list
      *    again; an unchanged departure is not sent twice.
      *    Travellers with no document on file still go out, by the
      *    name on their profile, and are counted in the trailer.
      *    Usage : api_transmit
      *            api_transmit RESEND <schedule-id>
           ACCEPT WS-COMMAND-LINE-ENTRY FROM COMMAND-LINE
           MOVE SPACES TO WS-RUN-MODE
           MOVE SPACES TO WS-RUN-ARGUMENT
           UNSTRING WS-COMMAND-LINE-ENTRY DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-RUN-ARGUMENT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE

           IF WS-RUN-MODE NOT = SPACES AND
               (WS-RUN-MODE NOT = 'RESEND' OR
               WS-RUN-ARGUMENT = SPACES) THEN
               DISPLAY 'Usage : api_transmit'
               DISPLAY '        api_transmit RESEND <schedule-id>'
               STOP RUN
           END-IF

           PERFORM LOAD-BUSINESS-PARAMETERS

           ACCEPT WS-API-NOW-CLOCK FROM TIME
           COMPUTE WS-API-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT)
           COMPUTE WS-API-NOW-MINUTES =
               (WS-API-TODAY-DAY * 1440) + (WS-API-NOW-HOUR * 60) +
               WS-API-NOW-MINUTE
           COMPUTE WS-API-LEAD-MINUTES = WS-API-LEAD-HOURS * 60

           OPEN INPUT FS-ROUTE-RULES-FILE
           IF WS-RRU-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No route rules on file - no cross-border'
                   ' routes to report.'
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export/api"
               RETURNING WS-RETURN-CODE

           OPEN I-O FS-API-LOG-FILE
           IF WS-APL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-API-LOG-FILE
               CLOSE FS-API-LOG-FILE
               OPEN I-O FS-API-LOG-FILE
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-ROUTES-FILE
           OPEN INPUT FS-VEHICLES-FILE
           OPEN INPUT FS-PASSENGER-FILE
           OPEN INPUT FS-TRAVEL-DOC-FILE
           IF WS-TDC-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-API-DOCS-ON-FILE
           ELSE
               MOVE 'N' TO WS-API-DOCS-ON-FILE
           END-IF

           IF WS-RUN-MODE = 'RESEND' THEN
      *        A manual resend goes out whatever the clock says and
      *        whether or not the list has changed - the authority
      *        asked for it again.
               MOVE 'Y' TO WS-API-FORCED
               MOVE WS-RUN-ARGUMENT TO FS-SCHEDULE-ID
               READ FS-SCHEDULES-FILE
               KEY IS FS-SCHEDULE-ID
               INVALID KEY
                   DISPLAY 'Schedule ' FUNCTION TRIM(WS-RUN-ARGUMENT)
                       ' not found.'
               NOT INVALID KEY
                   PERFORM CHECK-ONE-DEPARTURE
               END-READ
           ELSE
               MOVE SPACES TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-SCHEDULES-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS-S-STATUS = 'active' THEN
                           PERFORM CHECK-ONE-DEPARTURE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-API-DOCS-ON-FILE = 'Y' THEN
               CLOSE FS-TRAVEL-DOC-FILE
           END-IF
           CLOSE FS-PASSENGER-FILE
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-ROUTES-FILE
           CLOSE FS-BOOKING-FILE
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-API-LOG-FILE
           CLOSE FS-ROUTE-RULES-FILE

           DISPLAY 'Advance passenger information run complete.'
           DISPLAY 'Departures due      : ' WS-API-DEPARTURES-DUE
           DISPLAY 'Original files sent : ' WS-API-ORIG-SENT
           DISPLAY 'Change files sent   : ' WS-API-CHNG-SENT
           DISPLAY 'Already up to date  : ' WS-API-UNCHANGED
           DISPLAY 'Could not be written: ' WS-API-FAILED

           GOBACK
           STOP RUN.

       CHECK-ONE-DEPARTURE.
           MOVE FS-FK-ROUTE-ID TO FS-RRU-ROUTE-ID
           READ FS-ROUTE-RULES-FILE
           KEY IS FS-RRU-ROUTE-ID
           INVALID KEY
               MOVE 'N' TO FS-RRU-CROSSBORDER-FLAG
           END-READ
           IF FS-RRU-CROSSBORDER-FLAG NOT = 'Y' THEN
               IF WS-API-FORCED = 'Y' THEN
                   DISPLAY 'Schedule ' FUNCTION TRIM(FS-SCHEDULE-ID)
                       ' is not on a cross-border route.'
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           COMPUTE WS-API-MINUTES-LEFT =
               WS-CVM-TOTAL-MINUTES - WS-API-NOW-MINUTES

      *    Already gone, or not yet inside the lead time.
           IF WS-API-FORCED NOT = 'Y' THEN
               IF WS-API-MINUTES-LEFT <= ZEROES OR
                   WS-API-MINUTES-LEFT > WS-API-LEAD-MINUTES THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-API-DEPARTURES-DUE

           PERFORM TALLY-DEPARTURE-LIST
           PERFORM FIND-LAST-TRANSMISSION

           IF WS-API-LAST-SEQ = ZEROES THEN
               MOVE 'ORIG' TO WS-API-KIND
           ELSE
               IF WS-API-FORCED NOT = 'Y' AND
                   WS-API-PASSENGERS = WS-API-LAST-PASSENGERS AND
                   WS-API-DIGEST = WS-API-LAST-DIGEST AND
                   WS-API-CHANGE-STAMP <= WS-API-LAST-STAMP THEN
                   ADD 1 TO WS-API-UNCHANGED
                   EXIT PARAGRAPH
               END-IF
               MOVE 'CHNG' TO WS-API-KIND
           END-IF

           IF WS-API-LAST-SEQ = 99 THEN
               DISPLAY 'Schedule ' FUNCTION TRIM(FS-SCHEDULE-ID)
                   ' has used up its transmission numbers.'
               ADD 1 TO WS-API-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-API-SEQ = WS-API-LAST-SEQ + 1

           PERFORM WRITE-API-FILE
           IF WS-API-WRITTEN NOT = 'Y' THEN
               ADD 1 TO WS-API-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOG-TRANSMISSION
           .

       TALLY-DEPARTURE-LIST.
      *    The fingerprint of what the authority would be told: how
      *    many travellers, the sum of their booking numbers (a swap
      *    of one booking for another moves it) and the latest
      *    change stamp on any listed booking or document.
           MOVE ZEROES TO WS-API-PASSENGERS
           MOVE ZEROES TO WS-API-MISSING-DOCS
           MOVE ZEROES TO WS-API-DIGEST
           MOVE ZEROES TO WS-API-CHANGE-STAMP

           MOVE SPACES TO WS-BKG-EOF
           MOVE FS-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-BKG-EOF
           END-START
           PERFORM UNTIL WS-BKG-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKG-EOF
               NOT AT END
                   IF FS-FK-SCHEDULE-ID NOT = FS-SCHEDULE-ID THEN
                       MOVE 'Y' TO WS-BKG-EOF
                   ELSE
                       IF FS-BOOKING-STATUS = 'paid' OR
                           FS-BOOKING-STATUS = 'reserved' OR
                           FS-BOOKING-STATUS = 'checked' OR
                           FS-BOOKING-STATUS = 'boarded' THEN
                           PERFORM TALLY-ONE-TRAVELLER
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       TALLY-ONE-TRAVELLER.
           ADD 1 TO WS-API-PASSENGERS
           IF FS-BOOKING-ID IS NUMERIC THEN
               MOVE FS-BOOKING-ID TO WS-API-BOOKING-NUM
               ADD WS-API-BOOKING-NUM TO WS-API-DIGEST
           ELSE
               ADD FS-SEAT-NUMBER TO WS-API-DIGEST
           END-IF

           MOVE FS-TIME-STAMP TO WS-API-STAMP-TEXT
           PERFORM CONVERT-STAMP-TO-NUMBER
           IF WS-API-STAMP-NUM > WS-API-CHANGE-STAMP THEN
               MOVE WS-API-STAMP-NUM TO WS-API-CHANGE-STAMP
           END-IF

           IF WS-API-DOCS-ON-FILE NOT = 'Y' THEN
               ADD 1 TO WS-API-MISSING-DOCS
               EXIT PARAGRAPH
           END-IF
           MOVE FS-BOOKING-ID TO FS-TDC-BOOKING-ID
           READ FS-TRAVEL-DOC-FILE
           KEY IS FS-TDC-BOOKING-ID
           INVALID KEY
               ADD 1 TO WS-API-MISSING-DOCS
           NOT INVALID KEY
               MOVE FS-TDC-TIME-STAMP TO WS-API-STAMP-TEXT
               PERFORM CONVERT-STAMP-TO-NUMBER
               IF WS-API-STAMP-NUM > WS-API-CHANGE-STAMP THEN
                   MOVE WS-API-STAMP-NUM TO WS-API-CHANGE-STAMP
               END-IF
           END-READ
           .

       FIND-LAST-TRANSMISSION.
           MOVE ZEROES TO WS-API-LAST-SEQ
           MOVE ZEROES TO WS-API-LAST-PASSENGERS
           MOVE ZEROES TO WS-API-LAST-DIGEST
           MOVE ZEROES TO WS-API-LAST-STAMP

           MOVE SPACES TO WS-APL-EOF
           MOVE FS-SCHEDULE-ID TO FS-APL-SCHEDULE-ID
           MOVE ZEROES TO FS-APL-SEQ
           START FS-API-LOG-FILE KEY IS >= FS-APL-KEY
               INVALID KEY MOVE 'Y' TO WS-APL-EOF
           END-START
           PERFORM UNTIL WS-APL-EOF = 'Y'
               READ FS-API-LOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-APL-EOF
               NOT AT END
                   IF FS-APL-SCHEDULE-ID NOT = FS-SCHEDULE-ID THEN
                       MOVE 'Y' TO WS-APL-EOF
                   ELSE
                       MOVE FS-APL-SEQ TO WS-API-LAST-SEQ
                       MOVE FS-APL-PASSENGERS TO
                           WS-API-LAST-PASSENGERS
                       MOVE FS-APL-DIGEST TO WS-API-LAST-DIGEST
                       MOVE FS-APL-CHANGE-STAMP TO WS-API-LAST-STAMP
                   END-IF
               END-READ
           END-PERFORM
           .

       WRITE-API-FILE.
           MOVE 'N' TO WS-API-WRITTEN
           MOVE SPACES TO WS-API-FILE-NAME
           STRING 'data/export/api/API_' DELIMITED BY SIZE
               FS-SCHEDULE-ID DELIMITED BY SPACE
               '_' DELIMITED BY SIZE
               WS-API-SEQ DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-API-FILE-NAME
           END-STRING

           OPEN OUTPUT FS-API-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   FUNCTION TRIM(WS-API-FILE-NAME) '>'
               EXIT PARAGRAPH
           END-IF

           MOVE FS-FK-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               MOVE SPACES TO FS-ROUTE-ORIGIN
               MOVE SPACES TO FS-ROUTE-DESTINATION
           END-READ
           MOVE FS-FK-VEHICLE-ID TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           KEY IS FS-VEHICLE-ID
           INVALID KEY
               MOVE SPACES TO FS-VEHICLE-LICENSE-PLATE
           END-READ

           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO WS-API-STAMP-TEXT
           PERFORM CONVERT-STAMP-TO-NUMBER
           MOVE WS-API-STAMP-NUM TO WS-API-NOW-STAMP

           MOVE WS-API-KIND TO WS-APH-KIND
           MOVE WS-API-SEQ TO WS-APH-SEQ
           MOVE FS-SCHEDULE-ID TO WS-APH-SCHEDULE-ID
           MOVE FS-ROUTE-ORIGIN TO WS-APH-ORIGIN
           MOVE FS-ROUTE-DESTINATION TO WS-APH-DESTINATION
           MOVE WS-CVM-DATE-INT TO WS-APH-DEPART-DATE
           COMPUTE WS-APH-DEPART-HHMM =
               (WS-CVM-HOUR24 * 100) + FS-S-D-MINUTES
           MOVE FS-VEHICLE-LICENSE-PLATE TO WS-APH-PLATE
           MOVE WS-API-NOW-STAMP TO WS-APH-CREATED
           WRITE FS-API-RECORD FROM WS-API-HEADER

           MOVE ZEROES TO WS-API-LINE-NO
           MOVE SPACES TO WS-BKG-EOF
           MOVE FS-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-BKG-EOF
           END-START
           PERFORM UNTIL WS-BKG-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKG-EOF
               NOT AT END
                   IF FS-FK-SCHEDULE-ID NOT = FS-SCHEDULE-ID THEN
                       MOVE 'Y' TO WS-BKG-EOF
                   ELSE
                       IF FS-BOOKING-STATUS = 'paid' OR
                           FS-BOOKING-STATUS = 'reserved' OR
                           FS-BOOKING-STATUS = 'checked' OR
                           FS-BOOKING-STATUS = 'boarded' THEN
                           PERFORM WRITE-ONE-API-TRAVELLER
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           MOVE WS-API-LINE-NO TO WS-APT-PASSENGERS
           MOVE WS-API-MISSING-DOCS TO WS-APT-MISSING-DOCS
           WRITE FS-API-RECORD FROM WS-API-TRAILER
           CLOSE FS-API-FILE
           MOVE 'Y' TO WS-API-WRITTEN
           .

       WRITE-ONE-API-TRAVELLER.
           ADD 1 TO WS-API-LINE-NO
           MOVE SPACES TO WS-APP-SURNAME
           MOVE SPACES TO WS-APP-GIVEN-NAMES
           MOVE SPACES TO WS-APP-SEX
           MOVE SPACES TO WS-APP-NATIONALITY
           MOVE SPACES TO WS-APP-DOC-TYPE
           MOVE SPACES TO WS-APP-DOC-NUMBER
           MOVE SPACES TO WS-APP-ISSUING-COUNTRY
           MOVE ZEROES TO WS-APP-BIRTH-DATE
           MOVE ZEROES TO WS-APP-EXPIRY-DATE
           MOVE WS-API-LINE-NO TO WS-APP-LINE-NO
           MOVE FS-SEAT-NUMBER TO WS-APP-SEAT
           MOVE FS-BOOKING-ID TO WS-APP-BOOKING-ID

           MOVE SPACES TO FS-TDC-BOOKING-ID
           IF WS-API-DOCS-ON-FILE = 'Y' THEN
               MOVE FS-BOOKING-ID TO FS-TDC-BOOKING-ID
               READ FS-TRAVEL-DOC-FILE
               KEY IS FS-TDC-BOOKING-ID
               INVALID KEY
                   MOVE SPACES TO FS-TDC-BOOKING-ID
               END-READ
           END-IF

           IF FS-TDC-BOOKING-ID NOT = SPACES THEN
               MOVE FS-TDC-SURNAME TO WS-APP-SURNAME
               MOVE FS-TDC-GIVEN-NAMES TO WS-APP-GIVEN-NAMES
               MOVE FS-TDC-SEX TO WS-APP-SEX
               MOVE FS-TDC-NATIONALITY TO WS-APP-NATIONALITY
               MOVE FS-TDC-DOC-TYPE TO WS-APP-DOC-TYPE
               MOVE FS-TDC-DOC-NUMBER TO WS-APP-DOC-NUMBER
               MOVE FS-TDC-ISSUING-COUNTRY TO WS-APP-ISSUING-COUNTRY
               MOVE FS-TDC-BIRTH-DATE(7:4) TO WS-API-DATE-INT(1:4)
               MOVE FS-TDC-BIRTH-DATE(1:2) TO WS-API-DATE-INT(5:2)
               MOVE FS-TDC-BIRTH-DATE(4:2) TO WS-API-DATE-INT(7:2)
               MOVE WS-API-DATE-INT TO WS-APP-BIRTH-DATE
               MOVE FS-TDC-EXPIRY-DATE(7:4) TO WS-API-DATE-INT(1:4)
               MOVE FS-TDC-EXPIRY-DATE(1:2) TO WS-API-DATE-INT(5:2)
               MOVE FS-TDC-EXPIRY-DATE(4:2) TO WS-API-DATE-INT(7:2)
               MOVE WS-API-DATE-INT TO WS-APP-EXPIRY-DATE
           ELSE
               MOVE FS-FK-USER-ID TO FS-P-USER-ID
               READ FS-PASSENGER-FILE
               KEY IS FS-P-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(FS-P-LAST-NAME) TO
                       WS-APP-SURNAME
                   MOVE FUNCTION UPPER-CASE(FS-P-FIRST-NAME) TO
                       WS-APP-GIVEN-NAMES
               END-READ
           END-IF

           WRITE FS-API-RECORD FROM WS-API-PASSENGER
           .

       LOG-TRANSMISSION.
           MOVE SPACES TO FS-API-LOG-RECORD
           MOVE FS-SCHEDULE-ID TO FS-APL-SCHEDULE-ID
           MOVE WS-API-SEQ TO FS-APL-SEQ
           MOVE WS-API-KIND TO FS-APL-KIND
           MOVE WS-API-PASSENGERS TO FS-APL-PASSENGERS
           MOVE WS-API-MISSING-DOCS TO FS-APL-MISSING-DOCS
           MOVE WS-API-DIGEST TO FS-APL-DIGEST
           MOVE WS-API-CHANGE-STAMP TO FS-APL-CHANGE-STAMP
           MOVE WS-API-FILE-NAME TO FS-APL-FILE-NAME
           MOVE WS-TIME-STAMP TO FS-APL-TIME-STAMP
           WRITE FS-API-LOG-RECORD
               INVALID KEY CONTINUE
           END-WRITE

           IF WS-API-KIND = 'ORIG' THEN
               ADD 1 TO WS-API-ORIG-SENT
           ELSE
               ADD 1 TO WS-API-CHNG-SENT
           END-IF
           DISPLAY WS-API-KIND ' ' FUNCTION TRIM(FS-SCHEDULE-ID)
               ' #' WS-API-SEQ ' : ' WS-API-PASSENGERS
               ' travellers -> ' FUNCTION TRIM(WS-API-FILE-NAME)
           IF WS-API-MISSING-DOCS > ZEROES THEN
               DISPLAY '     ' WS-API-MISSING-DOCS
                   ' without a travel document on file.'
           END-IF
           .

       CONVERT-STAMP-TO-NUMBER.
      *    A record stamp into YYYYMMDDHHMMSS so two stamps can be
      *    compared. The clock part is written either as HH:MM:SS
      *    or packed as HHMMSS; a blank stamp counts as the oldest.
           MOVE ZEROES TO WS-API-STAMP-NUM
           IF WS-API-STAMP-TEXT(1:2) IS NUMERIC AND
               WS-API-STAMP-TEXT(4:2) IS NUMERIC AND
               WS-API-STAMP-TEXT(7:4) IS NUMERIC AND
               WS-API-STAMP-TEXT(14:2) IS NUMERIC THEN
               MOVE WS-API-STAMP-TEXT(7:4) TO WS-API-STAMP-NUM(1:4)
               MOVE WS-API-STAMP-TEXT(1:2) TO WS-API-STAMP-NUM(5:2)
               MOVE WS-API-STAMP-TEXT(4:2) TO WS-API-STAMP-NUM(7:2)
               MOVE WS-API-STAMP-TEXT(14:2) TO WS-API-STAMP-NUM(9:2)
               IF WS-API-STAMP-TEXT(16:1) = ':' THEN
                   MOVE WS-API-STAMP-TEXT(17:2) TO
                       WS-API-STAMP-NUM(11:2)
                   MOVE WS-API-STAMP-TEXT(20:2) TO
                       WS-API-STAMP-NUM(13:2)
               ELSE
                   MOVE WS-API-STAMP-TEXT(16:2) TO
                       WS-API-STAMP-NUM(11:2)
                   MOVE WS-API-STAMP-TEXT(18:2) TO
                       WS-API-STAMP-NUM(13:2)
               END-IF
               IF WS-API-STAMP-NUM(11:4) IS NOT NUMERIC THEN
                   MOVE ZEROES TO WS-API-STAMP-NUM(11:4)
               END-IF
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
               MOVE 'API-LEAD-HOURS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-API-LEAD-HOURS
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
