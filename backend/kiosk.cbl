               RECORD KEY IS FS-ADV-ID
               FILE STATUS IS WS-ADV-FILE-STATUS.

           SELECT FS-DETOUR-FILE ASSIGN TO 'data/route_detours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DTR-KEY
               FILE STATUS IS WS-DTR-FILE-STATUS.

           SELECT FS-STOPS-FILE ASSIGN TO 'data/stops.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STP-STOP-ID
               FILE STATUS IS WS-DTR-STOPS-STATUS.

           SELECT FS-BOOKING-STAGE-FILE ASSIGN TO
               'data/booking_stages.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BST-BOOKING-ID
               FILE STATUS IS WS-DTR-STAGE-STATUS.

           SELECT FS-CURRENT-BOOKING-FILE ASSIGN
               TO 'data/artifact/current_booking.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-SEQ-STATUS.

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
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
           02    FS-ADV-FK-ROUTE-ID    PIC X(15).
           02    FS-ADV-FK-SCHEDULE-ID    PIC X(15).
           02    FS-ADV-SEVERITY    PIC X(6).
           02    FS-ADV-START-DATE    PIC 99/99/9999.
           02    FS-ADV-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-ADV-STATUS    PIC X(8).

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

       FD  FS-STOPS-FILE.
       01  FS-STOPS-RECORD.
           02    FS-STP-STOP-ID    PIC X(15).
           02    FS-STP-NAME    PIC X(30).
           02    FS-STP-TIME-STAMP    PIC X(21).

       FD  FS-BOOKING-STAGE-FILE.
       01  FS-BOOKING-STAGE-RECORD.
           02    FS-BST-BOOKING-ID    PIC X(15).
           02    FS-BST-BOARD-STOP-ID    PIC X(15).
           02    FS-BST-ALIGHT-STOP-ID    PIC X(15).
           02    FS-BST-STAGE-DISTANCE    PIC 9(10)V9(2).

       FD  FS-CURRENT-BOOKING-FILE.
       01  FS-CURRENT-BOOKING-ID    PIC X(15).

           02    FS-JRN-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-JRN-IMAGE    PIC X(200).

       FD  FS-JOURNAL-SEQ-FILE.
       01  FS-JOURNAL-SEQ-RECORD    PIC 9(7).

       FD  FS-BOOKING-EVENT-FILE.
       01  FS-BOOKING-EVENT-RECORD.
           02    FS-BEV-FK-BOOKING-ID    PIC X(15).
           02    FS-BEV-FILLER-1    PIC X(3) VALUE SPACES.
           02    FS-BEV-EVENT    PIC X(12).
           02    FS-BEV-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-BEV-OLD-VALUE    PIC X(20).
           02    FS-BEV-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-BEV-NEW-VALUE    PIC X(20).
           02    FS-BEV-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-BEV-PROGRAM    PIC X(20).
           02    FS-BEV-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-BEV-CHANGED-BY    PIC X(15).
           02    FS-BEV-FILLER-6    PIC X(3) VALUE SPACES.
           02    FS-BEV-TIME-STAMP    PIC X(21).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC X(10).
           02    FS-BPM-TIME-STAMP    PIC X(21).


       WORKING-STORAGE SECTION.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-JRN-FILE-STATUS    PIC XX.
       01  WS-JRN-SEQ-STATUS    PIC XX.
       01  WS-JRN-FILE-CODE    PIC X(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-BUFFER    PIC X.
       01  WS-STAMP-DATE.
           02    WS-STAMP-YYYY    PIC 9999.
           02    WS-STAMP-MM    PIC 99.
           02    WS-STAMP-DD    PIC 99.
       01  WS-STAMP-TIME    PIC 9(8).
       01  WS-ADV-DATE-INT    PIC 9(8).
       01  WS-ADV-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-ADV-TODAY-DAY    PIC S9(9) COMP.
       01  WS-DTR-FILE-STATUS    PIC XX.
       01  WS-DTR-STOPS-STATUS    PIC XX.
       01  WS-DTR-STAGE-STATUS    PIC XX.
       01  WS-DTR-EOF    PIC X.
       01  WS-DTR-TRIP-INT    PIC 9(8).
       01  WS-DTR-STOP-NAME    PIC X(30).
       01  WS-DTR-SUB-NAME    PIC X(30).
       01  WS-CKD-ID.
           02    WS-CKD-DATE    PIC X(6).
           02    WS-CKD-SECONDS    PIC 9(5).
           02    WS-CKD-INCREMENT    PIC 9(3).
           02    WS-CKD-DIGIT    PIC 9.
       01  WS-CKD-I    PIC 99.
       01  WS-CKD-ONE    PIC 9.
       01  WS-CKD-PRODUCT    PIC 99.
       01  WS-CKD-SUM    PIC 9(4).
       01  WS-CKD-COMPUTED    PIC 9.
       01  WS-CKD-FIRST-DATE    PIC X(6) VALUE '999999'.
       01  WS-CKD-FIRST-NUM    PIC 9(6).
       01  WS-CKD-ENTRY    PIC X(15).
       01  WS-CKD-OK    PIC X.
       01  WS-BEV-FILE-STATUS    PIC XX.
       01  WS-BEV-BOOKING-ID    PIC X(15).
       01  WS-BEV-EVENT    PIC X(12).
       01  WS-BEV-OLD-VALUE    PIC X(20).
       01  WS-BEV-NEW-VALUE    PIC X(20).
       01  WS-BEV-CHANGED-BY    PIC X(15).
       01  WS-BEV-STAMP-DATE.
           02    WS-BEV-STAMP-YYYY    PIC 9999.
           02    WS-BEV-STAMP-MM    PIC 99.
           02    WS-BEV-STAMP-DD    PIC 99.
       01  WS-BEV-STAMP-TIME    PIC 9(8).


       PROCEDURE DIVISION.
      *    account; a match shows the trip and offers check-in and a
      *    ticket reprint. Runs in a loop for the next person in the
      *    queue; the counter staff type EXIT to close it down.
           PERFORM LOAD-CHECK-DIGIT-CUTOVER
           PERFORM FOREVER
               PERFORM KIOSK-ONE-PASSENGER
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BOOKING-ID-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' That booking ID is not right - one of the'
                   ' digits'
               DISPLAY ' is wrong. Please check your ticket and try'
                   ' again.'
               DISPLAY ' '
               DISPLAY 'Press Enter for the next passenger...'
               WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Last Name  : ' WITH NO ADVANCING
           ACCEPT WS-LAST-NAME-ENTRY

           DISPLAY ' Trip state : ' FS-S-STATUS

           PERFORM SHOW-TRIP-ADVISORIES
           PERFORM SHOW-TRIP-STOPS
           .

       SHOW-TRIP-ADVISORIES.
      *    Active advisories linked to this trip's route or
      *    schedule (or posted system-wide) show with the lookup,
      *    so a delayed corridor is no surprise at the bay.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           COMPUTE WS-ADV-DATE-INT =
               (WS-STAMP-YYYY * 10000) + (WS-STAMP-MM * 100) +
               WS-STAMP-DD
           COMPUTE WS-ADV-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-ADV-DATE-INT)
                       FS-ADV-FK-ROUTE-ID = FS-FK-ROUTE-ID OR
                       (FS-ADV-FK-SCHEDULE-ID = SPACES AND
                       FS-ADV-FK-ROUTE-ID = SPACES)) THEN
                       MOVE FS-ADV-EXPIRY-DATE(7:4) TO
                           WS-ADV-DATE-INT(1:4)
                       MOVE FS-ADV-EXPIRY-DATE(1:2) TO
                           WS-ADV-DATE-INT(5:2)
                       MOVE FS-ADV-EXPIRY-DATE(4:2) TO
           END-IF
           .

       SHOW-TRIP-STOPS.
      *    Stage passengers see their stops as they stand after any
      *    detour move, and every stop closed or moved on the route
      *    for the travel date.
           OPEN INPUT FS-STOPS-FILE
           OPEN INPUT FS-BOOKING-STAGE-FILE
           IF WS-DTR-STAGE-STATUS = '00' THEN
               MOVE FS-BOOKING-ID TO FS-BST-BOOKING-ID
               READ FS-BOOKING-STAGE-FILE
               KEY IS FS-BST-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BST-BOARD-STOP-ID TO FS-STP-STOP-ID
                   PERFORM READ-DETOUR-STOP-NAME
                   DISPLAY ' Board at   : ' FS-STP-NAME
                   MOVE FS-BST-ALIGHT-STOP-ID TO FS-STP-STOP-ID
                   PERFORM READ-DETOUR-STOP-NAME
                   DISPLAY ' Alight at  : ' FS-STP-NAME
               END-READ
               CLOSE FS-BOOKING-STAGE-FILE
           END-IF

           MOVE FS-S-D-DATE(7:4) TO WS-DTR-TRIP-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-DTR-TRIP-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-DTR-TRIP-INT(7:2)
           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DTR-EOF
           END-IF
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-DETOUR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   IF FS-DTR-FK-ROUTE-ID = FS-FK-ROUTE-ID AND
                       FS-DTR-STATUS = 'active' AND
                       FS-DTR-FROM-INT <= WS-DTR-TRIP-INT AND
                       FS-DTR-TO-INT >= WS-DTR-TRIP-INT THEN
                       MOVE FS-DTR-FK-STOP-ID TO FS-STP-STOP-ID
                       PERFORM READ-DETOUR-STOP-NAME
                       MOVE FS-STP-NAME TO WS-DTR-STOP-NAME
                       DISPLAY ' '
                       IF FS-DTR-SUBSTITUTE-STOP-ID = SPACES THEN
                           DISPLAY ' DETOUR : '
                               FUNCTION TRIM(WS-DTR-STOP-NAME)
                               ' is closed on your travel date.'
                       ELSE
                           MOVE FS-DTR-SUBSTITUTE-STOP-ID TO
                               FS-STP-STOP-ID
                           PERFORM READ-DETOUR-STOP-NAME
                           MOVE FS-STP-NAME TO WS-DTR-SUB-NAME
                           DISPLAY ' DETOUR : '
                               FUNCTION TRIM(WS-DTR-STOP-NAME)
                               ' is served at '
                               FUNCTION TRIM(WS-DTR-SUB-NAME)
                               ' on your travel date.'
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DTR-FILE-STATUS = '00' OR
               WS-DTR-FILE-STATUS = '10' THEN
               CLOSE FS-DETOUR-FILE
           END-IF
           IF WS-DTR-STOPS-STATUS = '00' OR
               WS-DTR-STOPS-STATUS = '23' THEN
               CLOSE FS-STOPS-FILE
           END-IF
           .

       READ-DETOUR-STOP-NAME.
           MOVE FS-STP-STOP-ID TO FS-STP-NAME
           READ FS-STOPS-FILE
           KEY IS FS-STP-STOP-ID
           INVALID KEY
               CONTINUE
           END-READ
           .

       KIOSK-ACTION-MENU.
           DISPLAY ' '
           DISPLAY '1 - Check In'
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                   MOVE 'checked' TO FS-BOOKING-STATUS
      *            The refreshed stamp is what the nightly branch
      *            sync uses to pick up changed bookings.
                   PERFORM STAMP-BOOKING-RECORD
                   REWRITE FS-BOOKING-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                           MOVE 'CHECK-IN' TO WS-BEV-EVENT
                           MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                           MOVE 'KIOSK' TO WS-BEV-CHANGED-BY
                           PERFORM WRITE-BOOKING-EVENT
                   END-REWRITE
                   MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
           .

       STAMP-BOOKING-RECORD.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-MM TO FS-TS-DATE(1:2)
           MOVE '/' TO FS-TS-DATE(3:1)
           MOVE WS-STAMP-DD TO FS-TS-DATE(4:2)
           MOVE '/' TO FS-TS-DATE(6:1)
           MOVE WS-STAMP-YYYY TO FS-TS-DATE(7:4)
           MOVE SPACES TO FS-TS-FILLER-SPACE
           MOVE WS-STAMP-TIME(1:2) TO FS-TS-HOUR
           MOVE ':' TO FS-TS-FILLER-COLON-1
               MOVE WS-JRN-NEXT-SEQ TO FS-JRN-SEQ
               MOVE WS-JRN-FILE-CODE TO FS-JRN-FILE-CODE
               MOVE WS-JRN-ACTION TO FS-JRN-ACTION
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               MOVE SPACES TO FS-JRN-TIME-STAMP
               MOVE WS-STAMP-MM TO FS-JRN-TIME-STAMP(1:2)
               MOVE '/' TO FS-JRN-TIME-STAMP(3:1)
               MOVE WS-STAMP-DD TO FS-JRN-TIME-STAMP(4:2)
               MOVE '/' TO FS-JRN-TIME-STAMP(6:1)
               MOVE WS-STAMP-YYYY TO FS-JRN-TIME-STAMP(7:4)
               MOVE WS-STAMP-TIME(1:2) TO FS-JRN-TIME-STAMP(14:2)
               MOVE ':' TO FS-JRN-TIME-STAMP(16:1)
               MOVE WS-STAMP-TIME(3:2) TO FS-JRN-TIME-STAMP(17:2)
               MOVE ':' TO FS-JRN-TIME-STAMP(19:1)
               MOVE WS-STAMP-TIME(5:2) TO FS-JRN-TIME-STAMP(20:2)
               MOVE WS-JRN-IMAGE TO FS-JRN-IMAGE
               WRITE FS-DAY-JOURNAL-RECORD
           END-IF
           CLOSE FS-DAY-JOURNAL-FILE
           .

       COMPUTE-BOOKING-CHECK-DIGIT.
      *    Luhn over the first fourteen digits of WS-CKD-ID: every
      *    second digit from the right is doubled, nines cast out.
           MOVE ZEROES TO WS-CKD-SUM
           PERFORM VARYING WS-CKD-I FROM 14 BY -1 UNTIL WS-CKD-I < 1
               MOVE WS-CKD-ID(WS-CKD-I:1) TO WS-CKD-ONE
               IF FUNCTION MOD(WS-CKD-I, 2) = 0 THEN
                   COMPUTE WS-CKD-PRODUCT = WS-CKD-ONE * 2
                   IF WS-CKD-PRODUCT > 9 THEN
                       SUBTRACT 9 FROM WS-CKD-PRODUCT
                   END-IF
               ELSE
                   MOVE WS-CKD-ONE TO WS-CKD-PRODUCT
               END-IF
               ADD WS-CKD-PRODUCT TO WS-CKD-SUM
           END-PERFORM
           COMPUTE WS-CKD-COMPUTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CKD-SUM, 10), 10)
           .

       CHECK-BOOKING-ID-ENTRY.
      *    Every keyed or scanned booking ID goes through here before
      *    the booking file is touched. IDs issued before the check
      *    digit came in (dated before BOOKING-CKD-FROM) have none
      *    and pass on the legacy path until they age out.
           IF WS-CKD-FIRST-DATE = '999999' THEN
               PERFORM LOAD-CHECK-DIGIT-CUTOVER
           END-IF
           MOVE 'N' TO WS-CKD-OK
           IF WS-CKD-ENTRY(1:6) IS NUMERIC AND
               WS-CKD-ENTRY(1:6) < WS-CKD-FIRST-DATE THEN
               MOVE 'Y' TO WS-CKD-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-CKD-ENTRY IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CKD-ENTRY TO WS-CKD-ID
           PERFORM COMPUTE-BOOKING-CHECK-DIGIT
           IF WS-CKD-COMPUTED = WS-CKD-DIGIT THEN
               MOVE 'Y' TO WS-CKD-OK
           END-IF
           .

       LOAD-CHECK-DIGIT-CUTOVER.
      *    The day booking IDs started carrying a check digit is held
      *    as business parameter BOOKING-CKD-FROM (YYMMDD). The first
      *    booking issued with a digit writes it, or it is set at
      *    install. Until it is on file no ID has a digit yet, so
      *    every ID stays on the legacy path and the row is looked
      *    for again at the next entry.
           MOVE '999999' TO WS-CKD-FIRST-DATE
           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
               READ FS-BUSINESS-PARAMS-FILE
               KEY IS FS-BPM-PARAM-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BPM-PARAM-VALUE TO WS-CKD-FIRST-NUM
                   MOVE WS-CKD-FIRST-NUM TO WS-CKD-FIRST-DATE
               END-READ
               CLOSE FS-BUSINESS-PARAMS-FILE
           END-IF
           .

       WRITE-BOOKING-EVENT.
      *    One line per change to a booking, appended in the order
      *    the changes happen, so archive_inquiry can replay the
      *    booking's timeline even after the row itself is archived.
           OPEN EXTEND FS-BOOKING-EVENT-FILE
           IF WS-BEV-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BOOKING-EVENT-FILE
           END-IF
           IF WS-BEV-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-BOOKING-EVENT-RECORD
               MOVE WS-BEV-BOOKING-ID TO FS-BEV-FK-BOOKING-ID
               MOVE WS-BEV-EVENT TO FS-BEV-EVENT
               MOVE WS-BEV-OLD-VALUE TO FS-BEV-OLD-VALUE
               MOVE WS-BEV-NEW-VALUE TO FS-BEV-NEW-VALUE
               MOVE 'kiosk' TO FS-BEV-PROGRAM
               MOVE WS-BEV-CHANGED-BY TO FS-BEV-CHANGED-BY
               ACCEPT WS-BEV-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-BEV-STAMP-TIME FROM TIME
               MOVE WS-BEV-STAMP-MM TO FS-BEV-TIME-STAMP(1:2)
               MOVE '/' TO FS-BEV-TIME-STAMP(3:1)
               MOVE WS-BEV-STAMP-DD TO FS-BEV-TIME-STAMP(4:2)
               MOVE '/' TO FS-BEV-TIME-STAMP(6:1)
               MOVE WS-BEV-STAMP-YYYY TO FS-BEV-TIME-STAMP(7:4)
               MOVE WS-BEV-STAMP-TIME(1:2) TO FS-BEV-TIME-STAMP(14:2)
               MOVE ':' TO FS-BEV-TIME-STAMP(16:1)
               MOVE WS-BEV-STAMP-TIME(3:2) TO FS-BEV-TIME-STAMP(17:2)
               MOVE ':' TO FS-BEV-TIME-STAMP(19:1)
               MOVE WS-BEV-STAMP-TIME(5:2) TO FS-BEV-TIME-STAMP(20:2)
               WRITE FS-BOOKING-EVENT-RECORD
           END-IF
           CLOSE FS-BOOKING-EVENT-FILE
           .
