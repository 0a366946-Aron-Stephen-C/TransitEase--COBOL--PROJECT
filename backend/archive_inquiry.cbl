               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.

           SELECT FS-PAYMENT-HISTORY-FILE ASSIGN TO
               'data/payment_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.

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
           02    FS-BH-GROUP-ID    PIC X(15).
           02    FS-BH-PASSENGER-CATEGORY    PIC X(7).
           02    FS-BH-TIME-STAMP.
               03    FS-BH-TS-DATE    PIC 99/99/9999.
               03    FS-BH-TS-FILLER-SPACE    PIC X(3).
               03    FS-BH-TS-TIME.
                   04    FS-BH-TS-HOUR    PIC 99.
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

       FD  FS-REPRINT-FILE.
       01  FS-REPRINT-RECORD    PIC X(132).

       FD  FS-BOOKING-EVENT-FILE.
       01  FS-BOOKING-EVENT-RECORD.
           02    FS-BEV-FK-BOOKING-ID    PIC X(15).
           02    FS-BEV-FILLER-1    PIC X(3).
           02    FS-BEV-EVENT    PIC X(12).
           02    FS-BEV-FILLER-2    PIC X(3).
           02    FS-BEV-OLD-VALUE    PIC X(20).
           02    FS-BEV-FILLER-3    PIC X(3).
           02    FS-BEV-NEW-VALUE    PIC X(20).
           02    FS-BEV-FILLER-4    PIC X(3).
           02    FS-BEV-PROGRAM    PIC X(20).
           02    FS-BEV-FILLER-5    PIC X(3).
           02    FS-BEV-CHANGED-BY    PIC X(15).
           02    FS-BEV-FILLER-6    PIC X(3).
           02    FS-BEV-TIME-STAMP    PIC X(21).

       FD  FS-PAYMENT-HISTORY-FILE.
       01  FS-PAYMENT-HISTORY-RECORD.
           02    FS-PH-PAYMENT-ID    PIC X(15).
           02    FS-PH-FILLER-1    PIC X(3).
           02    FS-PH-FK-BOOKING-ID    PIC X(15).
           02    FS-PH-FILLER-2    PIC X(3).
           02    FS-PH-OLD-STATUS    PIC X(9).
           02    FS-PH-FILLER-3    PIC X(3).
           02    FS-PH-NEW-STATUS    PIC X(9).
           02    FS-PH-FILLER-4    PIC X(3).
           02    FS-PH-REASON    PIC X(30).
           02    FS-PH-FILLER-5    PIC X(3).
           02    FS-PH-CHANGED-BY    PIC X(15).
           02    FS-PH-FILLER-6    PIC X(3).
           02    FS-PH-TIME-STAMP    PIC X(21).
           02    FS-PH-FILLER-7    PIC X(3).
           02    FS-PH-CHAIN-SEQ    PIC 9(9).
           02    FS-PH-FILLER-8    PIC X(3).
           02    FS-PH-CHAIN-HASH    PIC X(64).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC X(10).
           02    FS-BPM-TIME-STAMP    PIC X(21).


       WORKING-STORAGE SECTION.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-OUT-FILE-STATUS    PIC XX.
       01  WS-BEV-FILE-STATUS    PIC XX.
       01  WS-PH-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-BUFFER    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-AQ-MENU-CHOICE    PIC X.
       01  WS-AQ-BOOKING-ENTRY    PIC X(15).
       01  WS-AQ-USER-ENTRY    PIC X(15).
       01  WS-AQ-DATE-FROM    PIC X(10).
       01  WS-AQ-DATE-TO    PIC X(10).
       01  WS-AQ-FOUND-LIVE    PIC X.
       01  WS-AQ-LISTED    PIC 9(5).
       01  WS-AQ-DATE-INT    PIC 9(8).
       01  WS-AQ-FROM-DAY    PIC S9(9) COMP.
       01  WS-AQ-TO-DAY    PIC S9(9) COMP.
       01  WS-AQ-REPRINT-ANSWER    PIC X(3).
       01  WS-TL-COUNT    PIC 9(3).
       01  WS-TL-I    PIC 9(3).
       01  WS-TL-FULL    PIC X.
       01  WS-TL-PLACED    PIC X.
       01  WS-TL-STAMP    PIC X(21).
       01  WS-TL-OLD-VALUE    PIC X(20).
       01  WS-TL-NEW-VALUE    PIC X(20).
       01  WS-TL-NEW.
           02    WS-TL-NEW-KEY    PIC X(14).
           02    WS-TL-NEW-LINE-1    PIC X(80).
           02    WS-TL-NEW-LINE-2    PIC X(80).
       01  WS-TL-TABLE.
           02    WS-TL-ENTRY OCCURS 200 TIMES.
               03    WS-TL-KEY    PIC X(14).
               03    WS-TL-LINE-1    PIC X(80).
               03    WS-TL-LINE-2    PIC X(80).
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


       PROCEDURE DIVISION.
      *    read-only - so a five-month-old dispute no longer needs
      *    an IT escalation. Archived tickets can be reprinted from
      *    the archived record itself.
           PERFORM LOAD-CHECK-DIGIT-CUTOVER
           MOVE SPACES TO WS-AQ-MENU-CHOICE
           PERFORM UNTIL WS-AQ-MENU-CHOICE = '5'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY '1 - Look Up a Booking ID (live + archive)'
               DISPLAY '2 - List Bookings for a Passenger'
               DISPLAY '3 - List Archived Bookings by Date Range'
               DISPLAY '4 - Booking Timeline (every recorded change)'
               DISPLAY '5 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-AQ-MENU-CHOICE
                   WHEN '3'
                       PERFORM LIST-ARCHIVE-BY-DATE
                   WHEN '4'
                       PERFORM BOOKING-TIMELINE
                   WHEN '5'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
       LOOKUP-ONE-BOOKING.
           DISPLAY 'Booking ID : ' WITH NO ADVANCING
           ACCEPT WS-AQ-BOOKING-ENTRY
           MOVE WS-AQ-BOOKING-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Booking ID check digit is wrong - re-key it.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-AQ-FOUND-LIVE
           OPEN INPUT FS-BOOKING-FILE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPRINT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'QR Payload  : ' FS-BH-BOOKING-ID
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPRINT-RECORD FROM WS-LINE

           MOVE "------------------@TransitEase2025--------------------"
           TO WS-LINE
           WRITE FS-REPRINT-RECORD FROM WS-LINE
           .

       LIST-ARCHIVE-BY-DATE.
           DISPLAY 'From date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-AQ-DATE-FROM
           DISPLAY 'To date   [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-AQ-DATE-TO

           MOVE WS-AQ-DATE-FROM(7:4) TO WS-AQ-DATE-INT(1:4)
           MOVE WS-AQ-DATE-FROM(1:2) TO WS-AQ-DATE-INT(5:2)
           MOVE WS-AQ-DATE-FROM(4:2) TO WS-AQ-DATE-INT(7:2)
           COMPUTE WS-AQ-FROM-DAY =
               FUNCTION INTEGER-OF-DATE(WS-AQ-DATE-INT)

           MOVE WS-AQ-DATE-TO(7:4) TO WS-AQ-DATE-INT(1:4)
           MOVE WS-AQ-DATE-TO(1:2) TO WS-AQ-DATE-INT(5:2)
           MOVE WS-AQ-DATE-TO(4:2) TO WS-AQ-DATE-INT(7:2)
           COMPUTE WS-AQ-TO-DAY =
               READ FS-BOOKING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-BH-TS-DATE(7:4) TO WS-AQ-DATE-INT(1:4)
                   MOVE FS-BH-TS-DATE(1:2) TO WS-AQ-DATE-INT(5:2)
                   MOVE FS-BH-TS-DATE(4:2) TO WS-AQ-DATE-INT(7:2)
                   COMPUTE WS-AQ-REC-DAY =
           ACCEPT WS-BUFFER
           .

       BOOKING-TIMELINE.
      *    Every recorded change to one booking - holder, schedule,
      *    seat and status events plus its payment status history -
      *    merged into time order. Neither log is touched by the
      *    archive run, so a booking's timeline reads the same
      *    before and after it moves to booking_history.
           DISPLAY 'Booking ID : ' WITH NO ADVANCING
           ACCEPT WS-AQ-BOOKING-ENTRY
           MOVE WS-AQ-BOOKING-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Booking ID check digit is wrong - re-key it.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-TL-COUNT
           MOVE 'N' TO WS-TL-FULL
           PERFORM LOAD-TIMELINE-EVENTS
           PERFORM LOAD-TIMELINE-PAYMENTS

           DISPLAY ' '
           DISPLAY ' Timeline for booking ' WS-AQ-BOOKING-ENTRY
           PERFORM SHOW-TIMELINE-CURRENT-STATE
           DISPLAY ' --------------------------------------------------'
               '------------------------'
           IF WS-TL-COUNT = ZEROES THEN
               DISPLAY ' No recorded changes for this booking.'
           END-IF
           PERFORM VARYING WS-TL-I FROM 1 BY 1
               UNTIL WS-TL-I > WS-TL-COUNT
               DISPLAY WS-TL-LINE-1(WS-TL-I)
               DISPLAY WS-TL-LINE-2(WS-TL-I)
           END-PERFORM
           IF WS-TL-FULL = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' Only the first 200 entries are shown.'
           END-IF
           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       SHOW-TIMELINE-CURRENT-STATE.
           OPEN INPUT FS-BOOKING-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-AQ-BOOKING-ENTRY TO FS-BOOKING-ID
               READ FS-BOOKING-FILE
               KEY IS FS-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE FS-BOOKING-FILE
                   DISPLAY ' Now [LIVE] status ' FS-BOOKING-STATUS
                       ' trip ' FS-FK-SCHEDULE-ID
                   EXIT PARAGRAPH
               END-READ
               CLOSE FS-BOOKING-FILE
           END-IF

           OPEN INPUT FS-BOOKING-HISTORY-FILE
           IF WS-BH-FILE-STATUS = '00' THEN
               MOVE WS-AQ-BOOKING-ENTRY TO FS-BH-BOOKING-ID
               READ FS-BOOKING-HISTORY-FILE
               KEY IS FS-BH-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE FS-BOOKING-HISTORY-FILE
                   DISPLAY ' Now [ARCHIVED] status '
                       FS-BH-BOOKING-STATUS ' trip '
                       FS-BH-FK-SCHEDULE-ID
                   EXIT PARAGRAPH
               END-READ
               CLOSE FS-BOOKING-HISTORY-FILE
           END-IF
           DISPLAY ' Not on the live or archive file.'
           .

       LOAD-TIMELINE-EVENTS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-EVENT-FILE
           IF WS-BEV-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-EVENT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-BEV-FK-BOOKING-ID = WS-AQ-BOOKING-ENTRY THEN
                       MOVE FS-BEV-TIME-STAMP TO WS-TL-STAMP
                       MOVE SPACES TO WS-TL-NEW-LINE-1
                       STRING ' ' WS-TL-STAMP(1:10) ' '
                           WS-TL-STAMP(14:8) '  ' FS-BEV-EVENT ' '
                           FS-BEV-OLD-VALUE ' > ' FS-BEV-NEW-VALUE
                           DELIMITED BY SIZE INTO WS-TL-NEW-LINE-1
                       MOVE SPACES TO WS-TL-NEW-LINE-2
                       STRING '                by ' FS-BEV-CHANGED-BY
                           ' via ' FS-BEV-PROGRAM
                           DELIMITED BY SIZE INTO WS-TL-NEW-LINE-2
                       PERFORM ADD-TIMELINE-ENTRY
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-BOOKING-EVENT-FILE
           .

       LOAD-TIMELINE-PAYMENTS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PH-FK-BOOKING-ID = WS-AQ-BOOKING-ENTRY THEN
                       MOVE FS-PH-TIME-STAMP TO WS-TL-STAMP
                       MOVE FS-PH-OLD-STATUS TO WS-TL-OLD-VALUE
                       MOVE FS-PH-NEW-STATUS TO WS-TL-NEW-VALUE
                       MOVE SPACES TO WS-TL-NEW-LINE-1
                       STRING ' ' WS-TL-STAMP(1:10) ' '
                           WS-TL-STAMP(14:8) '  PAYMENT      '
                           WS-TL-OLD-VALUE ' > ' WS-TL-NEW-VALUE
                           DELIMITED BY SIZE INTO WS-TL-NEW-LINE-1
                       MOVE SPACES TO WS-TL-NEW-LINE-2
                       STRING '                by ' FS-PH-CHANGED-BY
                           ' - ' FS-PH-REASON
                           DELIMITED BY SIZE INTO WS-TL-NEW-LINE-2
                       PERFORM ADD-TIMELINE-ENTRY
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-PAYMENT-HISTORY-FILE
           .

       ADD-TIMELINE-ENTRY.
      *    Insert in stamp order (YYYYMMDDHHMMSS); entries with the
      *    same stamp keep the order they were read in.
           IF WS-TL-COUNT >= 200 THEN
               MOVE 'Y' TO WS-TL-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TL-NEW-KEY
           STRING WS-TL-STAMP(7:4) WS-TL-STAMP(1:2) WS-TL-STAMP(4:2)
               WS-TL-STAMP(14:2) WS-TL-STAMP(17:2) WS-TL-STAMP(20:2)
               DELIMITED BY SIZE INTO WS-TL-NEW-KEY

           ADD 1 TO WS-TL-COUNT
           MOVE WS-TL-COUNT TO WS-TL-I
           MOVE 'N' TO WS-TL-PLACED
           PERFORM UNTIL WS-TL-PLACED = 'Y'
               IF WS-TL-I = 1 THEN
                   MOVE 'Y' TO WS-TL-PLACED
               ELSE
                   IF WS-TL-KEY(WS-TL-I - 1) > WS-TL-NEW-KEY THEN
                       MOVE WS-TL-ENTRY(WS-TL-I - 1) TO
                           WS-TL-ENTRY(WS-TL-I)
                       SUBTRACT 1 FROM WS-TL-I
                   ELSE
                       MOVE 'Y' TO WS-TL-PLACED
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TL-NEW TO WS-TL-ENTRY(WS-TL-I)
           .

       INVALID-INPUT.
           DISPLAY "***************************************************"
           DISPLAY "*              Invalid input. Try Again!          *"
           DISPLAY "***************************************************"
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
