               RECORD KEY IS FS-JG-GROUP-ID
               FILE STATUS IS WS-JG-FILE-STATUS.

           SELECT FS-CARGO-LEGS-FILE ASSIGN TO 'data/cargo_legs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CGL-KEY
               FILE STATUS IS WS-CGL-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-JG-GROUP-ID    PIC X(15).
           02    FS-JG-JOURNEY-ID    PIC X(15).

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

       FD  FS-JOURNEY-LEGS-FILE.
       01  FS-JOURNEY-LEG-RECORD.
           02    FS-JL-KEY.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
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
       01  WS-EOF    PIC X.
       01  WS-BUFFER    PIC X.
       01  WS-IS-MONTH-ENTRY    PIC 99.
       01  WS-IS-YEAR-ENTRY    PIC 9(4).
       01  WS-PARTNER-ROUTE-TABLE.
           02    WS-PR-ENTRY OCCURS 50 TIMES.
               03    WS-PR-ROUTE-ID    PIC X(15).
               03    WS-IS-OPERATOR-ID    PIC X(15).
               03    WS-IS-BOOKINGS    PIC 9(6).
               03    WS-IS-SHARE    PIC 9(12)V99.
               03    WS-IS-CARGO-LEGS    PIC 9(6).
               03    WS-IS-FREIGHT    PIC 9(12)V99.
       01  WS-IS-TALLY-COUNT    PIC 9(2).
       01  WS-IS-I    PIC 9(2).
       01  WS-IS-SLOT    PIC 9(2).
       01  WS-IS-FOUND    PIC X.
       01  WS-IS-MATCH-OPERATOR    PIC X(15).
       01  WS-JG-FILE-STATUS    PIC XX.
       01  WS-CGL-FILE-STATUS    PIC XX.
       01  WS-IS-TOTAL-DUE    PIC 9(12)V99.


       PROCEDURE DIVISION.
      *    is the sum of the booked leg fares on partner-operated
      *    routes (sold as part of a journey, i.e. group-linked),
      *    net of cancellations and refunds. Replaces the month-end
      *    calculator exercise. Through cargo that rides a partner
      *    leg earns the partner that leg's freight share, counted
      *    in the month the consignment was accepted.
           DISPLAY 'Settlement month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-IS-MONTH-ENTRY
           DISPLAY 'Settlement year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-IS-YEAR-ENTRY

           PERFORM LOAD-PARTNER-LEGS
               MOVE SPACES TO WS-IS-OPERATOR-ID(WS-IS-I)
               MOVE ZEROES TO WS-IS-BOOKINGS(WS-IS-I)
               MOVE ZEROES TO WS-IS-SHARE(WS-IS-I)
               MOVE ZEROES TO WS-IS-CARGO-LEGS(WS-IS-I)
               MOVE ZEROES TO WS-IS-FREIGHT(WS-IS-I)
               ADD 1 TO WS-IS-I
           END-PERFORM

           PERFORM TALLY-PARTNER-REVENUE
           PERFORM TALLY-PARTNER-FREIGHT

           DISPLAY ' '
           DISPLAY 'INTERLINE SETTLEMENT - ' WS-IS-MONTH-ENTRY '/'
               WS-IS-YEAR-ENTRY
           DISPLAY 'OPERATOR        BOOKINGS  EARNED SHARE     '
               'CARGO LEGS  FREIGHT SHARE    TOTAL DUE'
           DISPLAY '---------------------------------------------'
               '----------------------------------------'
           MOVE 1 TO WS-IS-I
           PERFORM UNTIL WS-IS-I > WS-IS-TALLY-COUNT
               COMPUTE WS-IS-TOTAL-DUE = WS-IS-SHARE(WS-IS-I) +
                   WS-IS-FREIGHT(WS-IS-I)
               DISPLAY WS-IS-OPERATOR-ID(WS-IS-I) ' '
                   WS-IS-BOOKINGS(WS-IS-I) '   '
                   WS-IS-SHARE(WS-IS-I) '  '
                   WS-IS-CARGO-LEGS(WS-IS-I) '      '
                   WS-IS-FREIGHT(WS-IS-I) ' '
                   WS-IS-TOTAL-DUE
               ADD 1 TO WS-IS-I
           END-PERFORM
           IF WS-IS-TALLY-COUNT = ZEROES THEN
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-TS-DATE(1:2) = WS-IS-MONTH-ENTRY AND
                       FS-TS-DATE(7:4) = WS-IS-YEAR-ENTRY AND
                       FS-GROUP-ID NOT = SPACES AND
                       (FS-BOOKING-STATUS = 'paid' OR
                       FS-BOOKING-STATUS = 'checked' OR
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OPERATOR-SLOT

           IF WS-IS-SLOT > ZEROES THEN
               ADD 1 TO WS-IS-BOOKINGS(WS-IS-SLOT)
               ADD FS-PRICE TO WS-IS-SHARE(WS-IS-SLOT)
           END-IF
           .

       TALLY-PARTNER-FREIGHT.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-CARGO-LEGS-FILE
           IF WS-CGL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-CARGO-LEGS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-CGL-OPERATOR-ID NOT = SPACES AND
                       FS-CGL-ACCEPT-DATE(1:2) = WS-IS-MONTH-ENTRY AND
                       FS-CGL-ACCEPT-DATE(7:4) = WS-IS-YEAR-ENTRY THEN
                       MOVE FS-CGL-OPERATOR-ID TO WS-IS-MATCH-OPERATOR
                       PERFORM FIND-OPERATOR-SLOT
                       IF WS-IS-SLOT > ZEROES THEN
                           ADD 1 TO WS-IS-CARGO-LEGS(WS-IS-SLOT)
                           ADD FS-CGL-FEE-SHARE TO
                               WS-IS-FREIGHT(WS-IS-SLOT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CGL-FILE-STATUS = '00' OR
               WS-CGL-FILE-STATUS = '10' THEN
               CLOSE FS-CARGO-LEGS-FILE
           END-IF
           .

       FIND-OPERATOR-SLOT.
           MOVE ZEROES TO WS-IS-SLOT
           MOVE 'N' TO WS-IS-FOUND
           MOVE 1 TO WS-IS-I
               MOVE WS-IS-MATCH-OPERATOR TO
                   WS-IS-OPERATOR-ID(WS-IS-SLOT)
           END-IF
           .
