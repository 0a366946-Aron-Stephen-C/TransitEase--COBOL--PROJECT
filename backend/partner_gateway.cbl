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

           02    FS-PRQ-FILLER-3    PIC X(3).
           02    FS-PRQ-ROUTE-ID    PIC X(15).
           02    FS-PRQ-FILLER-4    PIC X(3).
           02    FS-PRQ-TRAVEL-DATE    PIC X(10).
           02    FS-PRQ-FILLER-5    PIC X(3).
           02    FS-PRQ-PARTY-SIZE    PIC 9(2).
           02    FS-PRQ-FILLER-6    PIC X(3).
           02    FS-AG-COMMISSION-PCT    PIC 9(2)V99.
           02    FS-AG-STATUS    PIC X(8).
           02    FS-AG-TIME-STAMP.
               03    FS-AG-TS-DATE    PIC 99/99/9999.
               03    FS-AG-TS-FILLER-SPACE    PIC X(3).
               03    FS-AG-TS-TIME.
                   04    FS-AG-TS-HOUR    PIC 99.
                   04    FS-AG-TS-MINUTES    PIC 99.
                   04    FS-AG-TS-COLON-2    PIC X.
                   04    FS-AG-TS-SECOND    PIC 99.
           02    FS-AG-TIN    PIC X(15).
           02    FS-AG-EWT-RATE    PIC 9(2)V99.

       FD  FS-AGENT-WALLET-FILE.
       01  FS-AGENT-WALLET-RECORD.
           02    FS-AGS-SALE-AMOUNT    PIC 9(10)V99.
           02    FS-AGS-COMMISSION-AMOUNT    PIC 9(10)V99.
           02    FS-AGS-TIME-STAMP.
               03    FS-AGS-TS-DATE    PIC 99/99/9999.
               03    FS-AGS-TS-FILLER-SPACE    PIC X(3).
               03    FS-AGS-TS-TIME.
                   04    FS-AGS-TS-HOUR    PIC 99.
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
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-FARE-TIER-2-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIER-3-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIME-STAMP.
               03    FS-FM-DATE    PIC 99/99/9999.
               03    FS-FM-FILLER-SPACE    PIC X(3).
               03    FS-FM-TIME.
                   04    FS-FM-HOUR    PIC 99.
           02    FS-RRU-CUTOFF-MINUTES    PIC 9(4).
           02    FS-RRU-HORIZON-DAYS    PIC 9(3).
           02    FS-RRU-LONGHAUL-FLAG    PIC X.
           02    FS-RRU-CROSSBORDER-FLAG    PIC X.

       FD  FS-LOST-SALES-FILE.
       01  FS-LOST-SALES-RECORD.
           02    FS-LS-ROUTE-ID    PIC X(15).
           02    FS-LS-FILLER-1    PIC X(3).
           02    FS-LS-DATE    PIC 99/99/9999.
           02    FS-LS-FILLER-2    PIC X(3).
           02    FS-LS-REASON    PIC X(8).
           02    FS-LS-FILLER-3    PIC X(3).
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
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-CKD-ID.
           02    WS-CKD-DATE    PIC X(6).
           02    WS-CKD-SECONDS    PIC 9(5).
           02    WS-CKD-INCREMENT    PIC 9(3).
           02    WS-CKD-DIGIT    PIC 9.
       01  WS-CKD-CLOCK.
           02    WS-CKD-HOURS    PIC 99.
           02    WS-CKD-MINUTES    PIC 99.
           02    WS-CKD-SECS    PIC 99.
       01  WS-CKD-I    PIC 99.
       01  WS-CKD-ONE    PIC 9.
       01  WS-CKD-PRODUCT    PIC 99.
       01  WS-CKD-SUM    PIC 9(4).
       01  WS-CKD-COMPUTED    PIC 9.
       01  WS-CKD-FIRST-DATE    PIC X(6) VALUE '999999'.
       01  WS-CKD-FIRST-NUM    PIC 9(6).
       01  WS-CKD-TODAY    PIC 9(8).
       01  WS-CKD-NOW    PIC 9(8).
       01  WS-CKD-STAMP    PIC X(21).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-PG-REQUESTS    PIC 9(5) VALUE 0.
       01  WS-PG-DEP-DAY    PIC S9(9) COMP.
       01  WS-PG-DATE-INT    PIC 9(8).
       01  WS-PG-HORIZON-DAYS    PIC 9(3).
       01  WS-PG-CROSSBORDER    PIC X.
       01  WS-AW-FILE-STATUS    PIC XX.
       01  WS-PG-WALLET-NEEDED    PIC 9(12)V99.
       01  WS-PG-WALLET-OK    PIC X.
       01  WS-PG-DUP-FOUND    PIC X.
       01  WS-PG-DUP-EOF    PIC X.
       01  WS-PG-ARCHIVE-CMD    PIC X(100).
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

           OPEN OUTPUT FS-RESPONSE-FILE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-PG-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-PG-NOW-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PG-DATE-INT)

      *    A processed inbox moves aside under a dated name so a
      *    rerun cannot book and bill the same requests twice.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PG-ARCHIVE-CMD
           STRING 'mv data/import/partner_requests.txt '
               'data/import/partner_requests_'
               WS-TODAY-YYYY WS-TODAY-MM WS-TODAY-DD '.done'
           DELIMITED BY SIZE INTO WS-PG-ARCHIVE-CMD
           CALL "SYSTEM" USING WS-PG-ARCHIVE-CMD

       CHECK-ONE-CANDIDATE.
      *    The partner sells inside the same horizon the counter
      *    does: no departures further out than the route's
      *    advance-sales limit. The request carries no travel
      *    document, so cross-border departures are not sold here.
           MOVE 90 TO WS-PG-HORIZON-DAYS
           MOVE 'N' TO WS-PG-CROSSBORDER
           OPEN INPUT FS-ROUTE-RULES-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE FS-FK-ROUTE-ID TO FS-RRU-ROUTE-ID
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-RRU-HORIZON-DAYS TO WS-PG-HORIZON-DAYS
                   MOVE FS-RRU-CROSSBORDER-FLAG TO WS-PG-CROSSBORDER
               END-READ
               CLOSE FS-ROUTE-RULES-FILE
           END-IF
           IF WS-PG-CROSSBORDER = 'Y' THEN
               MOVE 'TRAVEL DOCUMENTS REQUIRED' TO WS-PG-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FS-S-D-DATE(7:4) TO WS-PG-DATE-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-PG-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-PG-DATE-INT(7:2)
           COMPUTE WS-PG-DEP-DAY =
           MOVE 'BOOKING' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           PERFORM APPLY-BOOKING-CHECK-DIGIT
           MOVE WS-GENERATED-ID TO WS-PG-BOOKING-ID

           OPEN I-O FS-BOOKING-FILE
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TIME-STAMP
           WRITE FS-BOOKING-RECORD
               NOT INVALID KEY
                   MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                   MOVE 'BOOKED' TO WS-BEV-EVENT
                   MOVE SPACES TO WS-BEV-OLD-VALUE
                   MOVE SPACES TO WS-BEV-NEW-VALUE
                   STRING FS-BOOKING-STATUS DELIMITED BY SPACE
                       ' seat ' FS-SEAT-NUMBER(8:3)
                       DELIMITED BY SIZE INTO WS-BEV-NEW-VALUE
                   MOVE FS-PRQ-AGENT-ID TO WS-BEV-CHANGED-BY
                   PERFORM WRITE-BOOKING-EVENT
           END-WRITE
           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           MOVE 'WRT' TO WS-JRN-ACTION
           IF WS-LS-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-LOST-SALES-RECORD
               MOVE FS-PRQ-ROUTE-ID TO FS-LS-ROUTE-ID
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO FS-LS-DATE(1:2)
               MOVE '/' TO FS-LS-DATE(3:1)
               MOVE WS-TODAY-DD TO FS-LS-DATE(4:2)
               MOVE '/' TO FS-LS-DATE(6:1)
               MOVE WS-TODAY-YYYY TO FS-LS-DATE(7:4)
               MOVE 'PARTNER' TO FS-LS-REASON
               MOVE FS-PRQ-PARTY-SIZE TO FS-LS-PARTY-SIZE
               WRITE FS-LOST-SALES-RECORD
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
           END-IF
           CLOSE FS-DAY-JOURNAL-FILE
           .

       APPLY-BOOKING-CHECK-DIGIT.
      *    Booking IDs carry a Luhn check digit in the last position
      *    so a mistyped ID is refused at the keyboard instead of
      *    finding nothing or someone else's trip. The clock time is
      *    folded to seconds since midnight to make room, keeping
      *    the ID at fifteen digits and still in issue order.
           MOVE WS-GSI-DATE TO WS-CKD-DATE
           MOVE WS-GSI-TIME TO WS-CKD-CLOCK
           COMPUTE WS-CKD-SECONDS =
               (WS-CKD-HOURS * 3600) + (WS-CKD-MINUTES * 60) +
               WS-CKD-SECS
           MOVE WS-GSI-INCREMENT-VALUE TO WS-CKD-INCREMENT
           PERFORM COMPUTE-BOOKING-CHECK-DIGIT
           MOVE WS-CKD-COMPUTED TO WS-CKD-DIGIT
           MOVE WS-CKD-ID TO WS-GENERATED-ID
           IF WS-CKD-FIRST-DATE = '999999' THEN
               PERFORM RECORD-CHECK-DIGIT-CUTOVER
           END-IF
           .

       RECORD-CHECK-DIGIT-CUTOVER.
      *    The first booking ID issued with a check digit records its
      *    date as business parameter BOOKING-CKD-FROM, which the
      *    booking-ID validators read to tell legacy IDs from checked
      *    ones. A row already on file (set at install, or by another
      *    program) is taken as it stands.
           MOVE WS-CKD-DATE TO WS-CKD-FIRST-DATE
           MOVE WS-CKD-DATE TO WS-CKD-FIRST-NUM
           ACCEPT WS-CKD-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CKD-NOW FROM TIME
           OPEN I-O FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BUSINESS-PARAMS-FILE
               PERFORM WRITE-CHECK-DIGIT-CUTOVER
           ELSE
               MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
               READ FS-BUSINESS-PARAMS-FILE
               KEY IS FS-BPM-PARAM-NAME
               INVALID KEY
                   PERFORM WRITE-CHECK-DIGIT-CUTOVER
               NOT INVALID KEY
                   MOVE FS-BPM-PARAM-VALUE TO WS-CKD-FIRST-NUM
                   MOVE WS-CKD-FIRST-NUM TO WS-CKD-FIRST-DATE
               END-READ
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .

       WRITE-CHECK-DIGIT-CUTOVER.
           MOVE SPACES TO FS-BUSINESS-PARAMS-RECORD
           MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
           MOVE WS-CKD-FIRST-NUM TO FS-BPM-PARAM-VALUE
           MOVE SPACES TO WS-CKD-STAMP
           STRING WS-CKD-TODAY(5:2) '/' WS-CKD-TODAY(7:2) '/'
               WS-CKD-TODAY(1:4) '   ' WS-CKD-NOW(1:2) ':'
               WS-CKD-NOW(3:2) ':' WS-CKD-NOW(5:2)
               DELIMITED BY SIZE INTO WS-CKD-STAMP
           MOVE WS-CKD-STAMP(1:10) TO FS-BPM-EFFECTIVE-DATE
           MOVE WS-CKD-STAMP TO FS-BPM-TIME-STAMP
           WRITE FS-BUSINESS-PARAMS-RECORD
               INVALID KEY CONTINUE
           END-WRITE
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
               MOVE 'partner_gateway' TO FS-BEV-PROGRAM
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
