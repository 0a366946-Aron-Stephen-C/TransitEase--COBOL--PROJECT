               RECORD KEY IS FS-ASF-BOOKING-ID
               FILE STATUS IS WS-ASF-FILE-STATUS.

           SELECT FS-MINOR-TRAVEL-FILE ASSIGN TO
               'data/minor_travel.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-UMT-BOOKING-ID
               FILE STATUS IS WS-UMT-FILE-STATUS.

           SELECT FS-INSPECTION-FILE ASSIGN TO
               'data/vehicle_inspections.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VIN-INSPECTION-ID
               FILE STATUS IS WS-INS-FILE-STATUS.

           SELECT FS-DEFECT-FILE ASSIGN TO
               'data/inspection_defects.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-IDF-ORDER-ID
               FILE STATUS IS WS-INS-FILE-STATUS.

           SELECT FS-WORK-ORDER-FILE ASSIGN TO 'data/work_orders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-WO-ORDER-ID
               FILE STATUS IS WS-INS-FILE-STATUS.

           SELECT FS-READINESS-FILE ASSIGN TO
               'data/schedule_readiness.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RDY-SCHEDULE-ID
               FILE STATUS IS WS-RDY-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-INS-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-DRIVER-LICENSE-NUMBER    PIC X(20).
           02    FS-DRIVER-STATUS    PIC X(11).
           02    FS-DRIVER-TIME-STAMP.
               03    FS-DR-DATE    PIC 99/99/9999.
               03    FS-DR-FILLER-SPACE    PIC X(3).
               03    FS-DR-TIME.
                   04    FS-DR-HOUR    PIC 99.
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
           02    FS-TA-SCHEDULE-ID    PIC X(15).
           02    FS-TA-FK-DRIVER-ID    PIC X(15).
           02    FS-TA-TIME-STAMP.
               03    FS-TA-TS-DATE    PIC 99/99/9999.
               03    FS-TA-TS-FILLER-SPACE    PIC X(3).
               03    FS-TA-TS-TIME.
                   04    FS-TA-TS-HOUR    PIC 99.
           02    FS-ASF-INFANT    PIC X.
           02    FS-ASF-BOARDING-HELP    PIC X.

       FD  FS-MINOR-TRAVEL-FILE.
       01  FS-MINOR-TRAVEL-RECORD.
           02    FS-UMT-BOOKING-ID    PIC X(15).
           02    FS-UMT-MINOR-NAME    PIC X(40).
           02    FS-UMT-MINOR-AGE    PIC 99.
           02    FS-UMT-SEND-NAME    PIC X(40).
           02    FS-UMT-SEND-PHONE    PIC X(11).
           02    FS-UMT-SEND-ID-TYPE    PIC X(15).
           02    FS-UMT-SEND-ID-NO    PIC X(20).
           02    FS-UMT-RECV-NAME    PIC X(40).
           02    FS-UMT-RECV-PHONE    PIC X(11).
           02    FS-UMT-RECV-ID-TYPE    PIC X(15).
           02    FS-UMT-RECV-ID-NO    PIC X(20).
           02    FS-UMT-ESCORT-FEE    PIC 9(6)V99.
           02    FS-UMT-STATUS    PIC X(8).
           02    FS-UMT-HANDED-TO-NAME    PIC X(40).
           02    FS-UMT-HANDED-TO-ID-NO    PIC X(20).
           02    FS-UMT-FK-CONDUCTOR-ID    PIC X(15).
           02    FS-UMT-HANDOVER-STAMP    PIC X(21).
           02    FS-UMT-TIME-STAMP    PIC X(21).

       FD  FS-CONDUCTORS-FILE.
       01  FS-CONDUCTORS-RECORD.
           02    FS-CD-CONDUCTOR-ID    PIC X(15).
           02    FS-CD-BADGE-NUMBER    PIC X(20).
           02    FS-CD-STATUS    PIC X(11).
           02    FS-CD-TIME-STAMP.
               03    FS-CD-DATE    PIC 99/99/9999.
               03    FS-CD-FILLER-SPACE    PIC X(3).
               03    FS-CD-TIME.
                   04    FS-CD-HOUR    PIC 99.
                   04    FS-CD-COLON-2    PIC X.
                   04    FS-CD-SECOND    PIC 99.

       FD  FS-INSPECTION-FILE.
       01  FS-INSPECTION-RECORD.
           02    FS-VIN-INSPECTION-ID    PIC X(15).
           02    FS-VIN-FK-SCHEDULE-ID    PIC X(15).
           02    FS-VIN-FK-VEHICLE-ID    PIC X(15).
           02    FS-VIN-FK-DRIVER-ID    PIC X(15).
           02    FS-VIN-PHASE    PIC X(4).
           02    FS-VIN-RESULTS    PIC X(12).
           02    FS-VIN-DEFECT-COUNT    PIC 9(2).
           02    FS-VIN-TIME-STAMP    PIC X(21).

       FD  FS-DEFECT-FILE.
       01  FS-DEFECT-RECORD.
           02    FS-IDF-ORDER-ID    PIC X(15).
           02    FS-IDF-INSPECTION-ID    PIC X(15).
           02    FS-IDF-FK-SCHEDULE-ID    PIC X(15).
           02    FS-IDF-FK-VEHICLE-ID    PIC X(15).
           02    FS-IDF-ITEM    PIC X(28).
           02    FS-IDF-NOTE    PIC X(30).
           02    FS-IDF-SAFETY    PIC X.
           02    FS-IDF-STATUS    PIC X(7).
           02    FS-IDF-SIGNED-BY    PIC X(15).
           02    FS-IDF-SIGNED-STAMP    PIC X(21).

       FD  FS-WORK-ORDER-FILE.
       01  FS-WORK-ORDER-RECORD.
           02    FS-WO-ORDER-ID    PIC X(15).
           02    FS-WO-FK-VEHICLE-ID    PIC X(15).
           02    FS-WO-DESCRIPTION    PIC X(30).
           02    FS-WO-STATUS    PIC X(8).
           02    FS-WO-PARTS-COST    PIC 9(10)V99.
           02    FS-WO-LABOUR-COST    PIC 9(10)V99.
           02    FS-WO-OPENED-STAMP    PIC X(22).
           02    FS-WO-CLOSED-STAMP    PIC X(22).

       FD  FS-READINESS-FILE.
       01  FS-READINESS-RECORD.
           02    FS-RDY-SCHEDULE-ID    PIC X(15).
           02    FS-RDY-STATUS    PIC X(8).
           02    FS-RDY-MARKED-BY    PIC X(15).
           02    FS-RDY-TIME-STAMP    PIC X(22).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-BK-EOF    PIC X.
       01  WS-BUFFER    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-ASSIST-LISTED    PIC 9(3).
       01  WS-ASSIST-NOTES    PIC X(25).
       01  WS-ASSIST-SEAT-DISPLAY    PIC ZZZ9.
       01  WS-UMT-FILE-STATUS    PIC XX.
       01  WS-COMMAND    PIC X(255).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-ACK-NOTE    PIC X(12).
       01  WS-SCW-FILE-STATUS    PIC XX.
       01  WS-TRIP-CONDUCTOR    PIC X(30).
       01  WS-INS-FILE-STATUS    PIC XX.
       01  WS-RDY-FILE-STATUS    PIC XX.
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-INS-SCHEDULE-ID    PIC X(15).
       01  WS-INS-VEHICLE-ID    PIC X(15).
       01  WS-INS-INSPECTION-ID    PIC X(15).
       01  WS-INS-PHASE-ENTRY    PIC X.
       01  WS-INS-PHASE    PIC X(4).
       01  WS-INS-ANSWER    PIC X.
       01  WS-INS-NOTE-ENTRY    PIC X(30).
       01  WS-INS-RESULTS    PIC X(12).
       01  WS-INS-DEFECT-COUNT    PIC 9(2).
       01  WS-INS-SAFETY-COUNT    PIC 9(2).
       01  WS-INS-HELD-COUNT    PIC 9(3).
       01  WS-INS-IDX    PIC 9(2).
       01  WS-INS-EOF    PIC X.
      *    Walk-round checklist. The leading flag marks the items a
      *    bus must not leave the depot with.
       01  WS-INS-ITEM-TABLE.
           02    FILLER    PIC X(29) VALUE 'YBRAKES'.
           02    FILLER    PIC X(29) VALUE 'YSTEERING'.
           02    FILLER    PIC X(29) VALUE 'YTYRES AND WHEELS'.
           02    FILLER    PIC X(29) VALUE 'YLIGHTS AND INDICATORS'.
           02    FILLER    PIC X(29) VALUE 'YWIPERS AND WASHERS'.
           02    FILLER    PIC X(29) VALUE 'YMIRRORS'.
           02    FILLER    PIC X(29) VALUE 'YDOORS AND EMERGENCY EXITS'.
           02    FILLER    PIC X(29) VALUE 'YFLUID LEAKS'.
           02    FILLER    PIC X(29) VALUE 'YEXTINGUISHER, FIRST AID'.
           02    FILLER    PIC X(29) VALUE 'NHORN'.
           02    FILLER    PIC X(29) VALUE 'NSEATS AND SEAT BELTS'.
           02    FILLER    PIC X(29) VALUE 'NAIRCON AND HEATING'.
       01  WS-INS-ITEM-LIST REDEFINES WS-INS-ITEM-TABLE.
           02    WS-INS-ITEM OCCURS 12 TIMES.
               03    WS-INS-ITEM-SAFETY    PIC X.
               03    WS-INS-ITEM-NAME    PIC X(28).


       PROCEDURE DIVISION.
           DISPLAY ' Welcome, ' FS-DRIVER-NAME

           MOVE SPACES TO WS-DRIVER-MENU-CHOICE
           PERFORM UNTIL WS-DRIVER-MENU-CHOICE = '5'
               DISPLAY ' '
               DISPLAY ' 1 - My Upcoming Trips'
               DISPLAY ' 2 - Print Trip Manifest'
               DISPLAY ' 3 - Acknowledge an Assignment'
               DISPLAY ' 4 - Vehicle Inspection (pre/post trip)'
               DISPLAY ' 5 - Quit'
               DISPLAY ' '
               DISPLAY ' Enter your choice: ' WITH NO ADVANCING
               ACCEPT WS-DRIVER-MENU-CHOICE
                   WHEN '3'
                       PERFORM ACKNOWLEDGE-ASSIGNMENT
                   WHEN '4'
                       PERFORM VEHICLE-INSPECTION
                   WHEN '5'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
               DISPLAY '   (none flagged)'
           END-IF

           IF WS-ASF-FILE-STATUS = '00' OR
               WS-ASF-FILE-STATUS = '10' THEN
               CLOSE FS-ASSIST-FLAGS-FILE
           END-IF

      *    Children travelling alone, with the guardian they may be
      *    released to at the destination.
           MOVE ZEROES TO WS-ASSIST-LISTED
           MOVE SPACES TO WS-ASSIST-EOF
           OPEN INPUT FS-MINOR-TRAVEL-FILE
           IF WS-UMT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-ASSIST-EOF
           END-IF

           DISPLAY ' '
           DISPLAY ' UNACCOMPANIED MINORS ON THIS TRIP'
           PERFORM UNTIL WS-ASSIST-EOF = 'Y'
               READ FS-MINOR-TRAVEL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ASSIST-EOF
               NOT AT END
                   PERFORM SHOW-ONE-MINOR-LINE
               END-READ
           END-PERFORM

           IF WS-ASSIST-LISTED = ZEROES THEN
               DISPLAY '   (none booked)'
           END-IF

           CLOSE FS-BOOKING-FILE
           IF WS-UMT-FILE-STATUS = '00' OR
               WS-UMT-FILE-STATUS = '10' THEN
               CLOSE FS-MINOR-TRAVEL-FILE
           END-IF
           .

       SHOW-ONE-ASSIST-LINE.
           ADD 1 TO WS-ASSIST-LISTED
           .

       SHOW-ONE-MINOR-LINE.
           MOVE FS-UMT-BOOKING-ID TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           IF FS-FK-SCHEDULE-ID NOT = WS-MANIFEST-SCHEDULE-ID THEN
               EXIT PARAGRAPH
           END-IF
           IF FS-BOOKING-STATUS NOT = 'paid' AND
               FS-BOOKING-STATUS NOT = 'reserved' AND
               FS-BOOKING-STATUS NOT = 'checked' AND
               FS-BOOKING-STATUS NOT = 'boarded' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-SEAT-NUMBER TO WS-ASSIST-SEAT-DISPLAY
           DISPLAY '   Seat ' WS-ASSIST-SEAT-DISPLAY ' : '
               FUNCTION TRIM(FS-UMT-MINOR-NAME)
           DISPLAY '               release to '
               FUNCTION TRIM(FS-UMT-RECV-NAME) ' ('
               FUNCTION TRIM(FS-UMT-RECV-ID-NO) ')'
           ADD 1 TO WS-ASSIST-LISTED
           .

       ACKNOWLEDGE-ASSIGNMENT.
           DISPLAY ' Schedule ID to acknowledge : ' WITH NO ADVANCING
           ACCEPT WS-ACK-SCHEDULE-ID
           END-IF
           .

       VEHICLE-INSPECTION.
      *    Walk-round check on the driver's own trip, before pull-out
      *    or after arrival. Every item called defective opens a
      *    work order for the maintenance planner; a safety-critical
      *    one also takes the bus's trips off ready until a mechanic
      *    signs the defect off.
           DISPLAY ' Schedule ID to inspect for : ' WITH NO ADVANCING
           ACCEPT WS-INS-SCHEDULE-ID

           OPEN INPUT FS-SCHEDULES-FILE
           MOVE WS-INS-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               MOVE SPACES TO FS-SCHEDULE-ID
           END-READ
           CLOSE FS-SCHEDULES-FILE

           IF FS-SCHEDULE-ID = SPACES OR
               FS-FK-DRIVER-ID NOT = WS-DRIVER-ID-ENTRY THEN
               PERFORM NOT-YOUR-TRIP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE FS-FK-VEHICLE-ID TO WS-INS-VEHICLE-ID

           DISPLAY ' 1 - Pre-trip   2 - Post-trip : ' WITH NO ADVANCING
           ACCEPT WS-INS-PHASE-ENTRY
           EVALUATE WS-INS-PHASE-ENTRY
               WHEN '1'
                   MOVE 'pre' TO WS-INS-PHASE
               WHEN '2'
                   MOVE 'post' TO WS-INS-PHASE
               WHEN OTHER
                   PERFORM INVALID-INPUT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'INSPECTION' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-INS-INSPECTION-ID

           MOVE SPACES TO WS-INS-RESULTS
           MOVE ZEROES TO WS-INS-DEFECT-COUNT
           MOVE ZEROES TO WS-INS-SAFETY-COUNT

           DISPLAY ' '
           DISPLAY ' Vehicle ' WS-INS-VEHICLE-ID
               ' - answer O (ok) or D (defective); * = safety item'
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > 12
               MOVE SPACES TO WS-INS-ANSWER
               PERFORM UNTIL WS-INS-ANSWER = 'O' OR
                   WS-INS-ANSWER = 'D'
                   IF WS-INS-ITEM-SAFETY(WS-INS-IDX) = 'Y' THEN
                       DISPLAY ' * ' WITH NO ADVANCING
                   ELSE
                       DISPLAY '   ' WITH NO ADVANCING
                   END-IF
                   DISPLAY WS-INS-ITEM-NAME(WS-INS-IDX) ' [O/D] : '
                       WITH NO ADVANCING
                   ACCEPT WS-INS-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-INS-ANSWER) TO
                       WS-INS-ANSWER
               END-PERFORM
               MOVE WS-INS-ANSWER TO WS-INS-RESULTS(WS-INS-IDX:1)
               IF WS-INS-ANSWER = 'D' THEN
                   DISPLAY '     What is wrong : ' WITH NO ADVANCING
                   ACCEPT WS-INS-NOTE-ENTRY
                   PERFORM OPEN-DEFECT-WORK-ORDER
               END-IF
           END-PERFORM

           OPEN I-O FS-INSPECTION-FILE
           IF WS-INS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-INSPECTION-FILE
           END-IF
           MOVE SPACES TO FS-INSPECTION-RECORD
           MOVE WS-INS-INSPECTION-ID TO FS-VIN-INSPECTION-ID
           MOVE WS-INS-SCHEDULE-ID TO FS-VIN-FK-SCHEDULE-ID
           MOVE WS-INS-VEHICLE-ID TO FS-VIN-FK-VEHICLE-ID
           MOVE WS-DRIVER-ID-ENTRY TO FS-VIN-FK-DRIVER-ID
           MOVE WS-INS-PHASE TO FS-VIN-PHASE
           MOVE WS-INS-RESULTS TO FS-VIN-RESULTS
           MOVE WS-INS-DEFECT-COUNT TO FS-VIN-DEFECT-COUNT
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-VIN-TIME-STAMP
           WRITE FS-INSPECTION-RECORD
           END-WRITE
           CLOSE FS-INSPECTION-FILE

           IF WS-INS-SAFETY-COUNT > ZEROES THEN
               PERFORM HOLD-VEHICLE-SCHEDULES
           END-IF

           DISPLAY ' '
           DISPLAY ' Inspection ' WS-INS-INSPECTION-ID ' recorded - '
               WS-INS-DEFECT-COUNT ' defect(s) sent to maintenance.'
           IF WS-INS-SAFETY-COUNT > ZEROES THEN
               PERFORM SAFETY-DEFECT-MESSAGE
           END-IF
           .

       OPEN-DEFECT-WORK-ORDER.
      *    One work order per defective item, against the trip's bus,
      *    with the defect itself kept alongside for the sign-off.
      *    The bus is not pulled to maintenance here - that is the
      *    planner's call once a mechanic has looked at it.
           ADD 1 TO WS-INS-DEFECT-COUNT
           IF WS-INS-ITEM-SAFETY(WS-INS-IDX) = 'Y' THEN
               ADD 1 TO WS-INS-SAFETY-COUNT
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'WORKORDER' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-WORK-ORDER-FILE
           IF WS-INS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-WORK-ORDER-FILE
           END-IF
           MOVE SPACES TO FS-WORK-ORDER-RECORD
           MOVE WS-GENERATED-ID TO FS-WO-ORDER-ID
           MOVE WS-INS-VEHICLE-ID TO FS-WO-FK-VEHICLE-ID
           STRING 'DEFECT: ' WS-INS-ITEM-NAME(WS-INS-IDX)
           DELIMITED BY SIZE INTO FS-WO-DESCRIPTION
           MOVE 'open' TO FS-WO-STATUS
           MOVE ZEROES TO FS-WO-PARTS-COST
           MOVE ZEROES TO FS-WO-LABOUR-COST
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-WO-OPENED-STAMP
           MOVE SPACES TO FS-WO-CLOSED-STAMP
           WRITE FS-WORK-ORDER-RECORD
           END-WRITE
           CLOSE FS-WORK-ORDER-FILE

           OPEN I-O FS-DEFECT-FILE
           IF WS-INS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DEFECT-FILE
           END-IF
           MOVE SPACES TO FS-DEFECT-RECORD
           MOVE WS-GENERATED-ID TO FS-IDF-ORDER-ID
           MOVE WS-INS-INSPECTION-ID TO FS-IDF-INSPECTION-ID
           MOVE WS-INS-SCHEDULE-ID TO FS-IDF-FK-SCHEDULE-ID
           MOVE WS-INS-VEHICLE-ID TO FS-IDF-FK-VEHICLE-ID
           MOVE WS-INS-ITEM-NAME(WS-INS-IDX) TO FS-IDF-ITEM
           MOVE WS-INS-NOTE-ENTRY TO FS-IDF-NOTE
           MOVE WS-INS-ITEM-SAFETY(WS-INS-IDX) TO FS-IDF-SAFETY
           MOVE 'open' TO FS-IDF-STATUS
           WRITE FS-DEFECT-RECORD
           END-WRITE
           CLOSE FS-DEFECT-FILE

           DISPLAY '     Work order ' WS-GENERATED-ID ' opened.'
           .

       HOLD-VEHICLE-SCHEDULES.
      *    The inspected trip goes to not-ready, and so does any other
      *    trip of the same bus already marked ready. Boarding refuses
      *    a trip that is not ready, and the readiness gate will not
      *    pass it again while a safety defect is open.
           MOVE ZEROES TO WS-INS-HELD-COUNT
           MOVE SPACES TO WS-INS-EOF
           OPEN I-O FS-READINESS-FILE
           IF WS-RDY-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-READINESS-FILE
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-INS-EOF
           END-IF
           PERFORM UNTIL WS-INS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INS-EOF
               NOT AT END
                   IF FS-FK-VEHICLE-ID = WS-INS-VEHICLE-ID AND
                       FS-S-STATUS = 'active' THEN
                       PERFORM HOLD-ONE-SCHEDULE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-SCHEDULES-FILE
           END-IF
           CLOSE FS-READINESS-FILE
           .

       HOLD-ONE-SCHEDULE.
           MOVE FS-SCHEDULE-ID TO FS-RDY-SCHEDULE-ID
           READ FS-READINESS-FILE
           KEY IS FS-RDY-SCHEDULE-ID
           INVALID KEY
               IF FS-SCHEDULE-ID = WS-INS-SCHEDULE-ID THEN
                   MOVE SPACES TO FS-READINESS-RECORD
                   MOVE FS-SCHEDULE-ID TO FS-RDY-SCHEDULE-ID
                   MOVE 'notready' TO FS-RDY-STATUS
                   MOVE WS-DRIVER-ID-ENTRY TO FS-RDY-MARKED-BY
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-RDY-TIME-STAMP
                   WRITE FS-READINESS-RECORD
                   END-WRITE
                   ADD 1 TO WS-INS-HELD-COUNT
               END-IF
           NOT INVALID KEY
               IF FS-RDY-STATUS = 'ready' OR
                   FS-SCHEDULE-ID = WS-INS-SCHEDULE-ID THEN
                   MOVE 'notready' TO FS-RDY-STATUS
                   MOVE WS-DRIVER-ID-ENTRY TO FS-RDY-MARKED-BY
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-RDY-TIME-STAMP
                   REWRITE FS-READINESS-RECORD
                   END-REWRITE
                   ADD 1 TO WS-INS-HELD-COUNT
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

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:6) TO WS-GSI-TIME
           MOVE WS-INCREMENT-VALUE TO WS-GSI-INCREMENT-VALUE
           .

       NEXT-SEQUENCE-VALUE.
           OPEN I-O FS-SEQUENCE-FILE
               READ FS-SEQUENCE-FILE
               KEY IS FS-SEQ-NAME
               INVALID KEY
                   MOVE 1 TO WS-INCREMENT-VALUE
                   MOVE WS-SEQ-NAME TO FS-SEQ-NAME
                   MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
                   WRITE FS-SEQUENCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE WS-INCREMENT-VALUE =
                       FS-SEQ-LAST-INCREMENT + 1
                   MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
                   REWRITE FS-SEQUENCE-RECORD
                   END-REWRITE
               END-READ
           CLOSE FS-SEQUENCE-FILE
           .

       LOGIN-FAILED-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*    Driver ID / license number do not match.     *"
           DISPLAY "***************************************************"
           .

       SAFETY-DEFECT-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*  SAFETY DEFECT - this bus's trips are NOT READY *"
           DISPLAY "*  until a mechanic signs the defect off.         *"
           DISPLAY "***************************************************"
           .

       INVALID-INPUT.
           DISPLAY "***************************************************"
           DISPLAY "*              Invalid input. Try Again!          *"
