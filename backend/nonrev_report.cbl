       IDENTIFICATION DIVISION.
       PROGRAM-ID. nonrev_report.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-NONREV-TICKET-FILE ASSIGN TO
               'data/nonrev_tickets.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NRT-BOOKING-ID
               FILE STATUS IS WS-NRT-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BK-FILE-STATUS.

           SELECT FS-BOOKING-HISTORY-FILE ASSIGN TO
               'data/booking_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BH-BOOKING-ID
               FILE STATUS IS WS-BH-FILE-STATUS.

           SELECT FS-REPORT-FILE ASSIGN TO
               'data/export/nonrev_travel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-NONREV-TICKET-FILE.
       01  FS-NONREV-TICKET-RECORD.
           02    FS-NRT-BOOKING-ID    PIC X(15).
           02    FS-NRT-AUTH-ID    PIC X(15).
           02    FS-NRT-KIND    PIC X.
           02    FS-NRT-COST-CENTRE    PIC X(10).
           02    FS-NRT-APPROVER-ID    PIC X(15).
           02    FS-NRT-SCHEDULE-ID    PIC X(15).
           02    FS-NRT-TRAVEL-DATE    PIC X(10).
           02    FS-NRT-LIST-FARE    PIC 9(10)V99.
           02    FS-NRT-ISSUED-BY    PIC X(15).
           02    FS-NRT-TIME-STAMP    PIC X(21).

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
           02    FS-TIME-STAMP    PIC X(21).

       FD  FS-BOOKING-HISTORY-FILE.
       01  FS-BOOKING-HISTORY-RECORD.
           02    FS-BH-BOOKING-ID    PIC X(15).
           02    FS-BH-FK-USER-ID    PIC X(15).
           02    FS-BH-FK-SCHEDULE-ID    PIC X(15).
           02    FS-BH-SEAT-NUMBER    PIC 9(10).
           02    FS-BH-BOOKING-STATUS    PIC X(9).
           02    FS-BH-PRICE    PIC 9(10)V99.
           02    FS-BH-GROUP-ID    PIC X(15).
           02    FS-BH-PASSENGER-CATEGORY    PIC X(7).
           02    FS-BH-TIME-STAMP    PIC X(21).

       FD  FS-REPORT-FILE.
       01  FS-REPORT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-NRT-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TODAY-DATE    PIC 9(8).
       01  WS-NR-PERIOD-ENTRY    PIC X(10).
       01  WS-NR-PERIOD    PIC X(6).
       01  WS-NR-PERIOD-NUM REDEFINES WS-NR-PERIOD.
           02    WS-NR-PERIOD-YEAR    PIC 9(4).
           02    WS-NR-PERIOD-MONTH    PIC 99.
       01  WS-NR-TRAVEL-PERIOD    PIC X(6).
       01  WS-NR-ROW-STATUS    PIC X(9).
      *    What became of the ticket: T travelled, N no-show, X never
      *    seated (waitlisted at close or canceled), I issued and not
      *    yet travelled.
       01  WS-NR-OUTCOME    PIC X.
           88    WS-NR-TRAVELLED    VALUE 'T'.
           88    WS-NR-NO-SHOW    VALUE 'N'.
           88    WS-NR-NOT-SEATED    VALUE 'X'.
           88    WS-NR-ISSUED    VALUE 'I'.
      *    One row per cost centre and one per approver, each with
      *    the tickets issued, how they ended and the fare forgone.
      *    The fare forgone counts only tickets that held a seat.
       01  WS-NR-CENTRE-TABLE.
           02    WS-NR-CENTRE OCCURS 200 TIMES.
               03    WS-NR-C-KEY    PIC X(15).
               03    WS-NR-C-TICKETS    PIC 9(7).
               03    WS-NR-C-TRAVELLED    PIC 9(7).
               03    WS-NR-C-NO-SHOWS    PIC 9(7).
               03    WS-NR-C-NOT-SEATED    PIC 9(7).
               03    WS-NR-C-DUTY    PIC 9(7).
               03    WS-NR-C-STAFF    PIC 9(7).
               03    WS-NR-C-COMP    PIC 9(7).
               03    WS-NR-C-FORGONE    PIC 9(12)V99.
       01  WS-NR-CENTRE-COUNT    PIC 9(3) VALUE 0.
       01  WS-NR-APPROVER-TABLE.
           02    WS-NR-APPROVER OCCURS 200 TIMES.
               03    WS-NR-A-KEY    PIC X(15).
               03    WS-NR-A-TICKETS    PIC 9(7).
               03    WS-NR-A-TRAVELLED    PIC 9(7).
               03    WS-NR-A-NO-SHOWS    PIC 9(7).
               03    WS-NR-A-NOT-SEATED    PIC 9(7).
               03    WS-NR-A-DUTY    PIC 9(7).
               03    WS-NR-A-STAFF    PIC 9(7).
               03    WS-NR-A-COMP    PIC 9(7).
               03    WS-NR-A-FORGONE    PIC 9(12)V99.
       01  WS-NR-APPROVER-COUNT    PIC 9(3) VALUE 0.
       01  WS-NR-X    PIC 9(3).
       01  WS-NR-FOUND    PIC X.
       01  WS-NR-TOT-TICKETS    PIC 9(7) VALUE 0.
       01  WS-NR-TOT-TRAVELLED    PIC 9(7) VALUE 0.
       01  WS-NR-TOT-NO-SHOWS    PIC 9(7) VALUE 0.
       01  WS-NR-TOT-NOT-SEATED    PIC 9(7) VALUE 0.
       01  WS-NR-TOT-FORGONE    PIC 9(12)V99 VALUE 0.
       01  WS-NR-EDIT-COUNT-1    PIC Z(6)9.
       01  WS-NR-EDIT-COUNT-2    PIC Z(6)9.
       01  WS-NR-EDIT-COUNT-3    PIC Z(6)9.
       01  WS-NR-EDIT-COUNT-4    PIC Z(6)9.
       01  WS-NR-EDIT-COUNT-5    PIC Z(6)9.
       01  WS-NR-EDIT-COUNT-6    PIC Z(6)9.
       01  WS-NR-EDIT-COUNT-7    PIC Z(6)9.
       01  WS-NR-EDIT-AMOUNT    PIC Z(11)9.99.
       01  WS-NR-SECTION-TITLE    PIC X(20).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Monthly non-revenue travel: the zero-fare duty, staff and
      *    complimentary tickets issued at the counter, by the cost
      *    centre charged and by the admin who approved them, with
      *    the list fare that was given up. Tickets are counted in
      *    the month of travel. Written to
      *    data/export/nonrev_travel.txt; month_end_close runs it
      *    for the period it locks.
      *    Usage : nonrev_report [YYYYMM]   (no period = last month)
           MOVE SPACES TO WS-NR-PERIOD-ENTRY
           ACCEPT WS-NR-PERIOD-ENTRY FROM COMMAND-LINE
           MOVE WS-NR-PERIOD-ENTRY(1:6) TO WS-NR-PERIOD

           IF WS-NR-PERIOD = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:6) TO WS-NR-PERIOD
               IF WS-NR-PERIOD-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-NR-PERIOD-YEAR
                   MOVE 12 TO WS-NR-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-NR-PERIOD-MONTH
               END-IF
           END-IF

           IF WS-NR-PERIOD-NUM IS NOT NUMERIC OR
               WS-NR-PERIOD-MONTH < 1 OR
               WS-NR-PERIOD-MONTH > 12 THEN
               DISPLAY 'Usage: nonrev_report [YYYYMM]'
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           PERFORM LOAD-MONTH-TICKETS
           PERFORM WRITE-NONREV-REPORT

           MOVE WS-NR-TOT-TICKETS TO WS-NR-EDIT-COUNT-1
           MOVE WS-NR-TOT-TRAVELLED TO WS-NR-EDIT-COUNT-2
           MOVE WS-NR-TOT-NO-SHOWS TO WS-NR-EDIT-COUNT-3
           MOVE WS-NR-TOT-NOT-SEATED TO WS-NR-EDIT-COUNT-4
           MOVE WS-NR-TOT-FORGONE TO WS-NR-EDIT-AMOUNT
           DISPLAY 'NON-REVENUE TRAVEL - PERIOD ' WS-NR-PERIOD
           DISPLAY 'Tickets issued         : ' WS-NR-EDIT-COUNT-1
           DISPLAY 'Travelled              : ' WS-NR-EDIT-COUNT-2
           DISPLAY 'No-shows               : ' WS-NR-EDIT-COUNT-3
           DISPLAY 'Never seated           : ' WS-NR-EDIT-COUNT-4
           DISPLAY 'Fare forgone           : ' WS-NR-EDIT-AMOUNT
           DISPLAY 'Cost centres / approvers : ' WS-NR-CENTRE-COUNT
               ' / ' WS-NR-APPROVER-COUNT
           DISPLAY 'Saved to data/export/nonrev_travel.txt'

           GOBACK
           STOP RUN.

       LOAD-MONTH-TICKETS.
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-BOOKING-HISTORY-FILE
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-NONREV-TICKET-FILE
           IF WS-NRT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-NONREV-TICKET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-NRT-TRAVEL-DATE(7:4) TO
                       WS-NR-TRAVEL-PERIOD(1:4)
                   MOVE FS-NRT-TRAVEL-DATE(1:2) TO
                       WS-NR-TRAVEL-PERIOD(5:2)
                   IF WS-NR-TRAVEL-PERIOD = WS-NR-PERIOD THEN
                       PERFORM CLASSIFY-TICKET
                       PERFORM ADD-TO-CENTRE
                       PERFORM ADD-TO-APPROVER
                   END-IF
               END-READ
           END-PERFORM
           IF WS-NRT-FILE-STATUS = '00' OR
               WS-NRT-FILE-STATUS = '10' THEN
               CLOSE FS-NONREV-TICKET-FILE
           END-IF
           IF WS-BK-FILE-STATUS = '00' OR
               WS-BK-FILE-STATUS = '23' THEN
               CLOSE FS-BOOKING-FILE
           END-IF
           IF WS-BH-FILE-STATUS = '00' OR
               WS-BH-FILE-STATUS = '23' THEN
               CLOSE FS-BOOKING-HISTORY-FILE
           END-IF
           .

       CLASSIFY-TICKET.
      *    The booking says what became of the ticket; once the
      *    booking has been archived the history copy is used.
           MOVE SPACES TO WS-NR-ROW-STATUS
           MOVE FS-NRT-BOOKING-ID TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               MOVE FS-NRT-BOOKING-ID TO FS-BH-BOOKING-ID
               READ FS-BOOKING-HISTORY-FILE
               KEY IS FS-BH-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BH-BOOKING-STATUS TO WS-NR-ROW-STATUS
               END-READ
           NOT INVALID KEY
               MOVE FS-BOOKING-STATUS TO WS-NR-ROW-STATUS
           END-READ

           EVALUATE WS-NR-ROW-STATUS
               WHEN 'boarded'
               WHEN 'alighted'
                   MOVE 'T' TO WS-NR-OUTCOME
                   ADD 1 TO WS-NR-TOT-TRAVELLED
               WHEN 'no-show'
                   MOVE 'N' TO WS-NR-OUTCOME
                   ADD 1 TO WS-NR-TOT-NO-SHOWS
               WHEN 'waitlist'
               WHEN 'canceled'
               WHEN SPACES
                   MOVE 'X' TO WS-NR-OUTCOME
                   ADD 1 TO WS-NR-TOT-NOT-SEATED
               WHEN OTHER
                   MOVE 'I' TO WS-NR-OUTCOME
           END-EVALUATE

           ADD 1 TO WS-NR-TOT-TICKETS
           IF NOT WS-NR-NOT-SEATED THEN
               ADD FS-NRT-LIST-FARE TO WS-NR-TOT-FORGONE
           END-IF
           .

       ADD-TO-CENTRE.
           MOVE 'N' TO WS-NR-FOUND
           MOVE 1 TO WS-NR-X
           PERFORM UNTIL WS-NR-X > WS-NR-CENTRE-COUNT OR
               WS-NR-FOUND = 'Y'
               IF WS-NR-C-KEY(WS-NR-X) = FS-NRT-COST-CENTRE THEN
                   MOVE 'Y' TO WS-NR-FOUND
               ELSE
                   ADD 1 TO WS-NR-X
               END-IF
           END-PERFORM

           IF WS-NR-FOUND = 'N' THEN
               IF WS-NR-CENTRE-COUNT NOT < 200 THEN
                   DISPLAY 'WARNING: cost centre table full, '
                       FS-NRT-COST-CENTRE ' left out'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NR-CENTRE-COUNT
               MOVE WS-NR-CENTRE-COUNT TO WS-NR-X
               MOVE FS-NRT-COST-CENTRE TO WS-NR-C-KEY(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-TICKETS(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-TRAVELLED(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-NO-SHOWS(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-NOT-SEATED(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-DUTY(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-STAFF(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-COMP(WS-NR-X)
               MOVE ZEROES TO WS-NR-C-FORGONE(WS-NR-X)
           END-IF

           ADD 1 TO WS-NR-C-TICKETS(WS-NR-X)
           EVALUATE TRUE
               WHEN WS-NR-TRAVELLED
                   ADD 1 TO WS-NR-C-TRAVELLED(WS-NR-X)
               WHEN WS-NR-NO-SHOW
                   ADD 1 TO WS-NR-C-NO-SHOWS(WS-NR-X)
               WHEN WS-NR-NOT-SEATED
                   ADD 1 TO WS-NR-C-NOT-SEATED(WS-NR-X)
           END-EVALUATE
           EVALUATE FS-NRT-KIND
               WHEN 'D'
                   ADD 1 TO WS-NR-C-DUTY(WS-NR-X)
               WHEN 'S'
                   ADD 1 TO WS-NR-C-STAFF(WS-NR-X)
               WHEN OTHER
                   ADD 1 TO WS-NR-C-COMP(WS-NR-X)
           END-EVALUATE
           IF NOT WS-NR-NOT-SEATED THEN
               ADD FS-NRT-LIST-FARE TO WS-NR-C-FORGONE(WS-NR-X)
           END-IF
           .

       ADD-TO-APPROVER.
           MOVE 'N' TO WS-NR-FOUND
           MOVE 1 TO WS-NR-X
           PERFORM UNTIL WS-NR-X > WS-NR-APPROVER-COUNT OR
               WS-NR-FOUND = 'Y'
               IF WS-NR-A-KEY(WS-NR-X) = FS-NRT-APPROVER-ID THEN
                   MOVE 'Y' TO WS-NR-FOUND
               ELSE
                   ADD 1 TO WS-NR-X
               END-IF
           END-PERFORM

           IF WS-NR-FOUND = 'N' THEN
               IF WS-NR-APPROVER-COUNT NOT < 200 THEN
                   DISPLAY 'WARNING: approver table full, '
                       FS-NRT-APPROVER-ID ' left out'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NR-APPROVER-COUNT
               MOVE WS-NR-APPROVER-COUNT TO WS-NR-X
               MOVE FS-NRT-APPROVER-ID TO WS-NR-A-KEY(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-TICKETS(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-TRAVELLED(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-NO-SHOWS(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-NOT-SEATED(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-DUTY(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-STAFF(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-COMP(WS-NR-X)
               MOVE ZEROES TO WS-NR-A-FORGONE(WS-NR-X)
           END-IF

           ADD 1 TO WS-NR-A-TICKETS(WS-NR-X)
           EVALUATE TRUE
               WHEN WS-NR-TRAVELLED
                   ADD 1 TO WS-NR-A-TRAVELLED(WS-NR-X)
               WHEN WS-NR-NO-SHOW
                   ADD 1 TO WS-NR-A-NO-SHOWS(WS-NR-X)
               WHEN WS-NR-NOT-SEATED
                   ADD 1 TO WS-NR-A-NOT-SEATED(WS-NR-X)
           END-EVALUATE
           EVALUATE FS-NRT-KIND
               WHEN 'D'
                   ADD 1 TO WS-NR-A-DUTY(WS-NR-X)
               WHEN 'S'
                   ADD 1 TO WS-NR-A-STAFF(WS-NR-X)
               WHEN OTHER
                   ADD 1 TO WS-NR-A-COMP(WS-NR-X)
           END-EVALUATE
           IF NOT WS-NR-NOT-SEATED THEN
               ADD FS-NRT-LIST-FARE TO WS-NR-A-FORGONE(WS-NR-X)
           END-IF
           .

       WRITE-NONREV-REPORT.
           OPEN OUTPUT FS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/nonrev_travel.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'NON-REVENUE TRAVEL - PERIOD ' WS-NR-PERIOD
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           MOVE 'BY COST CENTRE' TO WS-NR-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE 1 TO WS-NR-X
           PERFORM UNTIL WS-NR-X > WS-NR-CENTRE-COUNT
               MOVE WS-NR-C-TICKETS(WS-NR-X) TO WS-NR-EDIT-COUNT-1
               MOVE WS-NR-C-DUTY(WS-NR-X) TO WS-NR-EDIT-COUNT-2
               MOVE WS-NR-C-STAFF(WS-NR-X) TO WS-NR-EDIT-COUNT-3
               MOVE WS-NR-C-COMP(WS-NR-X) TO WS-NR-EDIT-COUNT-4
               MOVE WS-NR-C-TRAVELLED(WS-NR-X) TO WS-NR-EDIT-COUNT-5
               MOVE WS-NR-C-NO-SHOWS(WS-NR-X) TO WS-NR-EDIT-COUNT-6
               MOVE WS-NR-C-NOT-SEATED(WS-NR-X) TO WS-NR-EDIT-COUNT-7
               MOVE WS-NR-C-FORGONE(WS-NR-X) TO WS-NR-EDIT-AMOUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING WS-NR-C-KEY(WS-NR-X) ' '
                   WS-NR-EDIT-COUNT-1 ' ' WS-NR-EDIT-COUNT-2 ' '
                   WS-NR-EDIT-COUNT-3 ' ' WS-NR-EDIT-COUNT-4 ' '
                   WS-NR-EDIT-COUNT-5 ' ' WS-NR-EDIT-COUNT-6 ' '
                   WS-NR-EDIT-COUNT-7 ' ' WS-NR-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               ADD 1 TO WS-NR-X
           END-PERFORM
           PERFORM WRITE-TOTAL-LINE

           MOVE 'BY APPROVER' TO WS-NR-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE 1 TO WS-NR-X
           PERFORM UNTIL WS-NR-X > WS-NR-APPROVER-COUNT
               MOVE WS-NR-A-TICKETS(WS-NR-X) TO WS-NR-EDIT-COUNT-1
               MOVE WS-NR-A-DUTY(WS-NR-X) TO WS-NR-EDIT-COUNT-2
               MOVE WS-NR-A-STAFF(WS-NR-X) TO WS-NR-EDIT-COUNT-3
               MOVE WS-NR-A-COMP(WS-NR-X) TO WS-NR-EDIT-COUNT-4
               MOVE WS-NR-A-TRAVELLED(WS-NR-X) TO WS-NR-EDIT-COUNT-5
               MOVE WS-NR-A-NO-SHOWS(WS-NR-X) TO WS-NR-EDIT-COUNT-6
               MOVE WS-NR-A-NOT-SEATED(WS-NR-X) TO WS-NR-EDIT-COUNT-7
               MOVE WS-NR-A-FORGONE(WS-NR-X) TO WS-NR-EDIT-AMOUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING WS-NR-A-KEY(WS-NR-X) ' '
                   WS-NR-EDIT-COUNT-1 ' ' WS-NR-EDIT-COUNT-2 ' '
                   WS-NR-EDIT-COUNT-3 ' ' WS-NR-EDIT-COUNT-4 ' '
                   WS-NR-EDIT-COUNT-5 ' ' WS-NR-EDIT-COUNT-6 ' '
                   WS-NR-EDIT-COUNT-7 ' ' WS-NR-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               ADD 1 TO WS-NR-X
           END-PERFORM
           PERFORM WRITE-TOTAL-LINE

           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'NON-REVENUE nonrev_report '
               'data/export/nonrev_travel.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       WRITE-SECTION-HEADING.
           MOVE WS-NR-SECTION-TITLE TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE 'KEY             TICKETS    DUTY   STAFF    COMP '
               TO FS-REPORT-RECORD
           MOVE 'TRAVELD NO-SHOW  UNSEAT     FARE FORGONE'
               TO FS-REPORT-RECORD(49:41)
           WRITE FS-REPORT-RECORD
           MOVE ALL '-' TO FS-REPORT-RECORD(1:88)
           WRITE FS-REPORT-RECORD
           .

       WRITE-TOTAL-LINE.
           MOVE WS-NR-TOT-TICKETS TO WS-NR-EDIT-COUNT-1
           MOVE WS-NR-TOT-TRAVELLED TO WS-NR-EDIT-COUNT-5
           MOVE WS-NR-TOT-NO-SHOWS TO WS-NR-EDIT-COUNT-6
           MOVE WS-NR-TOT-NOT-SEATED TO WS-NR-EDIT-COUNT-7
           MOVE WS-NR-TOT-FORGONE TO WS-NR-EDIT-AMOUNT
           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'TOTAL           ' WS-NR-EDIT-COUNT-1
               '                         '
               WS-NR-EDIT-COUNT-5 ' ' WS-NR-EDIT-COUNT-6 ' '
               WS-NR-EDIT-COUNT-7 ' ' WS-NR-EDIT-AMOUNT
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           .
