       IDENTIFICATION DIVISION.
       PROGRAM-ID. callcentre_report.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-AUDIT-FILE ASSIGN TO 'data/admin_audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

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
               'data/export/callcentre_agents.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-AUDIT-FILE.
       01  FS-AUDIT-RECORD.
           02    FS-AUD-ADMIN-ID    PIC X(15).
           02    FS-AUD-FILLER-1    PIC X(3).
           02    FS-AUD-ACTION    PIC X(20).
           02    FS-AUD-FILLER-2    PIC X(3).
           02    FS-AUD-RECORD-KEY    PIC X(15).
           02    FS-AUD-FILLER-3    PIC X(3).
           02    FS-AUD-TIME-STAMP.
               03    FS-AUD-DATE    PIC X(10).
               03    FS-AUD-FILLER-SPACE    PIC X(3).
               03    FS-AUD-TIME    PIC X(8).
           02    FS-AUD-FILLER-4    PIC X(3).
           02    FS-AUD-CHAIN-SEQ    PIC 9(9).
           02    FS-AUD-FILLER-5    PIC X(3).
           02    FS-AUD-CHAIN-HASH    PIC X(64).

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
       01  WS-AUD-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-BH-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TODAY-DATE    PIC 9(8).
       01  WS-CC-PERIOD-ENTRY    PIC X(10).
       01  WS-CC-PERIOD    PIC X(6).
       01  WS-CC-PERIOD-NUM REDEFINES WS-CC-PERIOD.
           02    WS-CC-PERIOD-YEAR    PIC 9(4).
           02    WS-CC-PERIOD-MONTH    PIC 99.
       01  WS-CC-AUDIT-PERIOD    PIC X(6).
      *    One row per agent with assisted activity in the month:
      *    calls taken (caller verified), failed identity checks,
      *    and the bookings, changes, cancellations and name
      *    transfers made in callers' accounts. Sales is the fare
      *    of the bookings the agent made.
       01  WS-CC-TABLE.
           02    WS-CC-ROW OCCURS 300 TIMES.
               03    WS-CC-AGENT-ID    PIC X(15).
               03    WS-CC-CALLS    PIC 9(5).
               03    WS-CC-OTP-FAILS    PIC 9(5).
               03    WS-CC-BOOKINGS    PIC 9(5).
               03    WS-CC-MODIFIES    PIC 9(5).
               03    WS-CC-CANCELS    PIC 9(5).
               03    WS-CC-TRANSFERS    PIC 9(5).
               03    WS-CC-SALES    PIC 9(12)V99.
       01  WS-CC-ROW-COUNT    PIC 9(3) VALUE 0.
       01  WS-CC-X    PIC 9(3).
       01  WS-CC-FOUND    PIC X.
       01  WS-CC-FARE    PIC 9(10)V99.
       01  WS-CC-TOT-CALLS    PIC 9(5) VALUE 0.
       01  WS-CC-TOT-OTP-FAILS    PIC 9(5) VALUE 0.
       01  WS-CC-TOT-BOOKINGS    PIC 9(5) VALUE 0.
       01  WS-CC-TOT-MODIFIES    PIC 9(5) VALUE 0.
       01  WS-CC-TOT-CANCELS    PIC 9(5) VALUE 0.
       01  WS-CC-TOT-TRANSFERS    PIC 9(5) VALUE 0.
       01  WS-CC-TOT-SALES    PIC 9(12)V99 VALUE 0.
       01  WS-CC-EDIT-COUNT-1    PIC Z(4)9.
       01  WS-CC-EDIT-COUNT-2    PIC Z(4)9.
       01  WS-CC-EDIT-COUNT-3    PIC Z(4)9.
       01  WS-CC-EDIT-COUNT-4    PIC Z(4)9.
       01  WS-CC-EDIT-COUNT-5    PIC Z(4)9.
       01  WS-CC-EDIT-COUNT-6    PIC Z(4)9.
       01  WS-CC-EDIT-AMOUNT    PIC Z(11)9.99.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Monthly call-centre activity: for each agent, the callers
      *    served in assisted-booking mode and the sales and changes
      *    made in their accounts, taken from the ASSIST- rows of
      *    the admin audit log. Written to
      *    data/export/callcentre_agents.txt; month_end_close runs it
      *    for the period it locks.
      *    Usage : callcentre_report [YYYYMM]
      *            (no period = last month)
           MOVE SPACES TO WS-CC-PERIOD-ENTRY
           ACCEPT WS-CC-PERIOD-ENTRY FROM COMMAND-LINE
           MOVE WS-CC-PERIOD-ENTRY(1:6) TO WS-CC-PERIOD

           IF WS-CC-PERIOD = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:6) TO WS-CC-PERIOD
               IF WS-CC-PERIOD-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-CC-PERIOD-YEAR
                   MOVE 12 TO WS-CC-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CC-PERIOD-MONTH
               END-IF
           END-IF

           IF WS-CC-PERIOD-NUM IS NOT NUMERIC OR
               WS-CC-PERIOD-MONTH < 1 OR
               WS-CC-PERIOD-MONTH > 12 THEN
               DISPLAY 'Usage: callcentre_report [YYYYMM]'
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           PERFORM LOAD-MONTH-ACTIVITY
           PERFORM WRITE-AGENT-REPORT

           DISPLAY 'CALL-CENTRE AGENTS - PERIOD ' WS-CC-PERIOD
           MOVE WS-CC-ROW-COUNT TO WS-CC-EDIT-COUNT-1
           DISPLAY 'Agents active          : ' WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-CALLS TO WS-CC-EDIT-COUNT-1
           DISPLAY 'Callers served         : ' WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-OTP-FAILS TO WS-CC-EDIT-COUNT-1
           DISPLAY 'Failed identity checks : ' WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-BOOKINGS TO WS-CC-EDIT-COUNT-1
           DISPLAY 'Bookings made          : ' WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-MODIFIES TO WS-CC-EDIT-COUNT-1
           DISPLAY 'Bookings changed       : ' WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-CANCELS TO WS-CC-EDIT-COUNT-1
           DISPLAY 'Bookings canceled      : ' WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-TRANSFERS TO WS-CC-EDIT-COUNT-1
           DISPLAY 'Name transfers         : ' WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-SALES TO WS-CC-EDIT-AMOUNT
           DISPLAY 'Sales value            : ' WS-CC-EDIT-AMOUNT
           DISPLAY 'Saved to data/export/callcentre_agents.txt'

           GOBACK
           STOP RUN.

       LOAD-MONTH-ACTIVITY.
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-BOOKING-HISTORY-FILE
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AUDIT-FILE
           IF WS-AUD-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-AUD-DATE(7:4) TO WS-CC-AUDIT-PERIOD(1:4)
                   MOVE FS-AUD-DATE(1:2) TO WS-CC-AUDIT-PERIOD(5:2)
                   IF WS-CC-AUDIT-PERIOD = WS-CC-PERIOD AND
                       FS-AUD-ACTION(1:7) = 'ASSIST-' THEN
                       PERFORM TALLY-ONE-ACTION
                   END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-FILE-STATUS = '00' OR
               WS-AUD-FILE-STATUS = '10' THEN
               CLOSE FS-AUDIT-FILE
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

       TALLY-ONE-ACTION.
      *    ASSIST-END only closes the call; it is not counted.
           IF FS-AUD-ACTION = 'ASSIST-END' THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM ADD-TO-AGENT-ROW
           IF WS-CC-FOUND = 'F' THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE FS-AUD-ACTION
               WHEN 'ASSIST-START'
                   ADD 1 TO WS-CC-CALLS(WS-CC-X)
                   ADD 1 TO WS-CC-TOT-CALLS
               WHEN 'ASSIST-OTP-FAIL'
                   ADD 1 TO WS-CC-OTP-FAILS(WS-CC-X)
                   ADD 1 TO WS-CC-TOT-OTP-FAILS
               WHEN 'ASSIST-BOOK'
                   ADD 1 TO WS-CC-BOOKINGS(WS-CC-X)
                   ADD 1 TO WS-CC-TOT-BOOKINGS
                   PERFORM FIND-BOOKING-FARE
                   ADD WS-CC-FARE TO WS-CC-SALES(WS-CC-X)
                   ADD WS-CC-FARE TO WS-CC-TOT-SALES
               WHEN 'ASSIST-MODIFY'
                   ADD 1 TO WS-CC-MODIFIES(WS-CC-X)
                   ADD 1 TO WS-CC-TOT-MODIFIES
               WHEN 'ASSIST-CANCEL'
                   ADD 1 TO WS-CC-CANCELS(WS-CC-X)
                   ADD 1 TO WS-CC-TOT-CANCELS
               WHEN 'ASSIST-TRANSFER'
                   ADD 1 TO WS-CC-TRANSFERS(WS-CC-X)
                   ADD 1 TO WS-CC-TOT-TRANSFERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       FIND-BOOKING-FARE.
      *    The fare is taken from the live booking, or from booking
      *    history once the trip has run and been archived.
           MOVE ZEROES TO WS-CC-FARE
           MOVE FS-AUD-RECORD-KEY TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               MOVE FS-AUD-RECORD-KEY TO FS-BH-BOOKING-ID
               READ FS-BOOKING-HISTORY-FILE
               KEY IS FS-BH-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BH-PRICE TO WS-CC-FARE
               END-READ
           NOT INVALID KEY
               MOVE FS-PRICE TO WS-CC-FARE
           END-READ
           .

       ADD-TO-AGENT-ROW.
           MOVE 'N' TO WS-CC-FOUND
           MOVE 1 TO WS-CC-X
           PERFORM UNTIL WS-CC-X > WS-CC-ROW-COUNT OR
               WS-CC-FOUND = 'Y'
               IF WS-CC-AGENT-ID(WS-CC-X) = FS-AUD-ADMIN-ID THEN
                   MOVE 'Y' TO WS-CC-FOUND
               ELSE
                   ADD 1 TO WS-CC-X
               END-IF
           END-PERFORM

           IF WS-CC-FOUND = 'N' THEN
               IF WS-CC-ROW-COUNT NOT < 300 THEN
                   DISPLAY 'WARNING: agent table full, '
                       FS-AUD-ADMIN-ID ' left out'
                   MOVE 'F' TO WS-CC-FOUND
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CC-ROW-COUNT
               MOVE WS-CC-ROW-COUNT TO WS-CC-X
               MOVE FS-AUD-ADMIN-ID TO WS-CC-AGENT-ID(WS-CC-X)
               MOVE ZEROES TO WS-CC-CALLS(WS-CC-X)
               MOVE ZEROES TO WS-CC-OTP-FAILS(WS-CC-X)
               MOVE ZEROES TO WS-CC-BOOKINGS(WS-CC-X)
               MOVE ZEROES TO WS-CC-MODIFIES(WS-CC-X)
               MOVE ZEROES TO WS-CC-CANCELS(WS-CC-X)
               MOVE ZEROES TO WS-CC-TRANSFERS(WS-CC-X)
               MOVE ZEROES TO WS-CC-SALES(WS-CC-X)
           END-IF
           .

       WRITE-AGENT-REPORT.
           OPEN OUTPUT FS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/callcentre_agents.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'CALL-CENTRE AGENTS - PERIOD ' WS-CC-PERIOD
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           MOVE 'AGENT ID       CALLS OTPFL  BOOK  MODS  CANC '
               TO FS-REPORT-RECORD
           MOVE ' XFER          SALES' TO FS-REPORT-RECORD(46:20)
           WRITE FS-REPORT-RECORD
           MOVE ALL '-' TO FS-REPORT-RECORD(1:66)
           WRITE FS-REPORT-RECORD

           MOVE 1 TO WS-CC-X
           PERFORM UNTIL WS-CC-X > WS-CC-ROW-COUNT
               MOVE WS-CC-CALLS(WS-CC-X) TO WS-CC-EDIT-COUNT-1
               MOVE WS-CC-OTP-FAILS(WS-CC-X) TO WS-CC-EDIT-COUNT-2
               MOVE WS-CC-BOOKINGS(WS-CC-X) TO WS-CC-EDIT-COUNT-3
               MOVE WS-CC-MODIFIES(WS-CC-X) TO WS-CC-EDIT-COUNT-4
               MOVE WS-CC-CANCELS(WS-CC-X) TO WS-CC-EDIT-COUNT-5
               MOVE WS-CC-TRANSFERS(WS-CC-X) TO WS-CC-EDIT-COUNT-6
               MOVE WS-CC-SALES(WS-CC-X) TO WS-CC-EDIT-AMOUNT
               MOVE SPACES TO FS-REPORT-RECORD
               STRING WS-CC-AGENT-ID(WS-CC-X)
                   WS-CC-EDIT-COUNT-1 ' ' WS-CC-EDIT-COUNT-2 ' '
                   WS-CC-EDIT-COUNT-3 ' ' WS-CC-EDIT-COUNT-4 ' '
                   WS-CC-EDIT-COUNT-5 ' ' WS-CC-EDIT-COUNT-6
                   WS-CC-EDIT-AMOUNT
               DELIMITED BY SIZE INTO FS-REPORT-RECORD
               WRITE FS-REPORT-RECORD
               ADD 1 TO WS-CC-X
           END-PERFORM

           MOVE WS-CC-TOT-CALLS TO WS-CC-EDIT-COUNT-1
           MOVE WS-CC-TOT-OTP-FAILS TO WS-CC-EDIT-COUNT-2
           MOVE WS-CC-TOT-BOOKINGS TO WS-CC-EDIT-COUNT-3
           MOVE WS-CC-TOT-MODIFIES TO WS-CC-EDIT-COUNT-4
           MOVE WS-CC-TOT-CANCELS TO WS-CC-EDIT-COUNT-5
           MOVE WS-CC-TOT-TRANSFERS TO WS-CC-EDIT-COUNT-6
           MOVE WS-CC-TOT-SALES TO WS-CC-EDIT-AMOUNT
           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           STRING 'TOTAL          '
               WS-CC-EDIT-COUNT-1 ' ' WS-CC-EDIT-COUNT-2 ' '
               WS-CC-EDIT-COUNT-3 ' ' WS-CC-EDIT-COUNT-4 ' '
               WS-CC-EDIT-COUNT-5 ' ' WS-CC-EDIT-COUNT-6
               WS-CC-EDIT-AMOUNT
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'CALL-CENTRE callcentre_report '
               'data/export/callcentre_agents.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .
