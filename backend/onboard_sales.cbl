               RECORD KEY IS FS-CRM-SCHEDULE-ID
               FILE STATUS IS WS-CRM-FILE-STATUS.

           SELECT FS-TICKET-PAD-FILE ASSIGN TO
               'data/ticket_pads.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TPD-PAD-ID
               FILE STATUS IS WS-TPD-FILE-STATUS.

           SELECT FS-SCHEDULE-CREW-FILE ASSIGN TO
               'data/schedule_crew.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCW-SCHEDULE-ID
               FILE STATUS IS WS-SCW-FILE-STATUS.

           SELECT FS-CONDUCTORS-FILE ASSIGN TO 'data/conductors.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CD-CONDUCTOR-ID
               FILE STATUS IS WS-CD-FILE-STATUS.

           SELECT FS-MINOR-TRAVEL-FILE ASSIGN TO
               'data/minor_travel.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-UMT-BOOKING-ID
               FILE STATUS IS WS-UMT-FILE-STATUS.

           SELECT FS-TICKET-REJECT-FILE ASSIGN TO
               'data/export/onboard_ticket_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-TRJ-FILE-STATUS.

           SELECT FS-TICKET-GAP-FILE ASSIGN TO
               'data/export/ticket_gap_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-TGP-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-CRM-COUNTED-CASH    PIC 9(10)V99.
           02    FS-CRM-VARIANCE    PIC S9(10)V99.
           02    FS-CRM-STATUS    PIC X(8).
           02    FS-CRM-TIME-STAMP    PIC X(22).

      *    Accountable forms register: one row per paper ticket pad,
      *    serials SERIAL-FROM thru SERIAL-TO. A pad is received into
      *    'stock', 'issued' to a conductor for one trip and
      *    'returned' with the last serial used (zero when the pad
      *    came back untouched).
       FD  FS-TICKET-PAD-FILE.
       01  FS-TICKET-PAD-RECORD.
           02    FS-TPD-PAD-ID    PIC X(15).
           02    FS-TPD-SERIAL-FROM    PIC 9(10).
           02    FS-TPD-SERIAL-TO    PIC 9(10).
           02    FS-TPD-PRINTER-REF    PIC X(15).
           02    FS-TPD-RECEIVED-DATE    PIC X(10).
           02    FS-TPD-STATUS    PIC X(8).
               88    FS-TPD-IN-STOCK    VALUE 'stock'.
               88    FS-TPD-IS-ISSUED    VALUE 'issued'.
               88    FS-TPD-IS-RETURNED    VALUE 'returned'.
           02    FS-TPD-FK-CONDUCTOR-ID    PIC X(15).
           02    FS-TPD-FK-SCHEDULE-ID    PIC X(15).
           02    FS-TPD-ISSUED-DATE    PIC X(10).
           02    FS-TPD-LAST-USED    PIC 9(10).
           02    FS-TPD-RETURNED-DATE    PIC X(10).
           02    FS-TPD-TIME-STAMP    PIC X(21).

       FD  FS-SCHEDULE-CREW-FILE.
       01  FS-SCHEDULE-CREW-RECORD.
           02    FS-SCW-SCHEDULE-ID    PIC X(15).
           02    FS-SCW-FK-CONDUCTOR-ID    PIC X(15).

       FD  FS-CONDUCTORS-FILE.
       01  FS-CONDUCTORS-RECORD.
           02    FS-CD-CONDUCTOR-ID    PIC X(15).
           02    FS-CD-NAME    PIC X(30).
           02    FS-CD-BADGE-NUMBER    PIC X(20).
           02    FS-CD-STATUS    PIC X(11).
           02    FS-CD-TIME-STAMP    PIC X(21).

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

       FD  FS-TICKET-REJECT-FILE.
       01  FS-TICKET-REJECT-RECORD    PIC X(132).

       FD  FS-TICKET-GAP-FILE.
       01  FS-TICKET-GAP-RECORD    PIC X(132).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
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
       01  WS-CKD-ENTRY    PIC X(15).
       01  WS-CKD-OK    PIC X.
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-OB-DUP-BOOKING-ID    PIC X(15).
       01  WS-OB-ARCHIVE-CMD    PIC X(100).
       01  WS-OB-STAMP-DATE.
           02    WS-OB-STAMP-YYYY    PIC 9999.
           02    WS-OB-STAMP-MM    PIC 99.
           02    WS-OB-STAMP-DD    PIC 99.
       01  WS-OB-BOOKING-ID    PIC X(15).
       01  WS-CRM-SCHEDULE-ENTRY    PIC X(15).
       01  WS-CRM-CONDUCTOR-ENTRY    PIC X(15).
       01  WS-CRM-COUNTED-ENTRY    PIC 9(10)V99.
       01  WS-TPD-FILE-STATUS    PIC XX.
       01  WS-SCW-FILE-STATUS    PIC XX.
       01  WS-CD-FILE-STATUS    PIC XX.
       01  WS-TRJ-FILE-STATUS    PIC XX.
       01  WS-TGP-FILE-STATUS    PIC XX.
       01  WS-TPD-EOF    PIC X.
       01  WS-TPD-BK-EOF    PIC X.
       01  WS-TPD-PAY-EOF    PIC X.
       01  WS-TPD-LINE    PIC X(132).
       01  WS-TPD-PAD-ENTRY    PIC X(15).
       01  WS-TPD-PRINTER-ENTRY    PIC X(15).
       01  WS-TPD-FROM-ENTRY    PIC 9(10).
       01  WS-TPD-TO-ENTRY    PIC 9(10).
       01  WS-TPD-SIZE-ENTRY    PIC 9(4).
       01  WS-TPD-LAST-ENTRY    PIC 9(10).
       01  WS-TPD-CONDUCTOR-ENTRY    PIC X(15).
       01  WS-TPD-SCHEDULE-ENTRY    PIC X(15).
       01  WS-TPD-PAD-FROM    PIC 9(10).
       01  WS-TPD-PAD-TO    PIC 9(10).
       01  WS-TPD-OVERLAP    PIC X.
       01  WS-TPD-PAD-COUNT    PIC 9(5).
       01  WS-TPD-TICKET-IN    PIC X(10).
       01  WS-TPD-TICKET-X    PIC X(10).
       01  WS-TPD-TICKET-LEN    PIC 9(2).
       01  WS-TPD-SERIAL    PIC 9(10).
       01  WS-TPD-SERIAL-OK    PIC X.
       01  WS-TPD-TRIP-CONDUCTOR    PIC X(15).
       01  WS-TPD-TICKET-OK    PIC X.
       01  WS-TPD-REJECT-REASON    PIC X(30).
       01  WS-TPD-REJECT-COUNT    PIC 9(5).
       01  WS-TPD-SOLD-TABLE.
           02    WS-TPD-SOLD OCCURS 1000 TIMES    PIC X.
       01  WS-TPD-I    PIC 9(4).
       01  WS-TPD-SOLD-COUNT    PIC 9(5).
       01  WS-TPD-MISSING-COUNT    PIC 9(5).
       01  WS-TPD-UNUSED-COUNT    PIC 9(5).
       01  WS-TPD-OUT-COUNT    PIC 9(5).
       01  WS-TPD-TOTAL-MISSING    PIC 9(7).
       01  WS-TPD-TOTAL-OUT    PIC 9(7).
       01  WS-TPD-BOOKING-ID    PIC X(15).
       01  WS-TPD-GAP-SERIAL    PIC 9(10).
       01  WS-TPD-EDIT-COUNT    PIC ZZZZ9.
       01  WS-TPD-BK-OPEN    PIC X.
       01  WS-TPD-PAY-OPEN    PIC X.
       01  WS-TPD-LIMIT    PIC 9(10).
       01  WS-TPD-PAD-SIZE    PIC 9(10).
       01  WS-UMT-FILE-STATUS    PIC XX.
       01  WS-UMH-BOOKING-ENTRY    PIC X(15).
       01  WS-UMH-CONDUCTOR-ENTRY    PIC X(15).
       01  WS-UMH-NAME-ENTRY    PIC X(40).
       01  WS-UMH-ID-ENTRY    PIC X(20).
       01  WS-UMH-TRIP-CONDUCTOR    PIC X(15).
       01  WS-UMH-OK    PIC X.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.
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
      *    the booking and payment files under the 'onboard' channel
      *    marker, and build the expected-cash figure the conductor
      *    remits against - the same proof the counter drawers get.
      *    The ticket pads themselves are accountable forms: every
      *    pad is on the register from the printer to its return,
      *    and a ticket is only taken off a pad issued to the
      *    conductor who crewed the trip.
           PERFORM LOAD-CHECK-DIGIT-CUTOVER
           MOVE SPACES TO WS-OB-MENU-CHOICE
           PERFORM UNTIL WS-OB-MENU-CHOICE = '7'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY ' '
               DISPLAY '1 - Import Onboard Sales File'
               DISPLAY '2 - Conductor Remittance'
               DISPLAY '3 - Receive Ticket Pads'
               DISPLAY '4 - Issue Ticket Pad'
               DISPLAY '5 - Return Ticket Pad'
               DISPLAY '6 - Ticket Gap Report'
               DISPLAY '8 - Unaccompanied Minor Handover'
               DISPLAY '7 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-OB-MENU-CHOICE
                   WHEN '2'
                       PERFORM CONDUCTOR-REMITTANCE
                   WHEN '3'
                       PERFORM RECEIVE-TICKET-PADS
                   WHEN '4'
                       PERFORM ISSUE-TICKET-PAD
                   WHEN '5'
                       PERFORM RETURN-TICKET-PAD
                   WHEN '6'
                       PERFORM TICKET-GAP-REPORT
                   WHEN '8'
                       PERFORM RECORD-MINOR-HANDOVER
                   WHEN '7'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
               EXIT PARAGRAPH
           END-IF

      *    Lines off pads the conductor was never issued are kept
      *    out of the sales and listed for the forms clerk.
           MOVE ZEROES TO WS-TPD-REJECT-COUNT
           CALL "SYSTEM" USING "mkdir -p data/export"
           OPEN EXTEND FS-TICKET-REJECT-FILE
           IF WS-TRJ-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-TICKET-REJECT-FILE
           END-IF

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-ONBOARD-IMPORT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-OB-SCHEDULE-ID NOT = SPACES THEN
                       PERFORM CHECK-TICKET-ISSUED
                   END-IF
                   IF FS-OB-SCHEDULE-ID NOT = SPACES AND
                       WS-TPD-TICKET-OK NOT = 'Y' THEN
                       PERFORM WRITE-TICKET-REJECT
                   END-IF
                   IF FS-OB-SCHEDULE-ID NOT = SPACES AND
                       WS-TPD-TICKET-OK = 'Y' THEN
      *                A rerun of the same conductor file must not
      *                sell every ticket twice: the schedule plus
      *                ticket number already on a loaded payment
               END-READ
           END-PERFORM
           CLOSE FS-ONBOARD-IMPORT-FILE
           IF WS-TRJ-FILE-STATUS = '00' THEN
               CLOSE FS-TICKET-REJECT-FILE
           END-IF

           PERFORM POST-EXPECTED-CASH
           PERFORM ARCHIVE-ONBOARD-IMPORT

           DISPLAY 'Onboard sales imported : ' WS-OB-IMPORTED-COUNT
           DISPLAY 'Duplicates skipped     : ' WS-OB-DUP-COUNT
           DISPLAY 'Tickets rejected       : ' WS-TPD-REJECT-COUNT
           DISPLAY 'Cash expected          : ' WS-OB-IMPORTED-CASH
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
      *    A cleanly loaded file moves out of the inbox so the same
      *    run can never pick it up again; the dated name keeps it
      *    for the audit trail.
           ACCEPT WS-OB-STAMP-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OB-ARCHIVE-CMD
           STRING 'mv data/import/onboard_sales.txt '
               'data/import/onboard_sales_'
               WS-OB-STAMP-YYYY WS-OB-STAMP-MM WS-OB-STAMP-DD
               '.done'
           DELIMITED BY SIZE INTO WS-OB-ARCHIVE-CMD
           CALL "SYSTEM" USING WS-OB-ARCHIVE-CMD
           MOVE 'BOOKING' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           PERFORM APPLY-BOOKING-CHECK-DIGIT
           MOVE WS-GENERATED-ID TO WS-OB-BOOKING-ID

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
                   MOVE 'ONBOARD-SALE' TO WS-BEV-CHANGED-BY
                   PERFORM WRITE-BOOKING-EVENT
           END-WRITE
           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           MOVE 'WRT' TO WS-JRN-ACTION
           ACCEPT WS-BUFFER
           .

       RECORD-MINOR-HANDOVER.
      *    At the destination the conductor releases a child
      *    travelling alone only to the receiving guardian named at
      *    sale, against the ID number given then. The name of the
      *    person who actually took the child goes on the record; a
      *    mismatched ID is refused and the sending guardian called.
           DISPLAY 'Booking ID      : ' WITH NO ADVANCING
           ACCEPT WS-UMH-BOOKING-ENTRY
           MOVE WS-UMH-BOOKING-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               DISPLAY ' ** BOOKING ID CHECK DIGIT IS WRONG - RE-KEY **'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Conductor ID    : ' WITH NO ADVANCING
           ACCEPT WS-UMH-CONDUCTOR-ENTRY

           MOVE 'N' TO WS-UMH-OK
           OPEN INPUT FS-CONDUCTORS-FILE
           IF WS-CD-FILE-STATUS = '00' THEN
               MOVE WS-UMH-CONDUCTOR-ENTRY TO FS-CD-CONDUCTOR-ID
               READ FS-CONDUCTORS-FILE
               KEY IS FS-CD-CONDUCTOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-UMH-OK
               END-READ
               CLOSE FS-CONDUCTORS-FILE
           END-IF
           IF WS-UMH-OK NOT = 'Y' THEN
               DISPLAY 'No conductor with that ID.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-MINOR-TRAVEL-FILE
           IF WS-UMT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No unaccompanied minors on file.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UMH-BOOKING-ENTRY TO FS-UMT-BOOKING-ID
           READ FS-MINOR-TRAVEL-FILE
           KEY IS FS-UMT-BOOKING-ID
           INVALID KEY
               CLOSE FS-MINOR-TRAVEL-FILE
               DISPLAY 'That booking is not an unaccompanied minor.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-READ

           IF FS-UMT-STATUS = 'handed' THEN
               CLOSE FS-MINOR-TRAVEL-FILE
               DISPLAY 'Already handed over to '
                   FUNCTION TRIM(FS-UMT-HANDED-TO-NAME)
                   ' at ' FS-UMT-HANDOVER-STAMP
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    Only the conductor who crewed the trip signs the child
      *    over.
           MOVE SPACES TO WS-UMH-TRIP-CONDUCTOR
           OPEN INPUT FS-BOOKING-FILE
           MOVE WS-UMH-BOOKING-ENTRY TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               MOVE SPACES TO FS-FK-SCHEDULE-ID
           END-READ
           CLOSE FS-BOOKING-FILE
           OPEN INPUT FS-SCHEDULE-CREW-FILE
           IF WS-SCW-FILE-STATUS = '00' THEN
               MOVE FS-FK-SCHEDULE-ID TO FS-SCW-SCHEDULE-ID
               READ FS-SCHEDULE-CREW-FILE
               KEY IS FS-SCW-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-SCW-FK-CONDUCTOR-ID TO
                       WS-UMH-TRIP-CONDUCTOR
               END-READ
               CLOSE FS-SCHEDULE-CREW-FILE
           END-IF
           IF WS-UMH-TRIP-CONDUCTOR NOT = SPACES AND
               WS-UMH-TRIP-CONDUCTOR NOT = WS-UMH-CONDUCTOR-ENTRY
               THEN
               CLOSE FS-MINOR-TRAVEL-FILE
               DISPLAY 'That trip is crewed by conductor '
                   WS-UMH-TRIP-CONDUCTOR
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Minor              : ' FS-UMT-MINOR-NAME
           DISPLAY 'Release to         : ' FS-UMT-RECV-NAME
           DISPLAY 'Registered ID      : ' FS-UMT-RECV-ID-TYPE ' '
               FS-UMT-RECV-ID-NO
           DISPLAY ' '
           DISPLAY 'Received by (name) : ' WITH NO ADVANCING
           ACCEPT WS-UMH-NAME-ENTRY
           DISPLAY 'ID number shown    : ' WITH NO ADVANCING
           ACCEPT WS-UMH-ID-ENTRY

           IF WS-UMH-NAME-ENTRY = SPACES OR
               WS-UMH-ID-ENTRY NOT = FS-UMT-RECV-ID-NO THEN
               CLOSE FS-MINOR-TRAVEL-FILE
               DISPLAY ' '
               DISPLAY 'ID does not match the receiving guardian on'
                   ' file - DO NOT RELEASE.'
               DISPLAY 'Call the sending guardian, '
                   FUNCTION TRIM(FS-UMT-SEND-NAME) ', on '
                   FS-UMT-SEND-PHONE
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'handed' TO FS-UMT-STATUS
           MOVE WS-UMH-NAME-ENTRY TO FS-UMT-HANDED-TO-NAME
           MOVE WS-UMH-ID-ENTRY TO FS-UMT-HANDED-TO-ID-NO
           MOVE WS-UMH-CONDUCTOR-ENTRY TO FS-UMT-FK-CONDUCTOR-ID
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-UMT-HANDOVER-STAMP
           REWRITE FS-MINOR-TRAVEL-RECORD
           END-REWRITE
           CLOSE FS-MINOR-TRAVEL-FILE

           DISPLAY ' '
           DISPLAY 'Handover recorded: '
               FUNCTION TRIM(FS-UMT-MINOR-NAME) ' released to '
               FUNCTION TRIM(FS-UMT-HANDED-TO-NAME)
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       CHECK-TICKET-ISSUED.
      *    A paper ticket is only good if its serial sits on a pad
      *    issued to the conductor crewing the trip, and, once the
      *    pad is back, at or below the last serial reported used.
           MOVE 'N' TO WS-TPD-TICKET-OK
           MOVE 'SERIAL NOT ON THE FORMS REGISTER' TO
               WS-TPD-REJECT-REASON
           MOVE FS-OB-TICKET-NO TO WS-TPD-TICKET-IN
           PERFORM CONVERT-TICKET-SERIAL
           IF WS-TPD-SERIAL-OK NOT = 'Y' THEN
               MOVE 'TICKET NUMBER IS NOT A SERIAL' TO
                   WS-TPD-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TPD-TRIP-CONDUCTOR
           OPEN INPUT FS-SCHEDULE-CREW-FILE
           IF WS-SCW-FILE-STATUS = '00' THEN
               MOVE FS-OB-SCHEDULE-ID TO FS-SCW-SCHEDULE-ID
               READ FS-SCHEDULE-CREW-FILE
               KEY IS FS-SCW-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-SCW-FK-CONDUCTOR-ID TO
                       WS-TPD-TRIP-CONDUCTOR
               END-READ
               CLOSE FS-SCHEDULE-CREW-FILE
           END-IF
           IF WS-TPD-TRIP-CONDUCTOR = SPACES THEN
               MOVE 'NO CONDUCTOR ON THE TRIP' TO
                   WS-TPD-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TPD-EOF
           OPEN INPUT FS-TICKET-PAD-FILE
           IF WS-TPD-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-TPD-EOF
           END-IF
           PERFORM UNTIL WS-TPD-EOF = 'Y'
               READ FS-TICKET-PAD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TPD-EOF
               NOT AT END
                   IF WS-TPD-SERIAL >= FS-TPD-SERIAL-FROM AND
                       WS-TPD-SERIAL <= FS-TPD-SERIAL-TO THEN
                       MOVE 'Y' TO WS-TPD-EOF
                       PERFORM CHECK-TICKET-PAD
                   END-IF
               END-READ
           END-PERFORM
           IF WS-TPD-FILE-STATUS = '00' OR
               WS-TPD-FILE-STATUS = '10' THEN
               CLOSE FS-TICKET-PAD-FILE
           END-IF
           .

       CHECK-TICKET-PAD.
           EVALUATE TRUE
               WHEN FS-TPD-IN-STOCK
                   MOVE 'PAD NEVER ISSUED' TO WS-TPD-REJECT-REASON
               WHEN FS-TPD-FK-CONDUCTOR-ID NOT =
                   WS-TPD-TRIP-CONDUCTOR
                   MOVE 'PAD ISSUED TO ANOTHER CONDUCTOR' TO
                       WS-TPD-REJECT-REASON
               WHEN FS-TPD-IS-RETURNED AND
                   WS-TPD-SERIAL > FS-TPD-LAST-USED
                   MOVE 'SERIAL WAS RETURNED UNUSED' TO
                       WS-TPD-REJECT-REASON
               WHEN FS-TPD-IS-ISSUED OR FS-TPD-IS-RETURNED
                   MOVE 'Y' TO WS-TPD-TICKET-OK
               WHEN OTHER
                   MOVE 'PAD NOT IN USE' TO WS-TPD-REJECT-REASON
           END-EVALUATE
           .

       CONVERT-TICKET-SERIAL.
      *    Ticket numbers come in left-justified; only all-digit
      *    numbers are serials off the register.
           MOVE 'N' TO WS-TPD-SERIAL-OK
           MOVE ZEROES TO WS-TPD-SERIAL
           MOVE ZEROES TO WS-TPD-TICKET-LEN
           MOVE FUNCTION TRIM(WS-TPD-TICKET-IN) TO WS-TPD-TICKET-X
           INSPECT WS-TPD-TICKET-X TALLYING WS-TPD-TICKET-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TPD-TICKET-LEN > 0 THEN
               IF WS-TPD-TICKET-X(1:WS-TPD-TICKET-LEN) IS NUMERIC
                   THEN
                   COMPUTE WS-TPD-SERIAL = FUNCTION NUMVAL(
                       WS-TPD-TICKET-X(1:WS-TPD-TICKET-LEN))
                   MOVE 'Y' TO WS-TPD-SERIAL-OK
               END-IF
           END-IF
           .

       WRITE-TICKET-REJECT.
           ADD 1 TO WS-TPD-REJECT-COUNT
           MOVE SPACES TO WS-TPD-LINE
           PERFORM GENERATE-TIME-STAMP
           STRING WS-TS-DATE ' ' FS-OB-SCHEDULE-ID ' '
               FS-OB-TICKET-NO ' ' FS-OB-FARE ' '
               WS-TPD-REJECT-REASON
               DELIMITED BY SIZE INTO WS-TPD-LINE
           IF WS-TRJ-FILE-STATUS = '00' THEN
               WRITE FS-TICKET-REJECT-RECORD FROM WS-TPD-LINE
           END-IF
           DISPLAY 'REJECTED ' FS-OB-SCHEDULE-ID ' ticket '
               FS-OB-TICKET-NO ' - ' WS-TPD-REJECT-REASON
           .

       RECEIVE-TICKET-PADS.
      *    A printer delivery is one unbroken serial range, cut into
      *    pads of the size given. No serial may be on the register
      *    twice.
           DISPLAY 'Printer delivery reference : ' WITH NO ADVANCING
           ACCEPT WS-TPD-PRINTER-ENTRY
           DISPLAY 'First serial               : ' WITH NO ADVANCING
           ACCEPT WS-TPD-FROM-ENTRY
           DISPLAY 'Last serial                : ' WITH NO ADVANCING
           ACCEPT WS-TPD-TO-ENTRY
           DISPLAY 'Tickets per pad (0 = 50)   : ' WITH NO ADVANCING
           ACCEPT WS-TPD-SIZE-ENTRY
           IF WS-TPD-SIZE-ENTRY = ZEROES THEN
               MOVE 50 TO WS-TPD-SIZE-ENTRY
           END-IF
           IF WS-TPD-FROM-ENTRY = ZEROES OR
               WS-TPD-TO-ENTRY < WS-TPD-FROM-ENTRY OR
               WS-TPD-SIZE-ENTRY > 1000 THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TPD-OVERLAP
           MOVE SPACES TO WS-TPD-EOF
           OPEN INPUT FS-TICKET-PAD-FILE
           IF WS-TPD-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-TPD-EOF
           END-IF
           PERFORM UNTIL WS-TPD-EOF = 'Y'
               READ FS-TICKET-PAD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TPD-EOF
               NOT AT END
                   IF FS-TPD-SERIAL-FROM <= WS-TPD-TO-ENTRY AND
                       FS-TPD-SERIAL-TO >= WS-TPD-FROM-ENTRY THEN
                       MOVE 'Y' TO WS-TPD-OVERLAP
                       MOVE 'Y' TO WS-TPD-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-TPD-FILE-STATUS = '00' OR
               WS-TPD-FILE-STATUS = '10' THEN
               CLOSE FS-TICKET-PAD-FILE
           END-IF
           IF WS-TPD-OVERLAP = 'Y' THEN
               DISPLAY 'Serials overlap pad ' FS-TPD-PAD-ID
                   ' already on the register.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-TICKET-PAD-FILE
           IF WS-TPD-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-TICKET-PAD-FILE
           END-IF
           MOVE ZEROES TO WS-TPD-PAD-COUNT
           MOVE WS-TPD-FROM-ENTRY TO WS-TPD-PAD-FROM
           PERFORM UNTIL WS-TPD-PAD-FROM > WS-TPD-TO-ENTRY
               COMPUTE WS-TPD-PAD-TO =
                   WS-TPD-PAD-FROM + WS-TPD-SIZE-ENTRY - 1
               IF WS-TPD-PAD-TO > WS-TPD-TO-ENTRY THEN
                   MOVE WS-TPD-TO-ENTRY TO WS-TPD-PAD-TO
               END-IF
               MOVE ZEROES TO WS-INCREMENT-VALUE
               MOVE 'TICKETPAD' TO WS-SEQ-NAME
               PERFORM NEXT-SEQUENCE-VALUE
               PERFORM GENERATE-ID-SEQUENCE
               PERFORM GENERATE-TIME-STAMP
               MOVE SPACES TO FS-TICKET-PAD-RECORD
               MOVE WS-GENERATED-ID TO FS-TPD-PAD-ID
               MOVE WS-TPD-PAD-FROM TO FS-TPD-SERIAL-FROM
               MOVE WS-TPD-PAD-TO TO FS-TPD-SERIAL-TO
               MOVE WS-TPD-PRINTER-ENTRY TO FS-TPD-PRINTER-REF
               MOVE WS-TS-DATE TO FS-TPD-RECEIVED-DATE
               MOVE 'stock' TO FS-TPD-STATUS
               MOVE ZEROES TO FS-TPD-LAST-USED
               MOVE WS-TIME-STAMP TO FS-TPD-TIME-STAMP
               WRITE FS-TICKET-PAD-RECORD
               END-WRITE
               ADD 1 TO WS-TPD-PAD-COUNT
               DISPLAY ' Pad ' FS-TPD-PAD-ID ' serials '
                   FS-TPD-SERIAL-FROM ' - ' FS-TPD-SERIAL-TO
               COMPUTE WS-TPD-PAD-FROM = WS-TPD-PAD-TO + 1
           END-PERFORM
           CLOSE FS-TICKET-PAD-FILE

           DISPLAY ' '
           DISPLAY 'Pads received into stock : ' WS-TPD-PAD-COUNT
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       ISSUE-TICKET-PAD.
           DISPLAY 'Pad ID          : ' WITH NO ADVANCING
           ACCEPT WS-TPD-PAD-ENTRY
           DISPLAY 'Conductor ID    : ' WITH NO ADVANCING
           ACCEPT WS-TPD-CONDUCTOR-ENTRY
           DISPLAY 'Schedule ID     : ' WITH NO ADVANCING
           ACCEPT WS-TPD-SCHEDULE-ENTRY

           MOVE 'N' TO WS-TPD-TICKET-OK
           OPEN INPUT FS-CONDUCTORS-FILE
           IF WS-CD-FILE-STATUS = '00' THEN
               MOVE WS-TPD-CONDUCTOR-ENTRY TO FS-CD-CONDUCTOR-ID
               READ FS-CONDUCTORS-FILE
               KEY IS FS-CD-CONDUCTOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TPD-TICKET-OK
               END-READ
               CLOSE FS-CONDUCTORS-FILE
           END-IF
           IF WS-TPD-TICKET-OK NOT = 'Y' THEN
               DISPLAY 'No conductor with that ID.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    The pad goes to whoever crews the trip; a trip not yet
      *    crewed takes the pad on trust and the import holds the
      *    conductor to it.
           MOVE SPACES TO WS-TPD-TRIP-CONDUCTOR
           OPEN INPUT FS-SCHEDULE-CREW-FILE
           IF WS-SCW-FILE-STATUS = '00' THEN
               MOVE WS-TPD-SCHEDULE-ENTRY TO FS-SCW-SCHEDULE-ID
               READ FS-SCHEDULE-CREW-FILE
               KEY IS FS-SCW-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-SCW-FK-CONDUCTOR-ID TO
                       WS-TPD-TRIP-CONDUCTOR
               END-READ
               CLOSE FS-SCHEDULE-CREW-FILE
           END-IF
           IF WS-TPD-TRIP-CONDUCTOR NOT = SPACES AND
               WS-TPD-TRIP-CONDUCTOR NOT = WS-TPD-CONDUCTOR-ENTRY
               THEN
               DISPLAY 'That trip is crewed by conductor '
                   WS-TPD-TRIP-CONDUCTOR
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-TPD-TRIP-CONDUCTOR = SPACES THEN
               DISPLAY 'Note: no conductor assigned to that trip yet.'
           END-IF

           OPEN I-O FS-TICKET-PAD-FILE
           IF WS-TPD-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No ticket pads on the register.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TPD-PAD-ENTRY TO FS-TPD-PAD-ID
           READ FS-TICKET-PAD-FILE
           KEY IS FS-TPD-PAD-ID
           INVALID KEY
               DISPLAY 'No pad with that ID.'
           NOT INVALID KEY
               IF NOT FS-TPD-IN-STOCK THEN
                   DISPLAY 'Pad is ' FS-TPD-STATUS
                       ' - only a pad in stock can be issued.'
               ELSE
                   PERFORM GENERATE-TIME-STAMP
                   MOVE 'issued' TO FS-TPD-STATUS
                   MOVE WS-TPD-CONDUCTOR-ENTRY TO
                       FS-TPD-FK-CONDUCTOR-ID
                   MOVE WS-TPD-SCHEDULE-ENTRY TO
                       FS-TPD-FK-SCHEDULE-ID
                   MOVE WS-TS-DATE TO FS-TPD-ISSUED-DATE
                   MOVE ZEROES TO FS-TPD-LAST-USED
                   MOVE WS-TIME-STAMP TO FS-TPD-TIME-STAMP
                   REWRITE FS-TICKET-PAD-RECORD
                   END-REWRITE
                   DISPLAY 'Pad ' FS-TPD-PAD-ID ' serials '
                       FS-TPD-SERIAL-FROM ' - ' FS-TPD-SERIAL-TO
                       ' issued.'
               END-IF
           END-READ
           CLOSE FS-TICKET-PAD-FILE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       RETURN-TICKET-PAD.
      *    Serials after the last one used come back unused; any
      *    serial up to it that was not sold is a missing ticket.
           DISPLAY 'Pad ID                      : ' WITH NO ADVANCING
           ACCEPT WS-TPD-PAD-ENTRY
           OPEN I-O FS-TICKET-PAD-FILE
           IF WS-TPD-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No ticket pads on the register.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TPD-TICKET-OK
           MOVE WS-TPD-PAD-ENTRY TO FS-TPD-PAD-ID
           READ FS-TICKET-PAD-FILE
           KEY IS FS-TPD-PAD-ID
           INVALID KEY
               DISPLAY 'No pad with that ID.'
           NOT INVALID KEY
               IF NOT FS-TPD-IS-ISSUED THEN
                   DISPLAY 'Pad is ' FS-TPD-STATUS
                       ' - only an issued pad can be returned.'
               ELSE
                   MOVE 'Y' TO WS-TPD-TICKET-OK
               END-IF
           END-READ
           IF WS-TPD-TICKET-OK NOT = 'Y' THEN
               CLOSE FS-TICKET-PAD-FILE
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Serials ' FS-TPD-SERIAL-FROM ' - '
               FS-TPD-SERIAL-TO ' issued to ' FS-TPD-FK-CONDUCTOR-ID
           DISPLAY 'Last serial used (0 = none) : ' WITH NO ADVANCING
           ACCEPT WS-TPD-LAST-ENTRY
           IF WS-TPD-LAST-ENTRY NOT = ZEROES AND
               (WS-TPD-LAST-ENTRY < FS-TPD-SERIAL-FROM OR
                WS-TPD-LAST-ENTRY > FS-TPD-SERIAL-TO) THEN
               CLOSE FS-TICKET-PAD-FILE
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE 'returned' TO FS-TPD-STATUS
           MOVE WS-TPD-LAST-ENTRY TO FS-TPD-LAST-USED
           MOVE WS-TS-DATE TO FS-TPD-RETURNED-DATE
           MOVE WS-TIME-STAMP TO FS-TPD-TIME-STAMP
           REWRITE FS-TICKET-PAD-RECORD
           END-REWRITE
           CLOSE FS-TICKET-PAD-FILE

           PERFORM OPEN-TICKET-SALES
           PERFORM COUNT-PAD-TICKETS
           PERFORM CLOSE-TICKET-SALES
           DISPLAY ' '
           DISPLAY 'Tickets sold (imported) : ' WS-TPD-SOLD-COUNT
           DISPLAY 'Returned unused         : ' WS-TPD-UNUSED-COUNT
           DISPLAY 'Missing                 : ' WS-TPD-MISSING-COUNT
           IF WS-TPD-MISSING-COUNT > 0 THEN
               DISPLAY 'Missing serials are listed on the ticket gap'
                   ' report.'
           END-IF
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       TICKET-GAP-REPORT.
      *    Every serial issued that was neither sold nor returned
      *    unused. A returned pad lists its missing serials; a pad
      *    still out shows how many of its tickets are unaccounted.
           CALL "SYSTEM" USING "mkdir -p data/export"
           OPEN OUTPUT FS-TICKET-GAP-FILE
           IF WS-TGP-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Unable to open the ticket gap report.'
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE SPACES TO WS-TPD-LINE
           STRING 'ACCOUNTABLE FORMS - TICKET GAP REPORT  '
               WS-TS-DATE DELIMITED BY SIZE INTO WS-TPD-LINE
           WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE
           MOVE SPACES TO WS-TPD-LINE
           WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE
           MOVE 'PAD ID          SERIAL      CONDUCTOR       SCHEDULE'-
               '        STATUS' TO WS-TPD-LINE
           WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE

           MOVE ZEROES TO WS-TPD-TOTAL-MISSING
           MOVE ZEROES TO WS-TPD-TOTAL-OUT
           PERFORM OPEN-TICKET-SALES
           MOVE SPACES TO WS-TPD-EOF
           OPEN INPUT FS-TICKET-PAD-FILE
           IF WS-TPD-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-TPD-EOF
           END-IF
           PERFORM UNTIL WS-TPD-EOF = 'Y'
               READ FS-TICKET-PAD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TPD-EOF
               NOT AT END
                   IF FS-TPD-IS-ISSUED OR FS-TPD-IS-RETURNED THEN
                       PERFORM COUNT-PAD-TICKETS
                       PERFORM WRITE-PAD-GAPS
                   END-IF
               END-READ
           END-PERFORM
           IF WS-TPD-FILE-STATUS = '00' OR
               WS-TPD-FILE-STATUS = '10' THEN
               CLOSE FS-TICKET-PAD-FILE
           END-IF
           PERFORM CLOSE-TICKET-SALES

           MOVE SPACES TO WS-TPD-LINE
           WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE
           MOVE SPACES TO WS-TPD-LINE
           STRING 'MISSING SERIALS ON RETURNED PADS : '
               WS-TPD-TOTAL-MISSING DELIMITED BY SIZE INTO WS-TPD-LINE
           WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE
           MOVE SPACES TO WS-TPD-LINE
           STRING 'UNSOLD SERIALS ON PADS STILL OUT : '
               WS-TPD-TOTAL-OUT DELIMITED BY SIZE INTO WS-TPD-LINE
           WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE
           CLOSE FS-TICKET-GAP-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'TICKET-GAP onboard_sales '
               'data/export/ticket_gap_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY 'Missing serials on returned pads : '
               WS-TPD-TOTAL-MISSING
           DISPLAY 'Unsold serials on pads still out : '
               WS-TPD-TOTAL-OUT
           DISPLAY 'Report written to data/export/ticket_gap_report.txt'
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       WRITE-PAD-GAPS.
           IF FS-TPD-IS-ISSUED THEN
               IF WS-TPD-OUT-COUNT > 0 THEN
                   ADD WS-TPD-OUT-COUNT TO WS-TPD-TOTAL-OUT
                   MOVE WS-TPD-OUT-COUNT TO WS-TPD-EDIT-COUNT
                   MOVE SPACES TO WS-TPD-LINE
                   STRING FS-TPD-PAD-ID ' ' FS-TPD-SERIAL-FROM '  '
                       FS-TPD-FK-CONDUCTOR-ID ' '
                       FS-TPD-FK-SCHEDULE-ID ' NOT RETURNED - '
                       WS-TPD-EDIT-COUNT ' UNSOLD'
                       DELIMITED BY SIZE INTO WS-TPD-LINE
                   WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD WS-TPD-MISSING-COUNT TO WS-TPD-TOTAL-MISSING
           MOVE 1 TO WS-TPD-I
           PERFORM UNTIL FS-TPD-SERIAL-FROM + WS-TPD-I - 1 >
               WS-TPD-LIMIT OR WS-TPD-I > 1000
               IF WS-TPD-SOLD(WS-TPD-I) NOT = 'Y' THEN
                   COMPUTE WS-TPD-GAP-SERIAL =
                       FS-TPD-SERIAL-FROM + WS-TPD-I - 1
                   MOVE SPACES TO WS-TPD-LINE
                   STRING FS-TPD-PAD-ID ' ' WS-TPD-GAP-SERIAL '  '
                       FS-TPD-FK-CONDUCTOR-ID ' '
                       FS-TPD-FK-SCHEDULE-ID ' MISSING'
                       DELIMITED BY SIZE INTO WS-TPD-LINE
                   WRITE FS-TICKET-GAP-RECORD FROM WS-TPD-LINE
               END-IF
               ADD 1 TO WS-TPD-I
           END-PERFORM
           .

       OPEN-TICKET-SALES.
           MOVE 'N' TO WS-TPD-BK-OPEN
           MOVE 'N' TO WS-TPD-PAY-OPEN
           OPEN INPUT FS-BOOKING-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-TPD-BK-OPEN
           END-IF
           OPEN INPUT FS-PAYMENT-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-TPD-PAY-OPEN
           END-IF
           .

       CLOSE-TICKET-SALES.
           IF WS-TPD-BK-OPEN = 'Y' THEN
               CLOSE FS-BOOKING-FILE
           END-IF
           IF WS-TPD-PAY-OPEN = 'Y' THEN
               CLOSE FS-PAYMENT-FILE
           END-IF
           .

       COUNT-PAD-TICKETS.
      *    Marks the pad's serials that came in as onboard sales on
      *    its trip and counts what is sold, returned unused,
      *    missing, and (for a pad still out) not yet accounted for.
           COMPUTE WS-TPD-PAD-SIZE =
               FS-TPD-SERIAL-TO - FS-TPD-SERIAL-FROM + 1
           MOVE 1 TO WS-TPD-I
           PERFORM UNTIL WS-TPD-I > WS-TPD-PAD-SIZE OR
               WS-TPD-I > 1000
               MOVE 'N' TO WS-TPD-SOLD(WS-TPD-I)
               ADD 1 TO WS-TPD-I
           END-PERFORM
           MOVE ZEROES TO WS-TPD-SOLD-COUNT
           MOVE ZEROES TO WS-TPD-MISSING-COUNT
           MOVE ZEROES TO WS-TPD-UNUSED-COUNT
           MOVE ZEROES TO WS-TPD-OUT-COUNT

           IF WS-TPD-BK-OPEN = 'Y' AND WS-TPD-PAY-OPEN = 'Y' THEN
               MOVE SPACES TO WS-TPD-BK-EOF
               MOVE FS-TPD-FK-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
               START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
                   INVALID KEY MOVE 'Y' TO WS-TPD-BK-EOF
               END-START
               PERFORM UNTIL WS-TPD-BK-EOF = 'Y'
                   READ FS-BOOKING-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TPD-BK-EOF
                   NOT AT END
                       IF FS-FK-SCHEDULE-ID NOT =
                           FS-TPD-FK-SCHEDULE-ID THEN
                           MOVE 'Y' TO WS-TPD-BK-EOF
                       ELSE
                           IF FS-FK-USER-ID = 'ONBOARD' THEN
                               MOVE FS-BOOKING-ID TO
                                   WS-TPD-BOOKING-ID
                               PERFORM MARK-PAD-TICKET-SOLD
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF FS-TPD-IS-RETURNED THEN
               IF FS-TPD-LAST-USED = ZEROES THEN
                   COMPUTE WS-TPD-LIMIT = FS-TPD-SERIAL-FROM - 1
               ELSE
                   MOVE FS-TPD-LAST-USED TO WS-TPD-LIMIT
               END-IF
               COMPUTE WS-TPD-UNUSED-COUNT =
                   FS-TPD-SERIAL-TO - WS-TPD-LIMIT
           ELSE
               MOVE FS-TPD-SERIAL-TO TO WS-TPD-LIMIT
           END-IF
           MOVE 1 TO WS-TPD-I
           PERFORM UNTIL FS-TPD-SERIAL-FROM + WS-TPD-I - 1 >
               WS-TPD-LIMIT OR WS-TPD-I > 1000
               IF WS-TPD-SOLD(WS-TPD-I) NOT = 'Y' THEN
                   IF FS-TPD-IS-RETURNED THEN
                       ADD 1 TO WS-TPD-MISSING-COUNT
                   ELSE
                       ADD 1 TO WS-TPD-OUT-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-TPD-I
           END-PERFORM
           .

       MARK-PAD-TICKET-SOLD.
           MOVE SPACES TO WS-TPD-PAY-EOF
           MOVE WS-TPD-BOOKING-ID TO FS-FK-BOOKING-ID
           START FS-PAYMENT-FILE KEY IS = FS-FK-BOOKING-ID
               INVALID KEY MOVE 'Y' TO WS-TPD-PAY-EOF
           END-START
           PERFORM UNTIL WS-TPD-PAY-EOF = 'Y'
               READ FS-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TPD-PAY-EOF
               NOT AT END
                   IF FS-FK-BOOKING-ID NOT = WS-TPD-BOOKING-ID THEN
                       MOVE 'Y' TO WS-TPD-PAY-EOF
                   ELSE
                       IF FS-PAYMENT-METHOD = 'onboard' THEN
                           MOVE FS-EWALLET-REF-NUMBER TO
                               WS-TPD-TICKET-IN
                           PERFORM CONVERT-TICKET-SERIAL
                           IF WS-TPD-SERIAL-OK = 'Y' AND
                               WS-TPD-SERIAL >= FS-TPD-SERIAL-FROM AND
                               WS-TPD-SERIAL <= FS-TPD-SERIAL-TO THEN
                               COMPUTE WS-TPD-I = WS-TPD-SERIAL -
                                   FS-TPD-SERIAL-FROM + 1
                               IF WS-TPD-I <= 1000 AND
                                   WS-TPD-SOLD(WS-TPD-I) NOT = 'Y'
                                   THEN
                                   MOVE 'Y' TO WS-TPD-SOLD(WS-TPD-I)
                                   ADD 1 TO WS-TPD-SOLD-COUNT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
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
               MOVE 'onboard_sales' TO FS-BEV-PROGRAM
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
