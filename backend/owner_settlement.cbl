       IDENTIFICATION DIVISION.
       PROGRAM-ID. owner_settlement.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-OWNER-FILE ASSIGN TO 'data/vehicle_owners.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OWN-OWNER-ID
               FILE STATUS IS WS-OWN-FILE-STATUS.

           SELECT FS-OWNERSHIP-FILE ASSIGN TO
               'data/vehicle_ownership.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VOW-VEHICLE-ID
               FILE STATUS IS WS-VOW-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BK-FILE-STATUS.

           SELECT FS-SETTLEMENT-FILE ASSIGN TO
               'data/owner_settlements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OST-KEY
               FILE STATUS IS WS-OST-FILE-STATUS.

           SELECT FS-AP-INVOICE-FILE ASSIGN TO 'data/ap_invoices.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-API-INVOICE-ID
               FILE STATUS IS WS-API-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-STATEMENT-FILE ASSIGN TO
               'data/export/owner_statement.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-OWNER-FILE.
       01  FS-OWNER-RECORD.
           02    FS-OWN-OWNER-ID    PIC X(15).
           02    FS-OWN-NAME    PIC X(30).
           02    FS-OWN-TIN    PIC X(15).
           02    FS-OWN-CONTRACT-TYPE    PIC X.
               88    FS-OWN-IS-BOUNDARY    VALUE 'B'.
               88    FS-OWN-IS-SHARE    VALUE 'S'.
           02    FS-OWN-DAILY-BOUNDARY    PIC 9(7)V99.
           02    FS-OWN-COMPANY-SHARE-PCT    PIC 9(3)V99.
           02    FS-OWN-TERMS-DAYS    PIC 9(3).
           02    FS-OWN-CARRY-FWD    PIC 9(8)V99.
           02    FS-OWN-STATUS    PIC X(8).
           02    FS-OWN-TIME-STAMP    PIC X(21).

       FD  FS-OWNERSHIP-FILE.
       01  FS-OWNERSHIP-RECORD.
           02    FS-VOW-VEHICLE-ID    PIC X(15).
           02    FS-VOW-FK-OWNER-ID    PIC X(15).
           02    FS-VOW-OWNERSHIP    PIC X.
               88    FS-VOW-IS-OWNER-OPERATED    VALUE 'O'.
               88    FS-VOW-IS-COMPANY    VALUE 'C'.
           02    FS-VOW-EFFECTIVE-DATE    PIC 9(8).
           02    FS-VOW-TIME-STAMP    PIC X(21).

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

       FD  FS-SETTLEMENT-FILE.
       01  FS-SETTLEMENT-RECORD.
           02    FS-OST-KEY.
               03    FS-OST-OWNER-ID    PIC X(15).
               03    FS-OST-SETTLE-DATE    PIC 9(8).
           02    FS-OST-CONTRACT-TYPE    PIC X.
           02    FS-OST-TRIPS    PIC 9(4).
           02    FS-OST-UNITS    PIC 9(3).
           02    FS-OST-BOOKED-REVENUE    PIC 9(10)V99.
           02    FS-OST-ONBOARD-REVENUE    PIC 9(10)V99.
           02    FS-OST-TOTAL-REVENUE    PIC 9(10)V99.
           02    FS-OST-COMPANY-DUE    PIC 9(10)V99.
           02    FS-OST-OWNER-SHARE    PIC S9(10)V99.
           02    FS-OST-CARRY-APPLIED    PIC 9(10)V99.
           02    FS-OST-NET-PAYABLE    PIC 9(10)V99.
           02    FS-OST-SHORTFALL    PIC 9(10)V99.
           02    FS-OST-CARRY-AFTER    PIC 9(10)V99.
           02    FS-OST-FK-INVOICE-ID    PIC X(15).
           02    FS-OST-POSTED-DATE    PIC X(10).
           02    FS-OST-TIME-STAMP    PIC X(21).

       FD  FS-AP-INVOICE-FILE.
       01  FS-AP-INVOICE-RECORD.
           02    FS-API-INVOICE-ID    PIC X(15).
           02    FS-API-FK-SUPPLIER-ID    PIC X(15).
           02    FS-API-SUPPLIER-INV-NO    PIC X(15).
           02    FS-API-INVOICE-DATE    PIC 99/99/9999.
           02    FS-API-DUE-DATE    PIC 99/99/9999.
           02    FS-API-SOURCE-TYPE    PIC X(8).
           02    FS-API-FK-SOURCE-ID    PIC X(15).
           02    FS-API-SOURCE-QTY    PIC 9(6)V99.
           02    FS-API-QUANTITY    PIC 9(6)V99.
           02    FS-API-UNIT-PRICE    PIC 9(6)V9999.
           02    FS-API-AMOUNT    PIC 9(10)V99.
           02    FS-API-PAID-AMOUNT    PIC 9(10)V99.
           02    FS-API-MATCH-NOTE    PIC X(30).
           02    FS-API-STATUS    PIC X(8).
           02    FS-API-POSTED-DATE    PIC X(10).
           02    FS-API-TIME-STAMP    PIC X(21).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

       FD  FS-STATEMENT-FILE.
       01  FS-STATEMENT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-OWN-FILE-STATUS    PIC XX.
       01  WS-VOW-FILE-STATUS    PIC XX.
       01  WS-BK-FILE-STATUS    PIC XX.
       01  WS-OST-FILE-STATUS    PIC XX.
       01  WS-API-FILE-STATUS    PIC XX.
       01  WS-STATEMENT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-BK-EOF    PIC X.
       01  WS-BK-OPEN    PIC X VALUE 'N'.
       01  WS-LINE    PIC X(132).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TIME    PIC 9(8).
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
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
       01  WS-OS-DATE-ENTRY    PIC X(10).
       01  WS-OS-SETTLE-DATE    PIC 99/99/9999.
       01  WS-OS-SETTLE-INT    PIC 9(8).
       01  WS-OS-DUE-INT    PIC 9(8).
       01  WS-OS-DUE-DAY    PIC S9(9) COMP.
       01  WS-OS-OWNER-TABLE.
           02    WS-OS-OWNER OCCURS 200 TIMES.
               03    WS-OS-O-OWNER-ID    PIC X(15).
               03    WS-OS-O-NAME    PIC X(30).
               03    WS-OS-O-CONTRACT-TYPE    PIC X.
               03    WS-OS-O-BOUNDARY    PIC 9(7)V99.
               03    WS-OS-O-SHARE-PCT    PIC 9(3)V99.
               03    WS-OS-O-TERMS-DAYS    PIC 9(3).
               03    WS-OS-O-TRIPS    PIC 9(4).
               03    WS-OS-O-UNITS    PIC 9(3).
               03    WS-OS-O-BOOKED    PIC 9(10)V99.
               03    WS-OS-O-ONBOARD    PIC 9(10)V99.
       01  WS-OS-OWNER-COUNT    PIC 9(3) VALUE 0.
       01  WS-OS-O    PIC 9(3).
       01  WS-OS-VEHICLE-TABLE.
           02    WS-OS-VEHICLE OCCURS 500 TIMES.
               03    WS-OS-V-VEHICLE-ID    PIC X(15).
               03    WS-OS-V-OWNER-IDX    PIC 9(3).
               03    WS-OS-V-RAN    PIC X.
       01  WS-OS-VEHICLE-COUNT    PIC 9(3) VALUE 0.
       01  WS-OS-V    PIC 9(3).
       01  WS-OS-TRIP-TABLE.
           02    WS-OS-TRIP OCCURS 3000 TIMES.
               03    WS-OS-T-SCHEDULE-ID    PIC X(15).
               03    WS-OS-T-VEHICLE-ID    PIC X(15).
               03    WS-OS-T-OWNER-IDX    PIC 9(3).
               03    WS-OS-T-DEPART    PIC X(8).
               03    WS-OS-T-BOOKED    PIC 9(10)V99.
               03    WS-OS-T-ONBOARD    PIC 9(10)V99.
       01  WS-OS-TRIP-COUNT    PIC 9(4) VALUE 0.
       01  WS-OS-T    PIC 9(4).
       01  WS-OS-FOUND    PIC X.
       01  WS-OS-ALREADY-SETTLED    PIC X.
       01  WS-OS-REVENUE    PIC 9(10)V99.
       01  WS-OS-DUE    PIC 9(10)V99.
       01  WS-OS-SHARE    PIC S9(10)V99.
       01  WS-OS-CARRY-IN    PIC 9(10)V99.
       01  WS-OS-APPLIED    PIC 9(10)V99.
       01  WS-OS-EDIT-AMOUNT    PIC Z(9)9.99-.
       01  WS-OS-EDIT-AMOUNT-2    PIC Z(9)9.99-.
       01  WS-OS-EDIT-AMOUNT-3    PIC Z(9)9.99-.
       01  WS-OS-EDIT-PCT    PIC ZZ9.99.
       01  WS-OS-EDIT-COUNT    PIC ZZZ9.
       01  WS-OWNERS-SETTLED    PIC 9(5) VALUE 0.
       01  WS-OWNERS-SKIPPED    PIC 9(5) VALUE 0.
       01  WS-OWNERS-SHORT    PIC 9(5) VALUE 0.
       01  WS-INVOICES-RAISED    PIC 9(5) VALUE 0.
       01  WS-TOTAL-PAYABLE    PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-SHORTFALL    PIC 9(12)V99 VALUE 0.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Daily boundary settlement for owner-operated buses. Each
      *    owner on data/vehicle_owners.txt runs buses under one
      *    of two contracts: a fixed daily boundary per bus that ran,
      *    or a percentage of the fare revenue to the company. For
      *    every trip departing on the settlement date on a bus the
      *    ownership file marks owner-operated, the booked and onboard
      *    fares are totalled from the booking file; what is due to
      *    us comes off the top and the rest is the owner's. A
      *    shortfall from an earlier day is recovered first, and what
      *    remains is raised as an accounts payable invoice to the
      *    owner (source type BOUNDARY) that goes through the normal
      *    approval and check run. A day that does not cover what is
      *    due is carried forward against the owner. The settlement
      *    is kept per owner and date in data/owner_settlements.txt,
      *    so a rerun settles nothing twice; gl_export posts it on
      *    the day it is run. Owner statements are printed to
      *    data/export/owner_statement.txt.
      *    Usage : owner_settlement [MM/DD/YYYY]
           MOVE SPACES TO WS-OS-DATE-ENTRY
           ACCEPT WS-OS-DATE-ENTRY FROM COMMAND-LINE
           IF WS-OS-DATE-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO WS-OS-SETTLE-DATE(1:2)
               MOVE '/' TO WS-OS-SETTLE-DATE(3:1)
               MOVE WS-TODAY-DD TO WS-OS-SETTLE-DATE(4:2)
               MOVE '/' TO WS-OS-SETTLE-DATE(6:1)
               MOVE WS-TODAY-YYYY TO WS-OS-SETTLE-DATE(7:4)
           ELSE
               MOVE WS-OS-DATE-ENTRY TO WS-OS-SETTLE-DATE
           END-IF
           MOVE WS-OS-SETTLE-DATE(7:4) TO WS-OS-SETTLE-INT(1:4)
           MOVE WS-OS-SETTLE-DATE(1:2) TO WS-OS-SETTLE-INT(5:2)
           MOVE WS-OS-SETTLE-DATE(4:2) TO WS-OS-SETTLE-INT(7:2)

           PERFORM LOAD-OWNERS
           IF WS-OS-OWNER-COUNT = 0 THEN
               DISPLAY 'No vehicle owners on file - nothing to settle.'
               STOP RUN
           END-IF
           PERFORM LOAD-OWNER-VEHICLES
           IF WS-OS-VEHICLE-COUNT = 0 THEN
               DISPLAY 'No owner-operated vehicles - nothing to settle.'
               STOP RUN
           END-IF

           PERFORM COLLECT-OWNER-TRIPS

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE
           OPEN OUTPUT FS-STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open owner statement file>'
               STOP RUN
           END-IF

           OPEN I-O FS-SETTLEMENT-FILE
           IF WS-OST-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-SETTLEMENT-FILE
               CLOSE FS-SETTLEMENT-FILE
               OPEN I-O FS-SETTLEMENT-FILE
           END-IF
           OPEN I-O FS-OWNER-FILE

           PERFORM VARYING WS-OS-O FROM 1 BY 1
               UNTIL WS-OS-O > WS-OS-OWNER-COUNT
               IF WS-OS-O-TRIPS(WS-OS-O) > 0 THEN
                   PERFORM SETTLE-ONE-OWNER
               END-IF
           END-PERFORM

           CLOSE FS-OWNER-FILE
           CLOSE FS-SETTLEMENT-FILE
           CLOSE FS-STATEMENT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'OWNER-SETTLE owner_settlement '
               'data/export/owner_statement.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY 'Owner settlement for ' WS-OS-SETTLE-DATE
           DISPLAY 'Owner-operated trips     : ' WS-OS-TRIP-COUNT
           DISPLAY 'Owners settled           : ' WS-OWNERS-SETTLED
           DISPLAY 'Already settled (skipped): ' WS-OWNERS-SKIPPED
           DISPLAY 'Payables raised          : ' WS-INVOICES-RAISED
               ' (' WS-TOTAL-PAYABLE ')'
           DISPLAY 'Owners short of boundary : ' WS-OWNERS-SHORT
               ' (' WS-TOTAL-SHORTFALL ')'
           DISPLAY 'Statements written to'
               ' data/export/owner_statement.txt'

           GOBACK
           STOP RUN.

       LOAD-OWNERS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OWNER-FILE
           IF WS-OWN-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OWNER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-OS-OWNER-COUNT < 200 THEN
                       ADD 1 TO WS-OS-OWNER-COUNT
                       MOVE WS-OS-OWNER-COUNT TO WS-OS-O
                       MOVE FS-OWN-OWNER-ID TO WS-OS-O-OWNER-ID(WS-OS-O)
                       MOVE FS-OWN-NAME TO WS-OS-O-NAME(WS-OS-O)
                       MOVE FS-OWN-CONTRACT-TYPE TO
                           WS-OS-O-CONTRACT-TYPE(WS-OS-O)
                       MOVE FS-OWN-DAILY-BOUNDARY TO
                           WS-OS-O-BOUNDARY(WS-OS-O)
                       MOVE FS-OWN-COMPANY-SHARE-PCT TO
                           WS-OS-O-SHARE-PCT(WS-OS-O)
                       MOVE FS-OWN-TERMS-DAYS TO
                           WS-OS-O-TERMS-DAYS(WS-OS-O)
                       MOVE ZEROES TO WS-OS-O-TRIPS(WS-OS-O)
                       MOVE ZEROES TO WS-OS-O-UNITS(WS-OS-O)
                       MOVE ZEROES TO WS-OS-O-BOOKED(WS-OS-O)
                       MOVE ZEROES TO WS-OS-O-ONBOARD(WS-OS-O)
                   END-IF
               END-READ
           END-PERFORM
           IF WS-OWN-FILE-STATUS = '00' OR
               WS-OWN-FILE-STATUS = '10' THEN
               CLOSE FS-OWNER-FILE
           END-IF
           .

       LOAD-OWNER-VEHICLES.
      *    A bus counts as the owner's from the effective date of its
      *    ownership record; before that its trips are company trips.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OWNERSHIP-FILE
           IF WS-VOW-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OWNERSHIP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-VOW-IS-OWNER-OPERATED AND
                       FS-VOW-EFFECTIVE-DATE <= WS-OS-SETTLE-INT AND
                       WS-OS-VEHICLE-COUNT < 500 THEN
                       MOVE 'N' TO WS-OS-FOUND
                       PERFORM VARYING WS-OS-O FROM 1 BY 1
                           UNTIL WS-OS-O > WS-OS-OWNER-COUNT
                           OR WS-OS-FOUND = 'Y'
                           IF WS-OS-O-OWNER-ID(WS-OS-O) =
                               FS-VOW-FK-OWNER-ID THEN
                               MOVE 'Y' TO WS-OS-FOUND
                               ADD 1 TO WS-OS-VEHICLE-COUNT
                               MOVE WS-OS-VEHICLE-COUNT TO WS-OS-V
                               MOVE FS-VOW-VEHICLE-ID TO
                                   WS-OS-V-VEHICLE-ID(WS-OS-V)
                               MOVE WS-OS-O TO
                                   WS-OS-V-OWNER-IDX(WS-OS-V)
                               MOVE 'N' TO WS-OS-V-RAN(WS-OS-V)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           IF WS-VOW-FILE-STATUS = '00' OR
               WS-VOW-FILE-STATUS = '10' THEN
               CLOSE FS-OWNERSHIP-FILE
           END-IF
           .

       COLLECT-OWNER-TRIPS.
      *    Every trip that left on the date on an owner's bus, with
      *    its fares. Cancelled trips earn nothing and do not count
      *    the bus as having run.
           OPEN INPUT FS-BOOKING-FILE
           IF WS-BK-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-BK-OPEN
           END-IF
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULES-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-D-DATE = WS-OS-SETTLE-DATE AND
                       FS-S-STATUS NOT = 'canceled' THEN
                       PERFORM ADD-OWNER-TRIP
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-SCHEDULES-FILE
           END-IF
           IF WS-BK-OPEN = 'Y' THEN
               CLOSE FS-BOOKING-FILE
           END-IF
           .

       ADD-OWNER-TRIP.
           MOVE 'N' TO WS-OS-FOUND
           PERFORM VARYING WS-OS-V FROM 1 BY 1
               UNTIL WS-OS-V > WS-OS-VEHICLE-COUNT
               OR WS-OS-FOUND = 'Y'
               IF WS-OS-V-VEHICLE-ID(WS-OS-V) = FS-FK-VEHICLE-ID THEN
                   MOVE 'Y' TO WS-OS-FOUND
               END-IF
           END-PERFORM
           IF WS-OS-FOUND NOT = 'Y' OR WS-OS-TRIP-COUNT >= 3000 THEN
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-OS-V
           MOVE WS-OS-V-OWNER-IDX(WS-OS-V) TO WS-OS-O

           ADD 1 TO WS-OS-TRIP-COUNT
           MOVE WS-OS-TRIP-COUNT TO WS-OS-T
           MOVE FS-SCHEDULE-ID TO WS-OS-T-SCHEDULE-ID(WS-OS-T)
           MOVE FS-FK-VEHICLE-ID TO WS-OS-T-VEHICLE-ID(WS-OS-T)
           MOVE WS-OS-O TO WS-OS-T-OWNER-IDX(WS-OS-T)
           MOVE SPACES TO WS-OS-T-DEPART(WS-OS-T)
           STRING FS-S-D-TIME ' ' FS-S-D-TIME-FORMAT
               DELIMITED BY SIZE INTO WS-OS-T-DEPART(WS-OS-T)
           MOVE ZEROES TO WS-OS-T-BOOKED(WS-OS-T)
           MOVE ZEROES TO WS-OS-T-ONBOARD(WS-OS-T)
           ADD 1 TO WS-OS-O-TRIPS(WS-OS-O)
           IF WS-OS-V-RAN(WS-OS-V) NOT = 'Y' THEN
               MOVE 'Y' TO WS-OS-V-RAN(WS-OS-V)
               ADD 1 TO WS-OS-O-UNITS(WS-OS-O)
           END-IF

      *    Fare revenue is what the trip sold and kept - the same
      *    statuses the KPI snapshot counts. Onboard cash sales are
      *    the conductor's tickets, booked under user ONBOARD.
           IF WS-BK-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BK-EOF
           MOVE FS-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-BK-EOF
           END-START
           PERFORM UNTIL WS-BK-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BK-EOF
               NOT AT END
                   IF FS-FK-SCHEDULE-ID NOT = FS-SCHEDULE-ID THEN
                       MOVE 'Y' TO WS-BK-EOF
                   ELSE
                       EVALUATE FS-BOOKING-STATUS
                           WHEN 'paid'
                           WHEN 'checked'
                           WHEN 'boarded'
                           WHEN 'alighted'
                           WHEN 'no-show'
                               IF FS-FK-USER-ID = 'ONBOARD' THEN
                                   ADD FS-PRICE TO
                                       WS-OS-T-ONBOARD(WS-OS-T)
                                   ADD FS-PRICE TO
                                       WS-OS-O-ONBOARD(WS-OS-O)
                               ELSE
                                   ADD FS-PRICE TO
                                       WS-OS-T-BOOKED(WS-OS-T)
                                   ADD FS-PRICE TO
                                       WS-OS-O-BOOKED(WS-OS-O)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM
           .

       SETTLE-ONE-OWNER.
           MOVE WS-OS-O-OWNER-ID(WS-OS-O) TO FS-OST-OWNER-ID
           MOVE WS-OS-SETTLE-INT TO FS-OST-SETTLE-DATE
           MOVE 'N' TO WS-OS-ALREADY-SETTLED
           READ FS-SETTLEMENT-FILE
           KEY IS FS-OST-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-OS-ALREADY-SETTLED
           END-READ

           IF WS-OS-ALREADY-SETTLED = 'Y' THEN
               ADD 1 TO WS-OWNERS-SKIPPED
               PERFORM WRITE-OWNER-STATEMENT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OS-O-OWNER-ID(WS-OS-O) TO FS-OWN-OWNER-ID
           READ FS-OWNER-FILE
           KEY IS FS-OWN-OWNER-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           COMPUTE WS-OS-REVENUE =
               WS-OS-O-BOOKED(WS-OS-O) + WS-OS-O-ONBOARD(WS-OS-O)
           IF WS-OS-O-CONTRACT-TYPE(WS-OS-O) = 'S' THEN
               COMPUTE WS-OS-DUE ROUNDED =
                   WS-OS-REVENUE * WS-OS-O-SHARE-PCT(WS-OS-O) / 100
           ELSE
               COMPUTE WS-OS-DUE =
                   WS-OS-O-BOUNDARY(WS-OS-O) * WS-OS-O-UNITS(WS-OS-O)
           END-IF
           COMPUTE WS-OS-SHARE = WS-OS-REVENUE - WS-OS-DUE
           MOVE FS-OWN-CARRY-FWD TO WS-OS-CARRY-IN

           MOVE SPACES TO FS-SETTLEMENT-RECORD
           MOVE WS-OS-O-OWNER-ID(WS-OS-O) TO FS-OST-OWNER-ID
           MOVE WS-OS-SETTLE-INT TO FS-OST-SETTLE-DATE
           MOVE WS-OS-O-CONTRACT-TYPE(WS-OS-O) TO FS-OST-CONTRACT-TYPE
           MOVE WS-OS-O-TRIPS(WS-OS-O) TO FS-OST-TRIPS
           MOVE WS-OS-O-UNITS(WS-OS-O) TO FS-OST-UNITS
           MOVE WS-OS-O-BOOKED(WS-OS-O) TO FS-OST-BOOKED-REVENUE
           MOVE WS-OS-O-ONBOARD(WS-OS-O) TO FS-OST-ONBOARD-REVENUE
           MOVE WS-OS-REVENUE TO FS-OST-TOTAL-REVENUE
           MOVE WS-OS-DUE TO FS-OST-COMPANY-DUE
           MOVE WS-OS-SHARE TO FS-OST-OWNER-SHARE
           MOVE ZEROES TO FS-OST-CARRY-APPLIED
           MOVE ZEROES TO FS-OST-NET-PAYABLE
           MOVE ZEROES TO FS-OST-SHORTFALL

      *    A good day first pays back what the owner still owes from
      *    short days; a short day adds to it.
           IF WS-OS-SHARE > 0 THEN
               IF WS-OS-CARRY-IN > WS-OS-SHARE THEN
                   MOVE WS-OS-SHARE TO WS-OS-APPLIED
               ELSE
                   MOVE WS-OS-CARRY-IN TO WS-OS-APPLIED
               END-IF
               MOVE WS-OS-APPLIED TO FS-OST-CARRY-APPLIED
               COMPUTE FS-OST-NET-PAYABLE = WS-OS-SHARE - WS-OS-APPLIED
               COMPUTE FS-OST-CARRY-AFTER =
                   WS-OS-CARRY-IN - WS-OS-APPLIED
           ELSE
               COMPUTE FS-OST-SHORTFALL = 0 - WS-OS-SHARE
               COMPUTE FS-OST-CARRY-AFTER =
                   WS-OS-CARRY-IN + FS-OST-SHORTFALL
               IF FS-OST-SHORTFALL > 0 THEN
                   ADD 1 TO WS-OWNERS-SHORT
                   ADD FS-OST-SHORTFALL TO WS-TOTAL-SHORTFALL
               END-IF
           END-IF

           PERFORM GENERATE-TIME-STAMP
           IF FS-OST-NET-PAYABLE > 0 THEN
               PERFORM RAISE-OWNER-PAYABLE
           END-IF

           MOVE WS-TS-DATE TO FS-OST-POSTED-DATE
           MOVE WS-TIME-STAMP TO FS-OST-TIME-STAMP
           WRITE FS-SETTLEMENT-RECORD
           END-WRITE

           MOVE FS-OST-CARRY-AFTER TO FS-OWN-CARRY-FWD
           MOVE WS-TIME-STAMP TO FS-OWN-TIME-STAMP
           REWRITE FS-OWNER-RECORD
           END-REWRITE

           ADD 1 TO WS-OWNERS-SETTLED
           PERFORM WRITE-OWNER-STATEMENT
           .

       RAISE-OWNER-PAYABLE.
      *    The owner's share is paid as an ordinary supplier
      *    invoice, approved on raising, due on his contract terms.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'APINVOICE' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-AP-INVOICE-FILE
           END-IF

           MOVE SPACES TO FS-AP-INVOICE-RECORD
           MOVE WS-GENERATED-ID TO FS-API-INVOICE-ID
           MOVE WS-OS-O-OWNER-ID(WS-OS-O) TO FS-API-FK-SUPPLIER-ID
           STRING 'BND' WS-OS-SETTLE-INT DELIMITED BY SIZE
               INTO FS-API-SUPPLIER-INV-NO
           MOVE WS-OS-SETTLE-DATE TO FS-API-INVOICE-DATE
           MOVE 'BOUNDARY' TO FS-API-SOURCE-TYPE
           MOVE WS-OS-O-OWNER-ID(WS-OS-O) TO FS-API-FK-SOURCE-ID
           MOVE WS-OS-O-TRIPS(WS-OS-O) TO FS-API-SOURCE-QTY
           MOVE WS-OS-O-TRIPS(WS-OS-O) TO FS-API-QUANTITY
           MOVE ZEROES TO FS-API-UNIT-PRICE
           MOVE FS-OST-NET-PAYABLE TO FS-API-AMOUNT
           MOVE ZEROES TO FS-API-PAID-AMOUNT

           COMPUTE WS-OS-DUE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-OS-SETTLE-INT) +
               WS-OS-O-TERMS-DAYS(WS-OS-O)
           COMPUTE WS-OS-DUE-INT =
               FUNCTION DATE-OF-INTEGER(WS-OS-DUE-DAY)
           MOVE WS-OS-DUE-INT(5:2) TO FS-API-DUE-DATE(1:2)
           MOVE '/' TO FS-API-DUE-DATE(3:1)
           MOVE WS-OS-DUE-INT(7:2) TO FS-API-DUE-DATE(4:2)
           MOVE '/' TO FS-API-DUE-DATE(6:1)
           MOVE WS-OS-DUE-INT(1:4) TO FS-API-DUE-DATE(7:4)

           MOVE 'open' TO FS-API-STATUS
           MOVE WS-TS-DATE TO FS-API-POSTED-DATE
           MOVE WS-TIME-STAMP TO FS-API-TIME-STAMP
           WRITE FS-AP-INVOICE-RECORD
           END-WRITE
           CLOSE FS-AP-INVOICE-FILE

           MOVE WS-GENERATED-ID TO FS-OST-FK-INVOICE-ID
           ADD 1 TO WS-INVOICES-RAISED
           ADD FS-OST-NET-PAYABLE TO WS-TOTAL-PAYABLE
           .

       WRITE-OWNER-STATEMENT.
      *    One statement per owner: the trips behind the figures,
      *    then the settlement as filed (a rerun reprints the
      *    settlement already on record).
           MOVE SPACES TO WS-LINE
           STRING 'OWNER STATEMENT - ' WS-OS-O-OWNER-ID(WS-OS-O)
               ' ' WS-OS-O-NAME(WS-OS-O)
               '  SETTLEMENT DATE ' WS-OS-SETTLE-DATE
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           IF FS-OST-CONTRACT-TYPE = 'S' THEN
               MOVE WS-OS-O-SHARE-PCT(WS-OS-O) TO WS-OS-EDIT-PCT
               STRING 'CONTRACT : REVENUE SHARE, ' WS-OS-EDIT-PCT
                   '% OF FARES TO THE COMPANY'
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               MOVE WS-OS-O-BOUNDARY(WS-OS-O) TO WS-OS-EDIT-AMOUNT
               MOVE FS-OST-UNITS TO WS-OS-EDIT-COUNT
               STRING 'CONTRACT : FIXED BOUNDARY ' WS-OS-EDIT-AMOUNT
                   ' PER BUS-DAY, BUSES RUN ' WS-OS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           MOVE 'TRIP            VEHICLE         DEPARTS     '-
               '        BOOKED       ONBOARD' TO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE

           PERFORM VARYING WS-OS-T FROM 1 BY 1
               UNTIL WS-OS-T > WS-OS-TRIP-COUNT
               IF WS-OS-T-OWNER-IDX(WS-OS-T) = WS-OS-O THEN
                   MOVE WS-OS-T-BOOKED(WS-OS-T) TO WS-OS-EDIT-AMOUNT
                   MOVE WS-OS-T-ONBOARD(WS-OS-T) TO
                       WS-OS-EDIT-AMOUNT-2
                   MOVE SPACES TO WS-LINE
                   STRING WS-OS-T-SCHEDULE-ID(WS-OS-T) ' '
                       WS-OS-T-VEHICLE-ID(WS-OS-T) ' '
                       WS-OS-T-DEPART(WS-OS-T) ' '
                       WS-OS-EDIT-AMOUNT WS-OS-EDIT-AMOUNT-2
                       DELIMITED BY SIZE INTO WS-LINE
                   WRITE FS-STATEMENT-RECORD FROM WS-LINE
               END-IF
           END-PERFORM

           MOVE FS-OST-TOTAL-REVENUE TO WS-OS-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  TOTAL FARE REVENUE            ' WS-OS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           MOVE FS-OST-COMPANY-DUE TO WS-OS-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  LESS DUE TO THE COMPANY       ' WS-OS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           MOVE FS-OST-OWNER-SHARE TO WS-OS-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  OWNER SHARE                   ' WS-OS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           MOVE FS-OST-CARRY-APPLIED TO WS-OS-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  LESS SHORTFALL RECOVERED      ' WS-OS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           MOVE FS-OST-NET-PAYABLE TO WS-OS-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  NET PAYABLE TO OWNER          ' WS-OS-EDIT-AMOUNT
               '  INVOICE ' FS-OST-FK-INVOICE-ID
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           MOVE FS-OST-CARRY-AFTER TO WS-OS-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  SHORTFALL CARRIED FORWARD     ' WS-OS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           IF WS-OS-ALREADY-SETTLED = 'Y' THEN
               MOVE '  ** SETTLED ON AN EARLIER RUN - NOT REPOSTED **'
                   TO WS-LINE
               WRITE FS-STATEMENT-RECORD FROM WS-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           WRITE FS-STATEMENT-RECORD FROM WS-LINE
           .

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:6) TO WS-GSI-TIME
           MOVE WS-INCREMENT-VALUE TO WS-GSI-INCREMENT-VALUE
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
