       IDENTIFICATION DIVISION.
       PROGRAM-ID. baggage_claims_report.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-BAGGAGE-CLAIM-FILE ASSIGN TO
               'data/baggage_claims.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BCM-CLAIM-ID
               ALTERNATE RECORD KEY IS FS-BCM-BOOKING-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-BCM-REFUND-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BCM-FILE-STATUS.

           SELECT FS-REPORT-FILE ASSIGN TO
               'data/export/baggage_claims.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-BAGGAGE-CLAIM-FILE.
       01  FS-BAGGAGE-CLAIM-RECORD.
           02    FS-BCM-CLAIM-ID    PIC X(15).
           02    FS-BCM-BOOKING-ID    PIC X(15).
           02    FS-BCM-TAG-NO    PIC 9(2).
           02    FS-BCM-USER-ID    PIC X(15).
           02    FS-BCM-SCHEDULE-ID    PIC X(15).
           02    FS-BCM-ROUTE-ID    PIC X(15).
           02    FS-BCM-VEHICLE-ID    PIC X(15).
           02    FS-BCM-ORIGIN    PIC X(30).
           02    FS-BCM-CLAIM-TYPE    PIC X(8).
           02    FS-BCM-CONTENTS    PIC X(60).
           02    FS-BCM-DECLARED-VALUE    PIC 9(10)V99.
           02    FS-BCM-BAG-WEIGHT-KG    PIC 9(4)V99.
           02    FS-BCM-CAP-AMOUNT    PIC 9(10)V99.
           02    FS-BCM-APPROVED-AMOUNT    PIC 9(10)V99.
           02    FS-BCM-STATUS    PIC X(9).
           02    FS-BCM-NOTE    PIC X(60).
           02    FS-BCM-FILED-BY    PIC X(15).
           02    FS-BCM-DECIDED-BY    PIC X(15).
           02    FS-BCM-REFUND-ID    PIC X(15).
           02    FS-BCM-FILED-DATE    PIC X(10).
           02    FS-BCM-TIME-STAMP    PIC X(21).

       FD  FS-REPORT-FILE.
       01  FS-REPORT-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-BCM-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TODAY-DATE    PIC 9(8).
       01  WS-BR-PERIOD-ENTRY    PIC X(10).
       01  WS-BR-PERIOD    PIC X(6).
       01  WS-BR-PERIOD-NUM REDEFINES WS-BR-PERIOD.
           02    WS-BR-PERIOD-YEAR    PIC 9(4).
           02    WS-BR-PERIOD-MONTH    PIC 99.
       01  WS-BR-FILED-PERIOD    PIC X(6).
      *    One row per route ('R'), loading terminal ('T') and
      *    vehicle ('V') with claims filed in the month: how many
      *    of each type, how many were turned down, and what has
      *    been declared and awarded. Awarded is the approved
      *    amount of claims approved or already paid.
       01  WS-BR-TABLE.
           02    WS-BR-ROW OCCURS 600 TIMES.
               03    WS-BR-DIM    PIC X.
               03    WS-BR-KEY    PIC X(30).
               03    WS-BR-CLAIMS    PIC 9(5).
               03    WS-BR-DAMAGED    PIC 9(5).
               03    WS-BR-LOST    PIC 9(5).
               03    WS-BR-DELAYED    PIC 9(5).
               03    WS-BR-PILFERED    PIC 9(5).
               03    WS-BR-REJECTED    PIC 9(5).
               03    WS-BR-DECLARED    PIC 9(12)V99.
               03    WS-BR-AWARDED    PIC 9(12)V99.
       01  WS-BR-ROW-COUNT    PIC 9(3) VALUE 0.
       01  WS-BR-X    PIC 9(3).
       01  WS-BR-FOUND    PIC X.
       01  WS-BR-WANT-DIM    PIC X.
       01  WS-BR-WANT-KEY    PIC X(30).
       01  WS-BR-AWARD    PIC 9(10)V99.
       01  WS-BR-TOT-CLAIMS    PIC 9(5) VALUE 0.
       01  WS-BR-TOT-REJECTED    PIC 9(5) VALUE 0.
       01  WS-BR-TOT-OPEN    PIC 9(5) VALUE 0.
       01  WS-BR-TOT-DECLARED    PIC 9(12)V99 VALUE 0.
       01  WS-BR-TOT-AWARDED    PIC 9(12)V99 VALUE 0.
       01  WS-BR-TOT-PAID    PIC 9(12)V99 VALUE 0.
       01  WS-BR-EDIT-COUNT-1    PIC Z(4)9.
       01  WS-BR-EDIT-COUNT-2    PIC Z(4)9.
       01  WS-BR-EDIT-COUNT-3    PIC Z(4)9.
       01  WS-BR-EDIT-COUNT-4    PIC Z(4)9.
       01  WS-BR-EDIT-COUNT-5    PIC Z(4)9.
       01  WS-BR-EDIT-COUNT-6    PIC Z(4)9.
       01  WS-BR-EDIT-AMOUNT-1    PIC Z(11)9.99.
       01  WS-BR-EDIT-AMOUNT-2    PIC Z(11)9.99.
       01  WS-BR-SECTION-TITLE    PIC X(30).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Monthly baggage claims: the damage, loss, delay and
      *    pilferage claims filed in the month by route, by the
      *    terminal the bag was loaded at and by vehicle, with the
      *    value declared and the compensation awarded. Written to
      *    data/export/baggage_claims.txt; month_end_close runs it
      *    for the period it locks.
      *    Usage : baggage_claims_report [YYYYMM]
      *            (no period = last month)
           MOVE SPACES TO WS-BR-PERIOD-ENTRY
           ACCEPT WS-BR-PERIOD-ENTRY FROM COMMAND-LINE
           MOVE WS-BR-PERIOD-ENTRY(1:6) TO WS-BR-PERIOD

           IF WS-BR-PERIOD = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:6) TO WS-BR-PERIOD
               IF WS-BR-PERIOD-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-BR-PERIOD-YEAR
                   MOVE 12 TO WS-BR-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-BR-PERIOD-MONTH
               END-IF
           END-IF

           IF WS-BR-PERIOD-NUM IS NOT NUMERIC OR
               WS-BR-PERIOD-MONTH < 1 OR
               WS-BR-PERIOD-MONTH > 12 THEN
               DISPLAY 'Usage: baggage_claims_report [YYYYMM]'
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           PERFORM LOAD-MONTH-CLAIMS
           PERFORM WRITE-CLAIMS-REPORT

           MOVE WS-BR-TOT-CLAIMS TO WS-BR-EDIT-COUNT-1
           MOVE WS-BR-TOT-REJECTED TO WS-BR-EDIT-COUNT-2
           MOVE WS-BR-TOT-OPEN TO WS-BR-EDIT-COUNT-3
           DISPLAY 'BAGGAGE CLAIMS - PERIOD ' WS-BR-PERIOD
           DISPLAY 'Claims filed           : ' WS-BR-EDIT-COUNT-1
           DISPLAY 'Rejected               : ' WS-BR-EDIT-COUNT-2
           DISPLAY 'Still open             : ' WS-BR-EDIT-COUNT-3
           MOVE WS-BR-TOT-DECLARED TO WS-BR-EDIT-AMOUNT-1
           DISPLAY 'Value declared         : ' WS-BR-EDIT-AMOUNT-1
           MOVE WS-BR-TOT-AWARDED TO WS-BR-EDIT-AMOUNT-1
           DISPLAY 'Compensation awarded   : ' WS-BR-EDIT-AMOUNT-1
           MOVE WS-BR-TOT-PAID TO WS-BR-EDIT-AMOUNT-1
           DISPLAY 'Compensation paid      : ' WS-BR-EDIT-AMOUNT-1
           DISPLAY 'Saved to data/export/baggage_claims.txt'

           GOBACK
           STOP RUN.

       LOAD-MONTH-CLAIMS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BAGGAGE-CLAIM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-BCM-FILED-DATE(7:4) TO
                       WS-BR-FILED-PERIOD(1:4)
                   MOVE FS-BCM-FILED-DATE(1:2) TO
                       WS-BR-FILED-PERIOD(5:2)
                   IF WS-BR-FILED-PERIOD = WS-BR-PERIOD THEN
                       PERFORM TALLY-ONE-CLAIM
                   END-IF
               END-READ
           END-PERFORM
           IF WS-BCM-FILE-STATUS = '00' OR
               WS-BCM-FILE-STATUS = '10' THEN
               CLOSE FS-BAGGAGE-CLAIM-FILE
           END-IF
           .

       TALLY-ONE-CLAIM.
           MOVE ZEROES TO WS-BR-AWARD
           IF FS-BCM-STATUS = 'approved' OR
               FS-BCM-STATUS = 'paid' THEN
               MOVE FS-BCM-APPROVED-AMOUNT TO WS-BR-AWARD
           END-IF

           ADD 1 TO WS-BR-TOT-CLAIMS
           ADD FS-BCM-DECLARED-VALUE TO WS-BR-TOT-DECLARED
           ADD WS-BR-AWARD TO WS-BR-TOT-AWARDED
           EVALUATE FS-BCM-STATUS
               WHEN 'rejected'
                   ADD 1 TO WS-BR-TOT-REJECTED
               WHEN 'paid'
                   ADD FS-BCM-APPROVED-AMOUNT TO WS-BR-TOT-PAID
               WHEN 'approved'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-BR-TOT-OPEN
           END-EVALUATE

           MOVE 'R' TO WS-BR-WANT-DIM
           MOVE FS-BCM-ROUTE-ID TO WS-BR-WANT-KEY
           PERFORM ADD-TO-REPORT-ROW
           MOVE 'T' TO WS-BR-WANT-DIM
           MOVE FS-BCM-ORIGIN TO WS-BR-WANT-KEY
           PERFORM ADD-TO-REPORT-ROW
           MOVE 'V' TO WS-BR-WANT-DIM
           MOVE FS-BCM-VEHICLE-ID TO WS-BR-WANT-KEY
           PERFORM ADD-TO-REPORT-ROW
           .

       ADD-TO-REPORT-ROW.
           MOVE 'N' TO WS-BR-FOUND
           MOVE 1 TO WS-BR-X
           PERFORM UNTIL WS-BR-X > WS-BR-ROW-COUNT OR
               WS-BR-FOUND = 'Y'
               IF WS-BR-DIM(WS-BR-X) = WS-BR-WANT-DIM AND
                   WS-BR-KEY(WS-BR-X) = WS-BR-WANT-KEY THEN
                   MOVE 'Y' TO WS-BR-FOUND
               ELSE
                   ADD 1 TO WS-BR-X
               END-IF
           END-PERFORM

           IF WS-BR-FOUND = 'N' THEN
               IF WS-BR-ROW-COUNT NOT < 600 THEN
                   DISPLAY 'WARNING: report table full, '
                       WS-BR-WANT-KEY ' left out'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-ROW-COUNT
               MOVE WS-BR-ROW-COUNT TO WS-BR-X
               MOVE WS-BR-WANT-DIM TO WS-BR-DIM(WS-BR-X)
               MOVE WS-BR-WANT-KEY TO WS-BR-KEY(WS-BR-X)
               MOVE ZEROES TO WS-BR-CLAIMS(WS-BR-X)
               MOVE ZEROES TO WS-BR-DAMAGED(WS-BR-X)
               MOVE ZEROES TO WS-BR-LOST(WS-BR-X)
               MOVE ZEROES TO WS-BR-DELAYED(WS-BR-X)
               MOVE ZEROES TO WS-BR-PILFERED(WS-BR-X)
               MOVE ZEROES TO WS-BR-REJECTED(WS-BR-X)
               MOVE ZEROES TO WS-BR-DECLARED(WS-BR-X)
               MOVE ZEROES TO WS-BR-AWARDED(WS-BR-X)
           END-IF

           ADD 1 TO WS-BR-CLAIMS(WS-BR-X)
           EVALUATE FS-BCM-CLAIM-TYPE
               WHEN 'damaged'
                   ADD 1 TO WS-BR-DAMAGED(WS-BR-X)
               WHEN 'lost'
                   ADD 1 TO WS-BR-LOST(WS-BR-X)
               WHEN 'delayed'
                   ADD 1 TO WS-BR-DELAYED(WS-BR-X)
               WHEN OTHER
                   ADD 1 TO WS-BR-PILFERED(WS-BR-X)
           END-EVALUATE
           IF FS-BCM-STATUS = 'rejected' THEN
               ADD 1 TO WS-BR-REJECTED(WS-BR-X)
           END-IF
           ADD FS-BCM-DECLARED-VALUE TO WS-BR-DECLARED(WS-BR-X)
           ADD WS-BR-AWARD TO WS-BR-AWARDED(WS-BR-X)
           .

       WRITE-CLAIMS-REPORT.
           OPEN OUTPUT FS-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/baggage_claims.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'BAGGAGE CLAIMS - PERIOD ' WS-BR-PERIOD
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           MOVE 'R' TO WS-BR-WANT-DIM
           MOVE 'BY ROUTE' TO WS-BR-SECTION-TITLE
           PERFORM WRITE-REPORT-SECTION
           MOVE 'T' TO WS-BR-WANT-DIM
           MOVE 'BY LOADING TERMINAL' TO WS-BR-SECTION-TITLE
           PERFORM WRITE-REPORT-SECTION
           MOVE 'V' TO WS-BR-WANT-DIM
           MOVE 'BY VEHICLE' TO WS-BR-SECTION-TITLE
           PERFORM WRITE-REPORT-SECTION

           MOVE WS-BR-TOT-CLAIMS TO WS-BR-EDIT-COUNT-1
           MOVE WS-BR-TOT-REJECTED TO WS-BR-EDIT-COUNT-6
           MOVE WS-BR-TOT-DECLARED TO WS-BR-EDIT-AMOUNT-1
           MOVE WS-BR-TOT-AWARDED TO WS-BR-EDIT-AMOUNT-2
           MOVE SPACES TO FS-REPORT-RECORD
           STRING 'TOTAL                          ' WS-BR-EDIT-COUNT-1
               '                         ' WS-BR-EDIT-COUNT-6 ' '
               WS-BR-EDIT-AMOUNT-1 ' ' WS-BR-EDIT-AMOUNT-2
           DELIMITED BY SIZE INTO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD

           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'BAGGAGE-CLAIMS baggage_claims_report '
               'data/export/baggage_claims.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       WRITE-REPORT-SECTION.
           MOVE WS-BR-SECTION-TITLE TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE 'KEY                            CLAIM DAMGD  LOST '
               TO FS-REPORT-RECORD
           MOVE 'DELAY PILFR REJCT         DECLARED          AWARDED'
               TO FS-REPORT-RECORD(50:51)
           WRITE FS-REPORT-RECORD
           MOVE ALL '-' TO FS-REPORT-RECORD(1:100)
           WRITE FS-REPORT-RECORD

           MOVE 1 TO WS-BR-X
           PERFORM UNTIL WS-BR-X > WS-BR-ROW-COUNT
               IF WS-BR-DIM(WS-BR-X) = WS-BR-WANT-DIM THEN
                   MOVE WS-BR-CLAIMS(WS-BR-X) TO WS-BR-EDIT-COUNT-1
                   MOVE WS-BR-DAMAGED(WS-BR-X) TO WS-BR-EDIT-COUNT-2
                   MOVE WS-BR-LOST(WS-BR-X) TO WS-BR-EDIT-COUNT-3
                   MOVE WS-BR-DELAYED(WS-BR-X) TO WS-BR-EDIT-COUNT-4
                   MOVE WS-BR-PILFERED(WS-BR-X) TO WS-BR-EDIT-COUNT-5
                   MOVE WS-BR-REJECTED(WS-BR-X) TO WS-BR-EDIT-COUNT-6
                   MOVE WS-BR-DECLARED(WS-BR-X) TO WS-BR-EDIT-AMOUNT-1
                   MOVE WS-BR-AWARDED(WS-BR-X) TO WS-BR-EDIT-AMOUNT-2
                   MOVE SPACES TO FS-REPORT-RECORD
                   STRING WS-BR-KEY(WS-BR-X) ' '
                       WS-BR-EDIT-COUNT-1 ' ' WS-BR-EDIT-COUNT-2 ' '
                       WS-BR-EDIT-COUNT-3 ' ' WS-BR-EDIT-COUNT-4 ' '
                       WS-BR-EDIT-COUNT-5 ' ' WS-BR-EDIT-COUNT-6 ' '
                       WS-BR-EDIT-AMOUNT-1 ' ' WS-BR-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO FS-REPORT-RECORD
                   WRITE FS-REPORT-RECORD
               END-IF
               ADD 1 TO WS-BR-X
           END-PERFORM
           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           .
