               RECORD KEY IS FS-TSU-SCHEDULE-ID
               FILE STATUS IS WS-TSU-FILE-STATUS.

           SELECT FS-FLEET-ASSET-FILE ASSIGN TO
               'data/fleet_assets.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FA-VEHICLE-ID
               FILE STATUS IS WS-FA-FILE-STATUS.

           SELECT FS-CLOSE-JOURNAL-FILE ASSIGN TO
               'data/export/close_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL

       FD  FS-PERIOD-FILE.
       01  FS-PERIOD-RECORD.
           02    FS-PD-PERIOD    PIC X(6).
           02    FS-PD-STATUS    PIC X(8).
           02    FS-PD-CLOSED-STAMP    PIC X(22).
           02    FS-PD-UNEARNED-BAL    PIC 9(12)V99.

       FD  FS-PAYMENT-FILE.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
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
           02    FS-TSU-REVENUE    PIC 9(12)V99.
           02    FS-TSU-LOAD-FACTOR-PCT    PIC 9(3)V99.
           02    FS-TSU-TIME-STAMP.
               03    FS-TSU-TS-DATE    PIC 99/99/9999.
               03    FS-TSU-TS-FILLER-SPACE    PIC X(3).
               03    FS-TSU-TS-TIME.
                   04    FS-TSU-TS-HOUR    PIC 99.
                   04    FS-TSU-TS-COLON-2    PIC X.
                   04    FS-TSU-TS-SECOND    PIC 99.

       FD  FS-FLEET-ASSET-FILE.
       01  FS-FLEET-ASSET-RECORD.
           02    FS-FA-VEHICLE-ID    PIC X(15).
           02    FS-FA-ACQUIRED-DATE    PIC X(10).
           02    FS-FA-COST    PIC 9(10)V99.
           02    FS-FA-LIFE-MONTHS    PIC 9(3).
           02    FS-FA-SALVAGE    PIC 9(10)V99.
           02    FS-FA-ACCUM-DEPR    PIC 9(10)V99.
           02    FS-FA-LAST-PERIOD    PIC X(6).
           02    FS-FA-STATUS    PIC X(8).
           02    FS-FA-TIME-STAMP    PIC X(21).

       FD  FS-CLOSE-JOURNAL-FILE.
       01  FS-CLOSE-JOURNAL-RECORD    PIC X(132).

       01  WS-PD-FILE-STATUS    PIC XX.
       01  WS-TSU-FILE-STATUS    PIC XX.
       01  WS-OUT-FILE-STATUS    PIC XX.
       01  WS-FA-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-TIME    PIC 9(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
       01  WS-MEC-MONTH-ENTRY    PIC 99.
       01  WS-MEC-YEAR-ENTRY    PIC 9(4).
       01  WS-MEC-PERIOD    PIC X(6).
       01  WS-MEC-PERIOD-END-INT    PIC 9(6).
       01  WS-MEC-PAY-INT    PIC 9(6).
       01  WS-MEC-TRAVEL-INT    PIC 9(6).
       01  WS-MEC-EARNED-IN-PD    PIC 9(12)V99 VALUE 0.
       01  WS-MEC-CONFIRM    PIC X(3).
       01  WS-MEC-PRIOR-UNEARNED    PIC 9(12)V99 VALUE 0.
       01  WS-MEC-PRIOR-PERIOD    PIC X(6).
       01  WS-MEC-ACQ-PERIOD    PIC X(6).
       01  WS-MEC-DEPR-PENDING    PIC 9(5) VALUE 0.
       01  WS-MEC-KPI-COMMAND    PIC X(40).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    balance the auditors asked to see from the system.
           DISPLAY 'Close month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-MEC-MONTH-ENTRY
           DISPLAY 'Close year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-MEC-YEAR-ENTRY

           MOVE WS-MEC-YEAR-ENTRY TO WS-MEC-PERIOD(1:4)
           MOVE WS-MEC-MONTH-ENTRY TO WS-MEC-PERIOD(5:2)
           COMPUTE WS-MEC-PERIOD-END-INT =
               (WS-MEC-YEAR-ENTRY * 100) + WS-MEC-MONTH-ENTRY

           PERFORM CHECK-PERIOD-NOT-CLOSED
           PERFORM CHECK-DEPRECIATION-POSTED

           DISPLAY ' '
           DISPLAY 'Close period ' WS-MEC-PERIOD
           WRITE FS-CLOSE-JOURNAL-RECORD FROM WS-LINE

           CLOSE FS-CLOSE-JOURNAL-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'MONTH-END month_end_close '
               'data/export/close_journal.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           PERFORM LOCK-THE-PERIOD

           DISPLAY 'Period locked. Entries in'
           DISPLAY 'data/export/close_journal.txt'

      *    The month's KPIs are frozen as part of the close, while
      *    the bookings are still on the live file.
           MOVE SPACES TO WS-MEC-KPI-COMMAND
           STRING 'backend/kpi_snapshot ' WS-MEC-PERIOD
           DELIMITED BY SIZE INTO WS-MEC-KPI-COMMAND
           DISPLAY ' '
           CALL "SYSTEM" USING WS-MEC-KPI-COMMAND
               RETURNING WS-RETURN-CODE

      *    Non-revenue travel for the month, by cost centre and
      *    approver, goes out with the close.
           MOVE SPACES TO WS-MEC-KPI-COMMAND
           STRING 'backend/nonrev_report ' WS-MEC-PERIOD
           DELIMITED BY SIZE INTO WS-MEC-KPI-COMMAND
           DISPLAY ' '
           CALL "SYSTEM" USING WS-MEC-KPI-COMMAND
               RETURNING WS-RETURN-CODE

      *    And the month's baggage claims by route, terminal and
      *    vehicle.
           MOVE SPACES TO WS-MEC-KPI-COMMAND
           STRING 'backend/baggage_claims_report ' WS-MEC-PERIOD
           DELIMITED BY SIZE INTO WS-MEC-KPI-COMMAND
           DISPLAY ' '
           CALL "SYSTEM" USING WS-MEC-KPI-COMMAND
               RETURNING WS-RETURN-CODE

      *    And call-centre sales and changes by agent.
           MOVE SPACES TO WS-MEC-KPI-COMMAND
           STRING 'backend/callcentre_report ' WS-MEC-PERIOD
           DELIMITED BY SIZE INTO WS-MEC-KPI-COMMAND
           DISPLAY ' '
           CALL "SYSTEM" USING WS-MEC-KPI-COMMAND
               RETURNING WS-RETURN-CODE

           GOBACK
           STOP RUN.

           END-IF
           .

       CHECK-DEPRECIATION-POSTED.
      *    Once the period is locked gl_export will not post into
      *    it, so warn while the month's fleet depreciation can
      *    still go through.
           MOVE ZEROES TO WS-MEC-DEPR-PENDING
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-FLEET-ASSET-FILE
           IF WS-FA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-FLEET-ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-FA-ACQUIRED-DATE(7:4) TO
                   WS-MEC-ACQ-PERIOD(1:4)
                   MOVE FS-FA-ACQUIRED-DATE(1:2) TO
                   WS-MEC-ACQ-PERIOD(5:2)
                   IF FS-FA-STATUS = 'active' AND
                       FS-FA-LAST-PERIOD < WS-MEC-PERIOD AND
                       WS-MEC-ACQ-PERIOD NOT > WS-MEC-PERIOD AND
                       FS-FA-ACCUM-DEPR + FS-FA-SALVAGE <
                       FS-FA-COST THEN
                       ADD 1 TO WS-MEC-DEPR-PENDING
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FA-FILE-STATUS = '00' OR
               WS-FA-FILE-STATUS = '10' THEN
               CLOSE FS-FLEET-ASSET-FILE
           END-IF

           IF WS-MEC-DEPR-PENDING > ZEROES THEN
               DISPLAY ' '
               DISPLAY 'WARNING: ' WS-MEC-DEPR-PENDING
                   ' vehicle(s) not yet depreciated for '
                   WS-MEC-PERIOD
               DISPLAY 'Run backend/gl_export DEPRECIATE before '
                   'closing the period.'
           END-IF
           .

       COMPUTE-UNEARNED-BALANCE.
      *    Money in hand for travel after the close date: payments
      *    posted in or before the period whose linked schedule

       CLASSIFY-ONE-PAYMENT.
           COMPUTE WS-MEC-PAY-INT =
               (FUNCTION NUMVAL(FS-TT-DATE(7:4)) * 100) +
               FUNCTION NUMVAL(FS-TT-DATE(1:2))
           IF WS-MEC-PAY-INT > WS-MEC-PERIOD-END-INT THEN
               EXIT PARAGRAPH
           END-READ

           COMPUTE WS-MEC-TRAVEL-INT =
               (FUNCTION NUMVAL(FS-S-D-DATE(7:4)) * 100) +
               FUNCTION NUMVAL(FS-S-D-DATE(1:2))
           IF WS-MEC-TRAVEL-INT > WS-MEC-PERIOD-END-INT THEN
               ADD FS-PAYMENT-AMOUNT TO WS-MEC-UNEARNED
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-TSU-TS-DATE(1:2) = WS-MEC-MONTH-ENTRY AND
                       FS-TSU-TS-DATE(7:4) = WS-MEC-YEAR-ENTRY THEN
                       ADD FS-TSU-REVENUE TO WS-MEC-RECOGNIZED
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
