       IDENTIFICATION DIVISION.
       PROGRAM-ID. toll_import.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-TOLL-FILE ASSIGN USING WS-TOLL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-TOLL-STATUS.

           SELECT FS-TOLL-PASSAGE-FILE ASSIGN TO
               'data/toll_passages.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TPS-PASSAGE-KEY
               FILE STATUS IS WS-TPS-FILE-STATUS.

           SELECT FS-VEHICLES-FILE ASSIGN TO 'data/vehicles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VEHICLE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SCHEDULE-ACTUALS-FILE ASSIGN TO
               'data/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SA-SCHEDULE-ID
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT FS-TRIP-EXPENSE-FILE ASSIGN TO
               'data/trip_expenses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TX-EXPENSE-ID
               FILE STATUS IS WS-TX-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-EXCEPTION-FILE ASSIGN TO
               'data/export/toll_exception_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-TOLL-FILE.
       01  FS-TOLL-RECORD.
           02    FS-TL-OPERATOR    PIC X(10).
           02    FS-TL-FILLER-1    PIC X(2).
           02    FS-TL-PLATE    PIC X(20).
           02    FS-TL-FILLER-2    PIC X(2).
           02    FS-TL-PLAZA    PIC X(20).
           02    FS-TL-FILLER-3    PIC X(2).
           02    FS-TL-PASSAGE-DATE    PIC 99/99/9999.
           02    FS-TL-FILLER-4    PIC X(1).
           02    FS-TL-PASSAGE-TIME.
               03    FS-TL-PASSAGE-HOUR    PIC 99.
               03    FS-TL-PASSAGE-COLON-1    PIC X.
               03    FS-TL-PASSAGE-MINUTES    PIC 99.
               03    FS-TL-PASSAGE-COLON-2    PIC X.
               03    FS-TL-PASSAGE-SECOND    PIC 99.
           02    FS-TL-FILLER-5    PIC X(2).
           02    FS-TL-AMOUNT    PIC 9(5)V99.

       FD  FS-TOLL-PASSAGE-FILE.
       01  FS-TOLL-PASSAGE-RECORD.
           02    FS-TPS-PASSAGE-KEY.
               03    FS-TPS-OPERATOR    PIC X(10).
               03    FS-TPS-PLATE    PIC X(20).
               03    FS-TPS-PASSAGE-DATE    PIC X(10).
               03    FS-TPS-PASSAGE-TIME    PIC X(8).
           02    FS-TPS-PLAZA    PIC X(20).
           02    FS-TPS-AMOUNT    PIC 9(5)V99.
           02    FS-TPS-FK-VEHICLE-ID    PIC X(15).
           02    FS-TPS-FK-SCHEDULE-ID    PIC X(15).
           02    FS-TPS-FK-EXPENSE-ID    PIC X(15).
           02    FS-TPS-STATUS    PIC X(9).
           02    FS-TPS-TIME-STAMP.
               03    FS-TPS-TS-DATE    PIC 99/99/9999.
               03    FS-TPS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TPS-TS-TIME.
                   04    FS-TPS-TS-HOUR    PIC 99.
                   04    FS-TPS-TS-COLON-1    PIC X.
                   04    FS-TPS-TS-MINUTES    PIC 99.
                   04    FS-TPS-TS-COLON-2    PIC X.
                   04    FS-TPS-TS-SECOND    PIC 99.

       FD  FS-VEHICLES-FILE.
       01  FS-VEHICLES-RECORD.
           02    FS-VEHICLE-ID    PIC X(15).
           02    FS-VEHICLE-SERIAL    PIC X(6).
           02    FS-VEHICLE-CLASS    PIC X.
           02    FS-VEHICLE-CAPACITY    PIC 9(3).
           02    FS-VEHICLE-LICENSE-PLATE    PIC X(20).
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
                   04    FS-V-COLON-1    PIC X.
                   04    FS-V-MINUTES    PIC 99.
                   04    FS-V-COLON-2    PIC X.
                   04    FS-V-SECOND    PIC 99.

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

       FD  FS-SCHEDULE-ACTUALS-FILE.
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC 99/99/9999.
               03    FS-SA-AD-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AD-TIME.
                   04    FS-SA-AD-HOUR    PIC 99.
                   04    FS-SA-AD-COLON-1    PIC X.
                   04    FS-SA-AD-MINUTES    PIC 99.
               03    FS-SA-AD-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AD-TIME-FORMAT    PIC XX.
           02    FS-SA-ACTUAL-ARRIVAL.
               03    FS-SA-AA-DATE    PIC 99/99/9999.
               03    FS-SA-AA-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AA-TIME.
                   04    FS-SA-AA-HOUR    PIC 99.
                   04    FS-SA-AA-COLON-1    PIC X.
                   04    FS-SA-AA-MINUTES    PIC 99.
               03    FS-SA-AA-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AA-TIME-FORMAT    PIC XX.
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP.
               03    FS-SA-TS-DATE    PIC 99/99/9999.
               03    FS-SA-TS-FILLER-SPACE    PIC X(3).
               03    FS-SA-TS-TIME.
                   04    FS-SA-TS-HOUR    PIC 99.
                   04    FS-SA-TS-COLON-1    PIC X.
                   04    FS-SA-TS-MINUTES    PIC 99.
                   04    FS-SA-TS-COLON-2    PIC X.
                   04    FS-SA-TS-SECOND    PIC 99.

       FD  FS-TRIP-EXPENSE-FILE.
       01  FS-TRIP-EXPENSE-RECORD.
           02    FS-TX-EXPENSE-ID    PIC X(15).
           02    FS-TX-FK-SCHEDULE-ID    PIC X(15).
           02    FS-TX-CATEGORY    PIC X(10).
           02    FS-TX-AMOUNT    PIC 9(10)V99.
           02    FS-TX-TIME-STAMP.
               03    FS-TX-TS-DATE    PIC 99/99/9999.
               03    FS-TX-TS-FILLER-SPACE    PIC X(3).
               03    FS-TX-TS-TIME.
                   04    FS-TX-TS-HOUR    PIC 99.
                   04    FS-TX-TS-COLON-1    PIC X.
                   04    FS-TX-TS-MINUTES    PIC 99.
                   04    FS-TX-TS-COLON-2    PIC X.
                   04    FS-TX-TS-SECOND    PIC 99.

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

       FD  FS-EXCEPTION-FILE.
       01  FS-EXCEPTION-RECORD    PIC X(132).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-TOLL-STATUS    PIC XX.
       01  WS-TPS-FILE-STATUS    PIC XX.
       01  WS-SA-FILE-STATUS    PIC XX.
       01  WS-TX-FILE-STATUS    PIC XX.
       01  WS-EXCEPTION-STATUS    PIC XX.
       01  WS-TOLL-FILE-NAME    PIC X(60).
       01  WS-TOLL-FROM-INBOX    PIC X VALUE 'N'.
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
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
       01  WS-TL-GRACE-MINUTES    PIC 9(3) VALUE 15.
       01  WS-TL-NEW-PASSAGE    PIC X.
       01  WS-TL-LOADED-PLATE    PIC X(20).
       01  WS-TL-VEHICLE-ID    PIC X(15).
       01  WS-TL-SCHEDULE-ID    PIC X(15).
       01  WS-TL-EXPENSE-ID    PIC X(15).
       01  WS-TL-PASSAGE-MINUTES    PIC S9(9) COMP.
       01  WS-TL-BEST-DEPART    PIC S9(9) COMP.
       01  WS-TL-FIRST-DAY    PIC S9(9) COMP VALUE 999999999.
       01  WS-TL-LAST-DAY    PIC S9(9) COMP VALUE 0.
       01  WS-TL-MESSAGE    PIC X(32).
       01  WS-TL-WINDOW-TABLE.
           02    WS-TL-WINDOW OCCURS 200 TIMES.
               03    WS-TL-W-SCHEDULE-ID    PIC X(15).
               03    WS-TL-W-DEPART    PIC S9(9) COMP.
               03    WS-TL-W-ARRIVE    PIC S9(9) COMP.
       01  WS-TL-WINDOW-COUNT    PIC 9(3).
       01  WS-TL-W    PIC 9(3).
       01  WS-TL-ROUTE-TABLE.
           02    WS-TL-TOLL-ROUTE-ID OCCURS 200 TIMES PIC X(15).
       01  WS-TL-ROUTE-COUNT    PIC 9(3) VALUE 0.
       01  WS-TL-TOLLED-TABLE.
           02    WS-TL-TOLLED-SCHEDULE-ID OCCURS 3000 TIMES
                 PIC X(15).
       01  WS-TL-TOLLED-COUNT    PIC 9(4) VALUE 0.
       01  WS-TL-I    PIC 9(4).
       01  WS-TL-FOUND    PIC X.
       01  WS-TL-EDIT-AMOUNT    PIC Z(4)9.99.
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-PASSAGES-READ    PIC 9(7) VALUE 0.
       01  WS-PASSAGES-POSTED    PIC 9(7) VALUE 0.
       01  WS-PASSAGES-REMATCHED    PIC 9(7) VALUE 0.
       01  WS-PASSAGES-UNMATCHED    PIC 9(7) VALUE 0.
       01  WS-PASSAGES-DUPLICATE    PIC 9(7) VALUE 0.
       01  WS-TRIPS-MISSING-TOLL    PIC 9(7) VALUE 0.
       01  WS-TOLLS-POSTED    PIC 9(10)V99 VALUE 0.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Expressway RFID statement import. Each operator sends a
      *    monthly statement per plate - plaza, date, 24-hour time
      *    and toll for every passage - dropped in data/import/tolls.
      *    The plate finds the bus, and the passage is tied to the
      *    trip the bus was running at the time (actual times from
      *    schedule_actuals where recorded, the timetable otherwise)
      *    and written as that trip's TOLLS expense, so nobody keys
      *    tolls by hand any more. Every passage is kept in
      *    data/toll_passages.txt: a rerun skips what is posted, and
      *    a passage with no trip is retried next run. Passages with
      *    no trip (a company bus on private business) and trips on
      *    toll routes that ran in the statement period without a
      *    toll go to data/export/toll_exception_report.txt.
      *    Usage : toll_import [statement-file-path]
           ACCEPT WS-TOLL-FILE-NAME FROM COMMAND-LINE
           IF WS-TOLL-FILE-NAME = SPACES THEN
               MOVE 'Y' TO WS-TOLL-FROM-INBOX
               MOVE 'data/import/toll_statement.txt' TO
                   WS-TOLL-FILE-NAME
               CALL "SYSTEM" USING
                   "mkdir -p data/import/tolls && cat /dev/null data/
      -            "import/tolls/*.txt > data/import/toll_statement.tx
      -            "t 2>/dev/null"
                   RETURNING WS-RETURN-CODE
           END-IF

           OPEN INPUT FS-TOLL-FILE
           IF WS-TOLL-STATUS NOT = '00' THEN
               DISPLAY 'No toll statement at '
                   FUNCTION TRIM(WS-TOLL-FILE-NAME)
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE
           OPEN I-O FS-TOLL-PASSAGE-FILE
           IF WS-TPS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-TOLL-PASSAGE-FILE
               CLOSE FS-TOLL-PASSAGE-FILE
               OPEN I-O FS-TOLL-PASSAGE-FILE
           END-IF
           OPEN OUTPUT FS-EXCEPTION-FILE
           PERFORM GENERATE-TIME-STAMP
           MOVE SPACES TO WS-LINE
           STRING 'TOLL EXCEPTION REPORT - STATEMENT IMPORTED '
               WS-TS-DATE DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           MOVE 'PASSAGES WITH NO TRIP' TO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           MOVE 'OPERATOR   PLATE                PLAZA               '-
               ' DATE       TIME         TOLL  REASON' TO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE

           OPEN INPUT FS-VEHICLES-FILE
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-SCHEDULE-ACTUALS-FILE
           MOVE SPACES TO WS-TL-LOADED-PLATE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-TOLL-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-TL-PLATE NOT = SPACES THEN
                       ADD 1 TO WS-PASSAGES-READ
                       PERFORM IMPORT-ONE-PASSAGE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-TOLL-PASSAGE-FILE
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-TOLL-FILE

           PERFORM REPORT-MISSING-TOLLS

           IF WS-SA-FILE-STATUS = '00' OR
               WS-SA-FILE-STATUS = '10' OR
               WS-SA-FILE-STATUS = '23' THEN
               CLOSE FS-SCHEDULE-ACTUALS-FILE
           END-IF
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-EXCEPTION-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'TOLL-EXCEPT toll_import '
               'data/export/toll_exception_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

      *    Loaded statements leave the inbox so the next run does
      *    not read them again; the passage ledger would skip them
      *    in any case.
           IF WS-TOLL-FROM-INBOX = 'Y' THEN
               CALL "SYSTEM" USING
                   "mkdir -p data/import/tolls/done && mv data/import/
      -            "tolls/*.txt data/import/tolls/done/ 2>/dev/null"
                   RETURNING WS-RETURN-CODE
           END-IF

           DISPLAY 'Toll statement import complete.'
           DISPLAY 'Passages read            : ' WS-PASSAGES-READ
           DISPLAY 'Posted to trips          : ' WS-PASSAGES-POSTED
               ' (' WS-TOLLS-POSTED ')'
           DISPLAY 'Earlier passages matched : ' WS-PASSAGES-REMATCHED
           DISPLAY 'No trip found            : ' WS-PASSAGES-UNMATCHED
           DISPLAY 'Already imported         : ' WS-PASSAGES-DUPLICATE
           DISPLAY 'Trips missing a toll     : ' WS-TRIPS-MISSING-TOLL
           DISPLAY 'Exceptions written to'
               ' data/export/toll_exception_report.txt'

           GOBACK
           STOP RUN.

       IMPORT-ONE-PASSAGE.
           MOVE FS-TL-OPERATOR TO FS-TPS-OPERATOR
           MOVE FS-TL-PLATE TO FS-TPS-PLATE
           MOVE FS-TL-PASSAGE-DATE TO FS-TPS-PASSAGE-DATE
           MOVE FS-TL-PASSAGE-TIME TO FS-TPS-PASSAGE-TIME
           MOVE 'Y' TO WS-TL-NEW-PASSAGE
           READ FS-TOLL-PASSAGE-FILE
           KEY IS FS-TPS-PASSAGE-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'N' TO WS-TL-NEW-PASSAGE
           END-READ

      *    The statement period, for the missing-toll check, is the
      *    span of passage dates on the file.
           MOVE FS-TL-PASSAGE-DATE TO WS-CVM-DATE
           MOVE FS-TL-PASSAGE-HOUR TO WS-CVM-HOUR24
           MOVE FS-TL-PASSAGE-MINUTES TO WS-CVM-MINUTES
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)
           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)
           COMPUTE WS-TL-PASSAGE-MINUTES =
               (WS-CVM-DAY-NUMBER * 1440) + (WS-CVM-HOUR24 * 60) +
               WS-CVM-MINUTES
           IF WS-CVM-DAY-NUMBER < WS-TL-FIRST-DAY THEN
               MOVE WS-CVM-DAY-NUMBER TO WS-TL-FIRST-DAY
           END-IF
           IF WS-CVM-DAY-NUMBER > WS-TL-LAST-DAY THEN
               MOVE WS-CVM-DAY-NUMBER TO WS-TL-LAST-DAY
           END-IF

           IF WS-TL-NEW-PASSAGE = 'N' AND FS-TPS-STATUS = 'posted'
               THEN
               ADD 1 TO WS-PASSAGES-DUPLICATE
               EXIT PARAGRAPH
           END-IF

           IF WS-TL-NEW-PASSAGE = 'Y' THEN
               MOVE SPACES TO FS-TOLL-PASSAGE-RECORD
               MOVE FS-TL-OPERATOR TO FS-TPS-OPERATOR
               MOVE FS-TL-PLATE TO FS-TPS-PLATE
               MOVE FS-TL-PASSAGE-DATE TO FS-TPS-PASSAGE-DATE
               MOVE FS-TL-PASSAGE-TIME TO FS-TPS-PASSAGE-TIME
               MOVE FS-TL-PLAZA TO FS-TPS-PLAZA
               MOVE FS-TL-AMOUNT TO FS-TPS-AMOUNT
           END-IF

           IF FS-TPS-PLATE NOT = WS-TL-LOADED-PLATE THEN
               PERFORM LOAD-PLATE-TRIP-WINDOWS
           END-IF
           MOVE WS-TL-VEHICLE-ID TO FS-TPS-FK-VEHICLE-ID

           MOVE SPACES TO WS-TL-SCHEDULE-ID
           IF WS-TL-VEHICLE-ID = SPACES THEN
               MOVE 'PLATE NOT ON FLEET' TO WS-TL-MESSAGE
           ELSE
               PERFORM FIND-PASSAGE-SCHEDULE
               MOVE 'NO TRIP RUNNING - PRIVATE USE?' TO
                   WS-TL-MESSAGE
           END-IF

           IF WS-TL-SCHEDULE-ID = SPACES THEN
               MOVE 'unmatched' TO FS-TPS-STATUS
               ADD 1 TO WS-PASSAGES-UNMATCHED
               PERFORM WRITE-PASSAGE-EXCEPTION
           ELSE
               PERFORM POST-TOLL-EXPENSE
               MOVE 'posted' TO FS-TPS-STATUS
               MOVE WS-TL-SCHEDULE-ID TO FS-TPS-FK-SCHEDULE-ID
               MOVE WS-TL-EXPENSE-ID TO FS-TPS-FK-EXPENSE-ID
               IF WS-TL-NEW-PASSAGE = 'Y' THEN
                   ADD 1 TO WS-PASSAGES-POSTED
               ELSE
                   ADD 1 TO WS-PASSAGES-REMATCHED
               END-IF
               ADD FS-TPS-AMOUNT TO WS-TOLLS-POSTED
           END-IF

           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TPS-TIME-STAMP
           IF WS-TL-NEW-PASSAGE = 'Y' THEN
               WRITE FS-TOLL-PASSAGE-RECORD
               END-WRITE
           ELSE
               REWRITE FS-TOLL-PASSAGE-RECORD
               END-REWRITE
           END-IF
           .

       LOAD-PLATE-TRIP-WINDOWS.
      *    Statements come one plate at a time, so the bus behind
      *    the plate and its trips are looked up once and every
      *    passage on the plate is matched against the table.
           MOVE FS-TPS-PLATE TO WS-TL-LOADED-PLATE
           MOVE SPACES TO WS-TL-VEHICLE-ID
           MOVE ZEROES TO WS-TL-WINDOW-COUNT

           MOVE SPACES TO WS-SCAN-EOF
           MOVE LOW-VALUES TO FS-VEHICLE-ID
           START FS-VEHICLES-FILE KEY IS GREATER THAN FS-VEHICLE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-VEHICLES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-VEHICLE-LICENSE-PLATE = WS-TL-LOADED-PLATE
                       THEN
                       MOVE FS-VEHICLE-ID TO WS-TL-VEHICLE-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-TL-VEHICLE-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCAN-EOF
           MOVE LOW-VALUES TO FS-SCHEDULE-ID
           START FS-SCHEDULES-FILE KEY IS GREATER THAN FS-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-FK-VEHICLE-ID = WS-TL-VEHICLE-ID AND
                       FS-S-STATUS NOT = 'canceled' AND
                       WS-TL-WINDOW-COUNT < 200 THEN
                       PERFORM ADD-TRIP-WINDOW
                   END-IF
               END-READ
           END-PERFORM
           .

       ADD-TRIP-WINDOW.
           ADD 1 TO WS-TL-WINDOW-COUNT
           MOVE FS-SCHEDULE-ID TO
               WS-TL-W-SCHEDULE-ID(WS-TL-WINDOW-COUNT)

           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO
               WS-TL-W-DEPART(WS-TL-WINDOW-COUNT)

           MOVE FS-S-A-DATE TO WS-CVM-DATE
           MOVE FS-S-A-HOUR TO WS-CVM-HOUR
           MOVE FS-S-A-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-A-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO
               WS-TL-W-ARRIVE(WS-TL-WINDOW-COUNT)

      *    What the bus actually did beats the timetable: a late
      *    running trip still owns the plazas it passed.
           IF WS-SA-FILE-STATUS = '00' OR
               WS-SA-FILE-STATUS = '10' OR
               WS-SA-FILE-STATUS = '23' THEN
               MOVE FS-SCHEDULE-ID TO FS-SA-SCHEDULE-ID
               READ FS-SCHEDULE-ACTUALS-FILE
               KEY IS FS-SA-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-SA-AD-DATE NOT = SPACES THEN
                       MOVE FS-SA-AD-DATE TO WS-CVM-DATE
                       MOVE FS-SA-AD-HOUR TO WS-CVM-HOUR
                       MOVE FS-SA-AD-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-SA-AD-TIME-FORMAT TO
                           WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       MOVE WS-CVM-TOTAL-MINUTES TO
                           WS-TL-W-DEPART(WS-TL-WINDOW-COUNT)
                   END-IF
                   IF FS-SA-AA-DATE NOT = SPACES THEN
                       MOVE FS-SA-AA-DATE TO WS-CVM-DATE
                       MOVE FS-SA-AA-HOUR TO WS-CVM-HOUR
                       MOVE FS-SA-AA-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-SA-AA-TIME-FORMAT TO
                           WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       MOVE WS-CVM-TOTAL-MINUTES TO
                           WS-TL-W-ARRIVE(WS-TL-WINDOW-COUNT)
                   END-IF
               END-READ
           END-IF
           .

       FIND-PASSAGE-SCHEDULE.
      *    The trip running when the bus went through the plaza,
      *    with a few minutes' grace either side for the plaza
      *    clock; where a turnaround puts two trips in reach the
      *    later departure wins.
           MOVE ZEROES TO WS-TL-BEST-DEPART
           MOVE 1 TO WS-TL-W
           PERFORM UNTIL WS-TL-W > WS-TL-WINDOW-COUNT
               IF WS-TL-PASSAGE-MINUTES >= WS-TL-W-DEPART(WS-TL-W) -
                   WS-TL-GRACE-MINUTES AND
                   WS-TL-PASSAGE-MINUTES <= WS-TL-W-ARRIVE(WS-TL-W) +
                   WS-TL-GRACE-MINUTES AND
                   WS-TL-W-DEPART(WS-TL-W) > WS-TL-BEST-DEPART THEN
                   MOVE WS-TL-W-SCHEDULE-ID(WS-TL-W) TO
                       WS-TL-SCHEDULE-ID
                   MOVE WS-TL-W-DEPART(WS-TL-W) TO WS-TL-BEST-DEPART
               END-IF
               ADD 1 TO WS-TL-W
           END-PERFORM
           .

       CONVERT-TIME-TO-MINUTES.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)

           IF WS-CVM-TIME-FORMAT = 'AM' THEN
               IF WS-CVM-HOUR = 12 THEN
                   MOVE 0 TO WS-CVM-HOUR24
               ELSE
                   MOVE WS-CVM-HOUR TO WS-CVM-HOUR24
               END-IF
           ELSE
               IF WS-CVM-HOUR = 12 THEN
                   MOVE 12 TO WS-CVM-HOUR24
               ELSE
                   COMPUTE WS-CVM-HOUR24 = WS-CVM-HOUR + 12
               END-IF
           END-IF

           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)

           COMPUTE WS-CVM-TOTAL-MINUTES =
               (WS-CVM-DAY-NUMBER * 1440) + (WS-CVM-HOUR24 * 60) +
               WS-CVM-MINUTES
           .

       POST-TOLL-EXPENSE.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'EXPENSE' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-TL-EXPENSE-ID

           OPEN I-O FS-TRIP-EXPENSE-FILE
           IF WS-TX-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-TRIP-EXPENSE-FILE
           END-IF
           MOVE SPACES TO FS-TRIP-EXPENSE-RECORD
           MOVE WS-TL-EXPENSE-ID TO FS-TX-EXPENSE-ID
           MOVE WS-TL-SCHEDULE-ID TO FS-TX-FK-SCHEDULE-ID
           MOVE 'TOLLS' TO FS-TX-CATEGORY
           MOVE FS-TPS-AMOUNT TO FS-TX-AMOUNT
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TX-TIME-STAMP
           WRITE FS-TRIP-EXPENSE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-TRIP-EXPENSE-FILE
           .

       WRITE-PASSAGE-EXCEPTION.
           MOVE FS-TPS-AMOUNT TO WS-TL-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING FS-TPS-OPERATOR ' '
               FS-TPS-PLATE ' '
               FS-TPS-PLAZA ' '
               FS-TPS-PASSAGE-DATE ' '
               FS-TPS-PASSAGE-TIME ' '
               WS-TL-EDIT-AMOUNT '  '
               WS-TL-MESSAGE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           .

       REPORT-MISSING-TOLLS.
      *    A route is a toll route once any of its trips has carried
      *    a toll, keyed or imported. A trip on one that ran in the
      *    statement period with no toll against it is a tag that
      *    did not read, a bus that went round the expressway, or a
      *    statement still to come.
           MOVE SPACES TO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           MOVE 'TRIPS ON TOLL ROUTES WITH NO TOLL' TO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
           MOVE 'SCHEDULE        VEHICLE         ROUTE           '-
               'DEPARTED' TO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE

           IF WS-TL-LAST-DAY = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCAN-EOF
           OPEN INPUT FS-TRIP-EXPENSE-FILE
           IF WS-TX-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-TRIP-EXPENSE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-TX-CATEGORY = 'TOLLS' THEN
                       PERFORM NOTE-TOLLED-TRIP
                   END-IF
               END-READ
           END-PERFORM
           IF WS-TX-FILE-STATUS = '00' OR
               WS-TX-FILE-STATUS = '10' THEN
               CLOSE FS-TRIP-EXPENSE-FILE
           END-IF

           IF WS-SA-FILE-STATUS NOT = '00' AND
               WS-SA-FILE-STATUS NOT = '10' AND
               WS-SA-FILE-STATUS NOT = '23' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCAN-EOF
           MOVE LOW-VALUES TO FS-SA-SCHEDULE-ID
           START FS-SCHEDULE-ACTUALS-FILE
               KEY IS GREATER THAN FS-SA-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-SCHEDULE-ACTUALS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-SA-AD-DATE NOT = SPACES THEN
                       PERFORM CHECK-TRIP-FOR-TOLL
                   END-IF
               END-READ
           END-PERFORM
           .

       NOTE-TOLLED-TRIP.
           IF WS-TL-TOLLED-COUNT < 3000 THEN
               ADD 1 TO WS-TL-TOLLED-COUNT
               MOVE FS-TX-FK-SCHEDULE-ID TO
                   WS-TL-TOLLED-SCHEDULE-ID(WS-TL-TOLLED-COUNT)
           END-IF

           MOVE FS-TX-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           MOVE 'N' TO WS-TL-FOUND
           MOVE 1 TO WS-TL-I
           PERFORM UNTIL WS-TL-FOUND = 'Y' OR
               WS-TL-I > WS-TL-ROUTE-COUNT
               IF WS-TL-TOLL-ROUTE-ID(WS-TL-I) = FS-FK-ROUTE-ID THEN
                   MOVE 'Y' TO WS-TL-FOUND
               END-IF
               ADD 1 TO WS-TL-I
           END-PERFORM
           IF WS-TL-FOUND = 'N' AND WS-TL-ROUTE-COUNT < 200 THEN
               ADD 1 TO WS-TL-ROUTE-COUNT
               MOVE FS-FK-ROUTE-ID TO
                   WS-TL-TOLL-ROUTE-ID(WS-TL-ROUTE-COUNT)
           END-IF
           .

       CHECK-TRIP-FOR-TOLL.
           MOVE FS-SA-AD-DATE TO WS-CVM-DATE
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)
           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)
           IF WS-CVM-DAY-NUMBER < WS-TL-FIRST-DAY OR
               WS-CVM-DAY-NUMBER > WS-TL-LAST-DAY THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TL-FOUND
           MOVE 1 TO WS-TL-I
           PERFORM UNTIL WS-TL-FOUND = 'Y' OR
               WS-TL-I > WS-TL-TOLLED-COUNT
               IF WS-TL-TOLLED-SCHEDULE-ID(WS-TL-I) =
                   FS-SA-SCHEDULE-ID THEN
                   MOVE 'Y' TO WS-TL-FOUND
               END-IF
               ADD 1 TO WS-TL-I
           END-PERFORM
           IF WS-TL-FOUND = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-SA-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF FS-S-STATUS = 'canceled' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TL-FOUND
           MOVE 1 TO WS-TL-I
           PERFORM UNTIL WS-TL-FOUND = 'Y' OR
               WS-TL-I > WS-TL-ROUTE-COUNT
               IF WS-TL-TOLL-ROUTE-ID(WS-TL-I) = FS-FK-ROUTE-ID THEN
                   MOVE 'Y' TO WS-TL-FOUND
               END-IF
               ADD 1 TO WS-TL-I
           END-PERFORM
           IF WS-TL-FOUND = 'N' THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRIPS-MISSING-TOLL
           MOVE SPACES TO WS-LINE
           STRING FS-SCHEDULE-ID ' '
               FS-FK-VEHICLE-ID ' '
               FS-FK-ROUTE-ID ' '
               FS-SA-AD-DATE ' '
               FS-SA-AD-TIME ' '
               FS-SA-AD-TIME-FORMAT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-EXCEPTION-RECORD FROM WS-LINE
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
