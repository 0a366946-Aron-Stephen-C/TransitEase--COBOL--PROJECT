               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.

           SELECT FS-PARTS-MASTER-FILE ASSIGN TO
               'data/parts_master.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRT-PART-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-PARTS-ISSUE-FILE ASSIGN TO
               'data/parts_issues.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PIS-ISSUE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-TYRE-FITMENT-FILE ASSIGN TO
               'data/tyre_fitments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TFT-FITMENT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-DEFECT-FILE ASSIGN TO
               'data/inspection_defects.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-IDF-ORDER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-REORDER-REPORT-FILE ASSIGN TO
               'data/export/parts_reorder_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PRT-REPORT-STATUS.

           SELECT FS-CONTRACT-FILE ASSIGN TO
               'data/concession_contracts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CC-CONTRACT-ID
               FILE STATUS IS WS-CC-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
           02    FS-ROUTE-BASE-PRICE    PIC 9(10)V9(2).
           02    FS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    FS-ROUTE-TIME-STAMP.
               03    FS-R-DATE    PIC 99/99/9999.
               03    FS-R-FILLER-SPACE    PIC X(3).
               03    FS-R-TIME.
                   04    FS-R-HOUR    PIC 99.
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
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC 99/99/9999.
               03    FS-SA-AD-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AD-TIME.
                   04    FS-SA-AD-HOUR    PIC 99.
               03    FS-SA-AD-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AD-TIME-FORMAT    PIC XX.
           02    FS-SA-ACTUAL-ARRIVAL.
               03    FS-SA-AA-DATE    PIC 99/99/9999.
               03    FS-SA-AA-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AA-TIME.
                   04    FS-SA-AA-HOUR    PIC 99.
               03    FS-SA-AA-TIME-FORMAT    PIC XX.
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP.
               03    FS-SA-TS-DATE    PIC 99/99/9999.
               03    FS-SA-TS-FILLER-SPACE    PIC X(3).
               03    FS-SA-TS-TIME.
                   04    FS-SA-TS-HOUR    PIC 99.
           02    FS-WO-STATUS    PIC X(8).
           02    FS-WO-PARTS-COST    PIC 9(10)V99.
           02    FS-WO-LABOUR-COST    PIC 9(10)V99.
           02    FS-WO-OPENED-STAMP    PIC X(22).
           02    FS-WO-CLOSED-STAMP    PIC X(22).

       FD  FS-SERVICE-HISTORY-FILE.
       01  FS-SERVICE-HISTORY-RECORD.
           02    FS-SVH-ID    PIC X(15).
           02    FS-SVH-FK-VEHICLE-ID    PIC X(15).
           02    FS-SVH-SERVICE-DATE    PIC 99/99/9999.
           02    FS-SVH-ODOMETER-KM    PIC 9(8).
           02    FS-SVH-FK-ORDER-ID    PIC X(15).
           02    FS-SVH-NOTE    PIC X(30).
       01  FS-ODOMETER-RECORD.
           02    FS-ODO-VEHICLE-ID    PIC X(15).
           02    FS-ODO-READING-KM    PIC 9(8).
           02    FS-ODO-READING-DATE    PIC 99/99/9999.

       FD  FS-ODO-IMPORT-FILE.
       01  FS-ODO-IMPORT-RECORD.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
                   04    FS-BPM-TS-COLON-2    PIC X.
                   04    FS-BPM-TS-SECOND    PIC 99.

       FD  FS-PARTS-MASTER-FILE.
       01  FS-PARTS-MASTER-RECORD.
           02    FS-PRT-PART-NO    PIC X(15).
           02    FS-PRT-DESCRIPTION    PIC X(30).
           02    FS-PRT-CATEGORY    PIC X(4).
           02    FS-PRT-ON-HAND    PIC 9(6).
           02    FS-PRT-REORDER-POINT    PIC 9(6).
           02    FS-PRT-REORDER-QTY    PIC 9(6).
           02    FS-PRT-UNIT-COST    PIC 9(8)V99.
           02    FS-PRT-TIME-STAMP    PIC X(21).

       FD  FS-PARTS-ISSUE-FILE.
       01  FS-PARTS-ISSUE-RECORD.
           02    FS-PIS-ISSUE-ID    PIC X(15).
           02    FS-PIS-FK-ORDER-ID    PIC X(15).
           02    FS-PIS-FK-VEHICLE-ID    PIC X(15).
           02    FS-PIS-FK-PART-NO    PIC X(15).
           02    FS-PIS-QUANTITY    PIC 9(6).
           02    FS-PIS-UNIT-COST    PIC 9(8)V99.
           02    FS-PIS-EXT-COST    PIC 9(10)V99.
           02    FS-PIS-TIME-STAMP.
               03    FS-PIS-TS-DATE    PIC 99/99/9999.
               03    FS-PIS-TS-FILLER-SPACE    PIC X(3).
               03    FS-PIS-TS-TIME    PIC X(8).

       FD  FS-TYRE-FITMENT-FILE.
       01  FS-TYRE-FITMENT-RECORD.
           02    FS-TFT-FITMENT-ID    PIC X(15).
           02    FS-TFT-SERIAL-NO    PIC X(20).
           02    FS-TFT-FK-PART-NO    PIC X(15).
           02    FS-TFT-FK-VEHICLE-ID    PIC X(15).
           02    FS-TFT-POSITION    PIC X(6).
           02    FS-TFT-FK-ORDER-ID    PIC X(15).
           02    FS-TFT-FIT-DATE    PIC 99/99/9999.
           02    FS-TFT-FIT-ODOMETER    PIC 9(8).
           02    FS-TFT-REMOVE-DATE    PIC X(10).
           02    FS-TFT-REMOVE-ODOMETER    PIC 9(8).
           02    FS-TFT-STATUS    PIC X(3).

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

       FD  FS-REORDER-REPORT-FILE.
       01  FS-REORDER-REPORT-RECORD    PIC X(100).

       FD  FS-CONTRACT-FILE.
       01  FS-CONTRACT-RECORD.
           02    FS-CC-CONTRACT-ID    PIC X(15).
           02    FS-CC-FK-ACCOUNT-ID    PIC X(15).
           02    FS-CC-CONTRACT-TYPE    PIC X(10).
           02    FS-CC-ASSET-TYPE    PIC X(8).
           02    FS-CC-ASSET-ID    PIC X(15).
           02    FS-CC-PLACEMENT    PIC X(30).
           02    FS-CC-WRAP-FLAG    PIC X.
           02    FS-CC-START-DATE    PIC 99/99/9999.
           02    FS-CC-END-DATE    PIC 99/99/9999.
           02    FS-CC-MONTHLY-RATE    PIC 9(8)V99.
           02    FS-CC-STATUS    PIC X(9).
           02    FS-CC-LAST-BILLED    PIC X(6).
           02    FS-CC-TIME-STAMP    PIC X(21).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
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
       01  WS-TODAY-DATE-INT    PIC 9(8).
       01  WS-OI-IMPORT-COUNT    PIC 9(5).
       01  WS-OI-REJECT-COUNT    PIC 9(5).
       01  WS-SVH-NOTE-ENTRY    PIC X(30).
       01  WS-PRT-REPORT-STATUS    PIC XX.
       01  WS-PRT-MENU-CHOICE    PIC X.
       01  WS-PRT-PART-ENTRY    PIC X(15).
       01  WS-PRT-DESC-ENTRY    PIC X(30).
       01  WS-PRT-TYRE-ENTRY    PIC X.
       01  WS-PRT-REORDER-ENTRY    PIC 9(6).
       01  WS-PRT-REORDER-QTY-ENTRY    PIC 9(6).
       01  WS-PRT-QTY-ENTRY    PIC 9(6).
       01  WS-PRT-COST-ENTRY    PIC 9(8)V99.
       01  WS-PRT-FOUND    PIC X.
       01  WS-PRT-ORDER-OK    PIC X.
       01  WS-PRT-EXT-COST    PIC 9(10)V99.
       01  WS-PRT-TOTAL-COST    PIC 9(10)V99.
       01  WS-PRT-NON-STOCK-ENTRY    PIC 9(10)V99.
       01  WS-PRT-LIST-COUNT    PIC 9(4).
       01  WS-PRT-QTY-EDIT    PIC ZZZZZ9.
       01  WS-PRT-MIN-EDIT    PIC ZZZZZ9.
       01  WS-PRT-ORDER-EDIT    PIC ZZZZZ9.
       01  WS-PRT-COST-EDIT    PIC Z(9)9.99.
       01  WS-PRT-LINE    PIC X(100).
       01  WS-TYR-SERIAL-ENTRY    PIC X(20).
       01  WS-TYR-POSITION-ENTRY    PIC X(6).
       01  WS-TYR-LOOKUP-SERIAL    PIC X(20).
       01  WS-TYR-LOOKUP-VEHICLE    PIC X(15).
       01  WS-TYR-LOOKUP-POSITION    PIC X(6).
       01  WS-TYR-FOUND-ID    PIC X(15).
       01  WS-TYR-KM-RUN    PIC 9(8).
       01  WS-IDF-ORDER-STATUS    PIC X(8).
       01  WS-IDF-MECHANIC-ENTRY    PIC X(15).
       01  WS-CC-FILE-STATUS    PIC XX.
       01  WS-CC-EOF    PIC X.
       01  WS-CC-START-INT    PIC 9(8).
       01  WS-CC-END-INT    PIC 9(8).
       01  WS-CC-LIVE-COUNT    PIC 9(3).
       01  WS-CC-WRAP-FOUND    PIC X.
       01  WS-CC-PROCEED    PIC X.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-PARAMETERS

           MOVE SPACES TO WS-MAINT-MENU-CHOICE
           PERFORM UNTIL WS-MAINT-MENU-CHOICE = '9'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY '4 - List Open Work Orders'
               DISPLAY '5 - Import Odometer Readings'
               DISPLAY '6 - Record a Service Entry'
               DISPLAY '7 - Parts Store / Tyres'
               DISPLAY '8 - Sign Off a Driver Defect'
               DISPLAY '9 - Quit'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-MAINT-MENU-CHOICE
                   WHEN '6'
                       PERFORM RECORD-SERVICE-ENTRY
                   WHEN '7'
                       PERFORM PARTS-STORE-PAGE
                   WHEN '8'
                       PERFORM SIGN-OFF-DRIVER-DEFECT
                   WHEN '9'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
           .

       SERVICE-DUE-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-INT)
               AT END MOVE 'Y' TO WS-SA-EOF
               NOT AT END
                   IF FS-SVH-FK-VEHICLE-ID = WS-MP-VEHICLE-ID THEN
                       MOVE FS-SVH-SERVICE-DATE(7:4) TO
                           WS-MP-DATE-INT(1:4)
                       MOVE FS-SVH-SERVICE-DATE(1:2) TO
                           WS-MP-DATE-INT(5:2)
                       MOVE FS-SVH-SERVICE-DATE(4:2) TO
               CONTINUE
           NOT INVALID KEY
               IF FS-FK-VEHICLE-ID = WS-MP-VEHICLE-ID THEN
                   MOVE FS-SA-AD-DATE(7:4) TO WS-MP-DATE-INT(1:4)
                   MOVE FS-SA-AD-DATE(1:2) TO WS-MP-DATE-INT(5:2)
                   MOVE FS-SA-AD-DATE(4:2) TO WS-MP-DATE-INT(7:2)
                   COMPUTE WS-MP-DAY-NUMBER =
           DISPLAY 'Work description    : ' WITH NO ADVANCING
           ACCEPT WS-WO-DESC-ENTRY

      *    A bus carrying a paid wrap must not go in for bodywork or
      *    a respray without someone deciding so: the advertiser's
      *    livery would be lost mid-contract.
           PERFORM SHOW-LIVE-AD-PLACEMENTS
           IF WS-CC-WRAP-FOUND = 'Y' THEN
               DISPLAY ' '
               DISPLAY 'WARNING: vehicle carries a live advertising'
                   ' wrap - no respray or body panel work without'
                   ' the sales office.'
               DISPLAY 'Open the work order anyway? [Y/N] : '
                   WITH NO ADVANCING
               ACCEPT WS-CC-PROCEED
               IF WS-CC-PROCEED NOT = 'Y' AND
                   WS-CC-PROCEED NOT = 'y' THEN
                   DISPLAY 'Work order not opened.'
                   DISPLAY "Press 'enter' key to continue..."
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O FS-VEHICLES-FILE
           MOVE WS-WO-VEHICLE-ENTRY TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           ACCEPT WS-BUFFER
           .

       SHOW-LIVE-AD-PLACEMENTS.
      *    Lists the advertising sold on the vehicle and in force
      *    today, and flags a body wrap among them.
           MOVE ZEROES TO WS-CC-LIVE-COUNT
           MOVE 'N' TO WS-CC-WRAP-FOUND
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           MOVE SPACES TO WS-CC-EOF
           OPEN INPUT FS-CONTRACT-FILE
           IF WS-CC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CC-EOF
           END-IF
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ FS-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   MOVE FS-CC-START-DATE(7:4) TO WS-CC-START-INT(1:4)
                   MOVE FS-CC-START-DATE(1:2) TO WS-CC-START-INT(5:2)
                   MOVE FS-CC-START-DATE(4:2) TO WS-CC-START-INT(7:2)
                   MOVE FS-CC-END-DATE(7:4) TO WS-CC-END-INT(1:4)
                   MOVE FS-CC-END-DATE(1:2) TO WS-CC-END-INT(5:2)
                   MOVE FS-CC-END-DATE(4:2) TO WS-CC-END-INT(7:2)
                   IF FS-CC-ASSET-TYPE = 'vehicle' AND
                       FS-CC-ASSET-ID = WS-WO-VEHICLE-ENTRY AND
                       FS-CC-STATUS = 'active' AND
                       WS-CC-START-INT <= WS-TODAY-DATE-INT AND
                       WS-CC-END-INT >= WS-TODAY-DATE-INT THEN
                       IF WS-CC-LIVE-COUNT = ZEROES THEN
                           DISPLAY ' '
                           DISPLAY 'Advertising on this vehicle:'
                       END-IF
                       ADD 1 TO WS-CC-LIVE-COUNT
                       DISPLAY '  ' FS-CC-PLACEMENT ' for '
                           FS-CC-FK-ACCOUNT-ID ' until '
                           FS-CC-END-DATE
                       IF FS-CC-WRAP-FLAG = 'Y' THEN
                           MOVE 'Y' TO WS-CC-WRAP-FOUND
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CC-FILE-STATUS = '00' OR
               WS-CC-FILE-STATUS = '10' THEN
               CLOSE FS-CONTRACT-FILE
           END-IF
           .

       CLOSE-WORK-ORDER.
           DISPLAY 'Work Order ID       : ' WITH NO ADVANCING
           ACCEPT WS-WO-ORDER-ENTRY
           PERFORM SUM-ORDER-PARTS-ISSUED

           OPEN I-O FS-WORK-ORDER-FILE
           MOVE WS-WO-ORDER-ENTRY TO FS-WO-ORDER-ID
                   DISPLAY ' '
                   DISPLAY 'That work order is not open.'
               ELSE
                   MOVE WS-PRT-TOTAL-COST TO WS-PRT-COST-EDIT
                   DISPLAY 'Parts issued from stores : '
                       WS-PRT-COST-EDIT
                   DISPLAY 'Non-stock parts cost     : '
                       WITH NO ADVANCING
                   ACCEPT WS-PRT-NON-STOCK-ENTRY
                   COMPUTE WS-WO-PARTS-ENTRY =
                       WS-PRT-TOTAL-COST + WS-PRT-NON-STOCK-ENTRY
                   DISPLAY 'Labour cost         : ' WITH NO ADVANCING
                   ACCEPT WS-WO-LABOUR-ENTRY
                   DISPLAY 'Odometer reading km : ' WITH NO ADVANCING
           MOVE SPACES TO FS-SERVICE-HISTORY-RECORD
           MOVE WS-GENERATED-ID TO FS-SVH-ID
           MOVE WS-WO-VEHICLE-ENTRY TO FS-SVH-FK-VEHICLE-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO FS-SVH-SERVICE-DATE(1:2)
           MOVE '/' TO FS-SVH-SERVICE-DATE(3:1)
           MOVE WS-TODAY-DD TO FS-SVH-SERVICE-DATE(4:2)
           MOVE '/' TO FS-SVH-SERVICE-DATE(6:1)
           MOVE WS-TODAY-YYYY TO FS-SVH-SERVICE-DATE(7:4)
           MOVE WS-WO-ODOMETER-ENTRY TO FS-SVH-ODOMETER-KM
           MOVE WS-WO-ORDER-ENTRY TO FS-SVH-FK-ORDER-ID
           MOVE WS-SVH-NOTE-ENTRY TO FS-SVH-NOTE
           .

       STAMP-ODO-READING-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO FS-ODO-READING-DATE(1:2)
           MOVE '/' TO FS-ODO-READING-DATE(3:1)
           MOVE WS-TODAY-DD TO FS-ODO-READING-DATE(4:2)
           MOVE '/' TO FS-ODO-READING-DATE(6:1)
           MOVE WS-TODAY-YYYY TO FS-ODO-READING-DATE(7:4)
           .

       RECORD-SERVICE-ENTRY.
           ACCEPT WS-BUFFER
           .

       SIGN-OFF-DRIVER-DEFECT.
      *    Defects reported on the drivers' walk-round checks. The
      *    mechanic signs one off once its work order is closed; a
      *    safety defect holds the bus's trips off ready until then.
           DISPLAY 'WORK ORDER      VEHICLE         SAFETY ITEM'
           DISPLAY '---------------------------------------------------'
           MOVE ZEROES TO WS-WO-LIST-COUNT
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-DEFECT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DEFECT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-IDF-STATUS = 'open' THEN
                       DISPLAY FS-IDF-ORDER-ID ' ' FS-IDF-FK-VEHICLE-ID
                           '   ' FS-IDF-SAFETY '    ' FS-IDF-ITEM
                       DISPLAY '                ' FS-IDF-NOTE
                       ADD 1 TO WS-WO-LIST-COUNT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-DEFECT-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'Open defects : ' WS-WO-LIST-COUNT
           IF WS-WO-LIST-COUNT = ZEROES THEN
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Work Order ID       : ' WITH NO ADVANCING
           ACCEPT WS-WO-ORDER-ENTRY

           MOVE SPACES TO WS-IDF-ORDER-STATUS
           OPEN INPUT FS-WORK-ORDER-FILE
           MOVE WS-WO-ORDER-ENTRY TO FS-WO-ORDER-ID
           READ FS-WORK-ORDER-FILE
           KEY IS FS-WO-ORDER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-WO-STATUS TO WS-IDF-ORDER-STATUS
           END-READ
           CLOSE FS-WORK-ORDER-FILE

           OPEN I-O FS-DEFECT-FILE
           MOVE WS-WO-ORDER-ENTRY TO FS-IDF-ORDER-ID
           READ FS-DEFECT-FILE
           KEY IS FS-IDF-ORDER-ID
           INVALID KEY
               PERFORM ORDER-NOT-FOUND-MESSAGE
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN FS-IDF-STATUS NOT = 'open'
                       DISPLAY ' '
                       DISPLAY 'That defect is already signed off.'
                   WHEN WS-IDF-ORDER-STATUS NOT = 'closed'
                       DISPLAY ' '
                       DISPLAY 'Close the work order before signing'
                           ' the defect off.'
                   WHEN OTHER
                       DISPLAY 'Mechanic ID         : '
                           WITH NO ADVANCING
                       ACCEPT WS-IDF-MECHANIC-ENTRY
                       IF WS-IDF-MECHANIC-ENTRY = SPACES THEN
                           PERFORM INVALID-INPUT
                       ELSE
                           MOVE 'cleared' TO FS-IDF-STATUS
                           MOVE WS-IDF-MECHANIC-ENTRY TO
                               FS-IDF-SIGNED-BY
                           PERFORM GENERATE-TIME-STAMP
                           MOVE WS-TIME-STAMP TO FS-IDF-SIGNED-STAMP
                           REWRITE FS-DEFECT-RECORD
                           END-REWRITE
                           DISPLAY ' '
                           DISPLAY 'Defect signed off.'
                           IF FS-IDF-SAFETY = 'Y' THEN
                               DISPLAY 'Dispatch can now mark the'
                                   ' bus''s trips ready again.'
                           END-IF
                       END-IF
               END-EVALUATE
           END-READ
           CLOSE FS-DEFECT-FILE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       PARTS-STORE-PAGE.
      *    Depot storeroom: the parts master holds stock on hand and
      *    the reorder point, parts are issued by part number against
      *    an open work order, and tyres are fitted by serial number
      *    to a vehicle position so each one's distance is known.
           MOVE SPACES TO WS-PRT-MENU-CHOICE
           PERFORM UNTIL WS-PRT-MENU-CHOICE = '9'
               PERFORM CLEAR
               DISPLAY "***********************************************"-
               "****"
               DISPLAY "         P A R T S   S T O R E   /   T Y R E S "-
               "  "
               DISPLAY "***********************************************"-
               "****"
               DISPLAY ' '
               DISPLAY '1 - Add or Update a Part'
               DISPLAY '2 - Receive Stock'
               DISPLAY '3 - Issue Parts to a Work Order'
               DISPLAY '4 - Fit a Tyre'
               DISPLAY '5 - Remove a Tyre'
               DISPLAY '6 - Tyres on a Vehicle'
               DISPLAY '7 - Reorder Report'
               DISPLAY '8 - Vehicle Parts Cost History'
               DISPLAY '9 - back'
               DISPLAY ' '
               DISPLAY 'Enter your choice : ' WITH NO ADVANCING
               ACCEPT WS-PRT-MENU-CHOICE

               DISPLAY ' '

               EVALUATE WS-PRT-MENU-CHOICE
                   WHEN '1'
                       PERFORM MAINTAIN-PART
                   WHEN '2'
                       PERFORM RECEIVE-PART-STOCK
                   WHEN '3'
                       PERFORM ISSUE-PARTS-TO-ORDER
                   WHEN '4'
                       PERFORM FIT-TYRE
                   WHEN '5'
                       PERFORM REMOVE-TYRE
                   WHEN '6'
                       PERFORM LIST-VEHICLE-TYRES
                   WHEN '7'
                       PERFORM PARTS-REORDER-REPORT
                   WHEN '8'
                       PERFORM VEHICLE-PARTS-HISTORY
                   WHEN '9'
                       CONTINUE
                   WHEN OTHER
                       PERFORM INVALID-INPUT
               END-EVALUATE
           END-PERFORM
           .

       MAINTAIN-PART.
           DISPLAY 'Part number         : ' WITH NO ADVANCING
           ACCEPT WS-PRT-PART-ENTRY
           IF WS-PRT-PART-ENTRY = SPACES THEN
               PERFORM INVALID-INPUT
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-PARTS-MASTER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-PARTS-MASTER-FILE
           END-IF
           MOVE WS-PRT-PART-ENTRY TO FS-PRT-PART-NO
           READ FS-PARTS-MASTER-FILE
           KEY IS FS-PRT-PART-NO
           INVALID KEY
               MOVE 'N' TO WS-PRT-FOUND
               MOVE SPACES TO FS-PARTS-MASTER-RECORD
               MOVE WS-PRT-PART-ENTRY TO FS-PRT-PART-NO
               MOVE ZEROES TO FS-PRT-ON-HAND
               MOVE ZEROES TO FS-PRT-UNIT-COST
           NOT INVALID KEY
               MOVE 'Y' TO WS-PRT-FOUND
               DISPLAY ' Current : ' FS-PRT-DESCRIPTION ' ('
                   FS-PRT-CATEGORY ') on hand ' FS-PRT-ON-HAND
                   ' reorder at ' FS-PRT-REORDER-POINT
           END-READ

           DISPLAY 'Description         : ' WITH NO ADVANCING
           ACCEPT WS-PRT-DESC-ENTRY
           DISPLAY 'Tyre? [Y/N]         : ' WITH NO ADVANCING
           ACCEPT WS-PRT-TYRE-ENTRY
           DISPLAY 'Reorder point (min) : ' WITH NO ADVANCING
           ACCEPT WS-PRT-REORDER-ENTRY
           DISPLAY 'Reorder quantity    : ' WITH NO ADVANCING
           ACCEPT WS-PRT-REORDER-QTY-ENTRY

           IF WS-PRT-DESC-ENTRY NOT = SPACES THEN
               MOVE WS-PRT-DESC-ENTRY TO FS-PRT-DESCRIPTION
           END-IF
           IF FUNCTION UPPER-CASE(WS-PRT-TYRE-ENTRY) = 'Y' THEN
               MOVE 'tyre' TO FS-PRT-CATEGORY
           ELSE
               MOVE 'part' TO FS-PRT-CATEGORY
           END-IF
           MOVE WS-PRT-REORDER-ENTRY TO FS-PRT-REORDER-POINT
           MOVE WS-PRT-REORDER-QTY-ENTRY TO FS-PRT-REORDER-QTY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-PRT-TIME-STAMP

           IF WS-PRT-FOUND = 'Y' THEN
               REWRITE FS-PARTS-MASTER-RECORD
               END-REWRITE
           ELSE
               WRITE FS-PARTS-MASTER-RECORD
               END-WRITE
           END-IF
           CLOSE FS-PARTS-MASTER-FILE

           DISPLAY ' '
           DISPLAY 'Part ' WS-PRT-PART-ENTRY ' saved.'
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       RECEIVE-PART-STOCK.
      *    Goods received into the storeroom. The unit cost carried
      *    on the part is the moving average of what is on the shelf.
           DISPLAY 'Part number         : ' WITH NO ADVANCING
           ACCEPT WS-PRT-PART-ENTRY
           DISPLAY 'Quantity received   : ' WITH NO ADVANCING
           ACCEPT WS-PRT-QTY-ENTRY
           DISPLAY 'Unit cost           : ' WITH NO ADVANCING
           ACCEPT WS-PRT-COST-ENTRY

           OPEN I-O FS-PARTS-MASTER-FILE
           MOVE WS-PRT-PART-ENTRY TO FS-PRT-PART-NO
           READ FS-PARTS-MASTER-FILE
           KEY IS FS-PRT-PART-NO
           INVALID KEY
               PERFORM PART-NOT-FOUND-MESSAGE
           NOT INVALID KEY
               IF WS-PRT-QTY-ENTRY = ZEROES THEN
                   PERFORM INVALID-INPUT
               ELSE
                   COMPUTE FS-PRT-UNIT-COST ROUNDED =
                       ((FS-PRT-ON-HAND * FS-PRT-UNIT-COST) +
                       (WS-PRT-QTY-ENTRY * WS-PRT-COST-ENTRY)) /
                       (FS-PRT-ON-HAND + WS-PRT-QTY-ENTRY)
                   ADD WS-PRT-QTY-ENTRY TO FS-PRT-ON-HAND
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-PRT-TIME-STAMP
                   REWRITE FS-PARTS-MASTER-RECORD
                   END-REWRITE
                   DISPLAY ' '
                   DISPLAY 'Received. On hand now ' FS-PRT-ON-HAND
                       ' at average cost ' FS-PRT-UNIT-COST
               END-IF
           END-READ
           CLOSE FS-PARTS-MASTER-FILE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       ISSUE-PARTS-TO-ORDER.
           DISPLAY 'Work Order ID       : ' WITH NO ADVANCING
           ACCEPT WS-WO-ORDER-ENTRY
           PERFORM FIND-OPEN-WORK-ORDER
           IF WS-PRT-ORDER-OK NOT = 'Y' THEN
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Part number         : ' WITH NO ADVANCING
           ACCEPT WS-PRT-PART-ENTRY
           DISPLAY 'Quantity            : ' WITH NO ADVANCING
           ACCEPT WS-PRT-QTY-ENTRY

           MOVE 'N' TO WS-PRT-FOUND
           OPEN INPUT FS-PARTS-MASTER-FILE
           MOVE WS-PRT-PART-ENTRY TO FS-PRT-PART-NO
           READ FS-PARTS-MASTER-FILE
           KEY IS FS-PRT-PART-NO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-PRT-FOUND
           END-READ
           CLOSE FS-PARTS-MASTER-FILE

           EVALUATE TRUE
               WHEN WS-PRT-FOUND NOT = 'Y'
                   PERFORM PART-NOT-FOUND-MESSAGE
               WHEN FS-PRT-CATEGORY = 'tyre'
                   DISPLAY ' '
                   DISPLAY 'Tyres are issued by fitting them by serial'
                       ' number.'
               WHEN WS-PRT-QTY-ENTRY = ZEROES
                   PERFORM INVALID-INPUT
               WHEN WS-PRT-QTY-ENTRY > FS-PRT-ON-HAND
                   DISPLAY ' '
                   DISPLAY 'Only ' FS-PRT-ON-HAND ' on hand - issue'
                       ' refused.'
               WHEN OTHER
                   PERFORM POST-PART-ISSUE
                   DISPLAY ' '
                   DISPLAY 'Issued ' WS-PRT-QTY-ENTRY ' x '
                       FUNCTION TRIM(WS-PRT-PART-ENTRY) ' to '
                       WS-WO-ORDER-ENTRY ' - cost ' WS-PRT-EXT-COST
           END-EVALUATE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       FIND-OPEN-WORK-ORDER.
      *    Parts and tyres can only be charged to an order still open;
      *    the order's vehicle is where they go.
           MOVE 'N' TO WS-PRT-ORDER-OK
           OPEN INPUT FS-WORK-ORDER-FILE
           MOVE WS-WO-ORDER-ENTRY TO FS-WO-ORDER-ID
           READ FS-WORK-ORDER-FILE
           KEY IS FS-WO-ORDER-ID
           INVALID KEY
               PERFORM ORDER-NOT-FOUND-MESSAGE
           NOT INVALID KEY
               IF FS-WO-STATUS = 'open' THEN
                   MOVE 'Y' TO WS-PRT-ORDER-OK
                   MOVE FS-WO-FK-VEHICLE-ID TO WS-WO-VEHICLE-ENTRY
               ELSE
                   DISPLAY ' '
                   DISPLAY 'That work order is not open.'
               END-IF
           END-READ
           CLOSE FS-WORK-ORDER-FILE
           .

       POST-PART-ISSUE.
      *    Takes the quantity off the shelf and writes the issue line
      *    at the current average cost. Expects the part record read,
      *    WS-WO-ORDER-ENTRY, WS-WO-VEHICLE-ENTRY and
      *    WS-PRT-QTY-ENTRY.
           OPEN I-O FS-PARTS-MASTER-FILE
           MOVE WS-PRT-PART-ENTRY TO FS-PRT-PART-NO
           READ FS-PARTS-MASTER-FILE
           KEY IS FS-PRT-PART-NO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SUBTRACT WS-PRT-QTY-ENTRY FROM FS-PRT-ON-HAND
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-PRT-TIME-STAMP
               REWRITE FS-PARTS-MASTER-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-PARTS-MASTER-FILE

           COMPUTE WS-PRT-EXT-COST ROUNDED =
               WS-PRT-QTY-ENTRY * FS-PRT-UNIT-COST

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'PARTISSUE' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-PARTS-ISSUE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-PARTS-ISSUE-FILE
           END-IF
           MOVE SPACES TO FS-PARTS-ISSUE-RECORD
           MOVE WS-GENERATED-ID TO FS-PIS-ISSUE-ID
           MOVE WS-WO-ORDER-ENTRY TO FS-PIS-FK-ORDER-ID
           MOVE WS-WO-VEHICLE-ENTRY TO FS-PIS-FK-VEHICLE-ID
           MOVE WS-PRT-PART-ENTRY TO FS-PIS-FK-PART-NO
           MOVE WS-PRT-QTY-ENTRY TO FS-PIS-QUANTITY
           MOVE FS-PRT-UNIT-COST TO FS-PIS-UNIT-COST
           MOVE WS-PRT-EXT-COST TO FS-PIS-EXT-COST
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-PIS-TIME-STAMP
           WRITE FS-PARTS-ISSUE-RECORD
           END-WRITE
           CLOSE FS-PARTS-ISSUE-FILE

           IF FS-PRT-ON-HAND <= FS-PRT-REORDER-POINT THEN
               DISPLAY ' '
               DISPLAY 'Stock of ' FUNCTION TRIM(WS-PRT-PART-ENTRY)
                   ' is at or below its reorder point.'
           END-IF
           .

       FIT-TYRE.
      *    A tyre comes out of the store against the work order and
      *    goes on at a wheel position with the odometer reading. A
      *    tyre still on that position is taken off at the same
      *    reading.
           DISPLAY 'Work Order ID       : ' WITH NO ADVANCING
           ACCEPT WS-WO-ORDER-ENTRY
           PERFORM FIND-OPEN-WORK-ORDER
           IF WS-PRT-ORDER-OK NOT = 'Y' THEN
               DISPLAY "Press 'enter' key to continue..."
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Tyre part number    : ' WITH NO ADVANCING
           ACCEPT WS-PRT-PART-ENTRY
           DISPLAY 'Tyre serial number  : ' WITH NO ADVANCING
           ACCEPT WS-TYR-SERIAL-ENTRY
           DISPLAY 'Position [FL/FR/RLO/RLI/RRI/RRO/SPARE] : '
               WITH NO ADVANCING
           ACCEPT WS-TYR-POSITION-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-TYR-POSITION-ENTRY) TO
               WS-TYR-POSITION-ENTRY
           DISPLAY 'Odometer reading km : ' WITH NO ADVANCING
           ACCEPT WS-WO-ODOMETER-ENTRY

           MOVE 'N' TO WS-PRT-FOUND
           OPEN INPUT FS-PARTS-MASTER-FILE
           MOVE WS-PRT-PART-ENTRY TO FS-PRT-PART-NO
           READ FS-PARTS-MASTER-FILE
           KEY IS FS-PRT-PART-NO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-PRT-FOUND
           END-READ
           CLOSE FS-PARTS-MASTER-FILE

           MOVE WS-TYR-SERIAL-ENTRY TO WS-TYR-LOOKUP-SERIAL
           MOVE SPACES TO WS-TYR-LOOKUP-VEHICLE
           MOVE SPACES TO WS-TYR-LOOKUP-POSITION
           PERFORM FIND-FITTED-TYRE

           EVALUATE TRUE
               WHEN WS-PRT-FOUND NOT = 'Y'
                   PERFORM PART-NOT-FOUND-MESSAGE
               WHEN FS-PRT-CATEGORY NOT = 'tyre'
                   DISPLAY ' '
                   DISPLAY 'That part number is not a tyre.'
               WHEN WS-TYR-SERIAL-ENTRY = SPACES OR
                   WS-TYR-POSITION-ENTRY = SPACES
                   PERFORM INVALID-INPUT
               WHEN FS-PRT-ON-HAND < 1
                   DISPLAY ' '
                   DISPLAY 'No tyres of that part number in stock.'
               WHEN WS-TYR-FOUND-ID NOT = SPACES
                   DISPLAY ' '
                   DISPLAY 'That serial is still fitted to '
                       FS-TFT-FK-VEHICLE-ID ' at ' FS-TFT-POSITION
               WHEN OTHER
                   MOVE SPACES TO WS-TYR-LOOKUP-SERIAL
                   MOVE WS-WO-VEHICLE-ENTRY TO WS-TYR-LOOKUP-VEHICLE
                   MOVE WS-TYR-POSITION-ENTRY TO
                       WS-TYR-LOOKUP-POSITION
                   PERFORM FIND-FITTED-TYRE
                   IF WS-TYR-FOUND-ID NOT = SPACES THEN
                       PERFORM TAKE-OFF-FOUND-TYRE
                   END-IF

                   MOVE 1 TO WS-PRT-QTY-ENTRY
                   PERFORM POST-PART-ISSUE

                   MOVE ZEROES TO WS-INCREMENT-VALUE
                   MOVE 'TYREFIT' TO WS-SEQ-NAME
                   PERFORM NEXT-SEQUENCE-VALUE
                   PERFORM GENERATE-ID-SEQUENCE

                   OPEN I-O FS-TYRE-FITMENT-FILE
                   IF WS-FILE-STATUS NOT = '00' THEN
                       OPEN OUTPUT FS-TYRE-FITMENT-FILE
                   END-IF
                   MOVE SPACES TO FS-TYRE-FITMENT-RECORD
                   MOVE WS-GENERATED-ID TO FS-TFT-FITMENT-ID
                   MOVE WS-TYR-SERIAL-ENTRY TO FS-TFT-SERIAL-NO
                   MOVE WS-PRT-PART-ENTRY TO FS-TFT-FK-PART-NO
                   MOVE WS-WO-VEHICLE-ENTRY TO FS-TFT-FK-VEHICLE-ID
                   MOVE WS-TYR-POSITION-ENTRY TO FS-TFT-POSITION
                   MOVE WS-WO-ORDER-ENTRY TO FS-TFT-FK-ORDER-ID
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TS-DATE TO FS-TFT-FIT-DATE
                   MOVE WS-WO-ODOMETER-ENTRY TO FS-TFT-FIT-ODOMETER
                   MOVE ZEROES TO FS-TFT-REMOVE-ODOMETER
                   MOVE 'on' TO FS-TFT-STATUS
                   WRITE FS-TYRE-FITMENT-RECORD
                   END-WRITE
                   CLOSE FS-TYRE-FITMENT-FILE

                   DISPLAY ' '
                   DISPLAY 'Tyre ' FUNCTION TRIM(WS-TYR-SERIAL-ENTRY)
                       ' fitted to ' WS-WO-VEHICLE-ENTRY ' at '
                       WS-TYR-POSITION-ENTRY
           END-EVALUATE
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       REMOVE-TYRE.
           DISPLAY 'Vehicle ID          : ' WITH NO ADVANCING
           ACCEPT WS-WO-VEHICLE-ENTRY
           DISPLAY 'Position            : ' WITH NO ADVANCING
           ACCEPT WS-TYR-POSITION-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-TYR-POSITION-ENTRY) TO
               WS-TYR-POSITION-ENTRY
           DISPLAY 'Odometer reading km : ' WITH NO ADVANCING
           ACCEPT WS-WO-ODOMETER-ENTRY

           MOVE SPACES TO WS-TYR-LOOKUP-SERIAL
           MOVE WS-WO-VEHICLE-ENTRY TO WS-TYR-LOOKUP-VEHICLE
           MOVE WS-TYR-POSITION-ENTRY TO WS-TYR-LOOKUP-POSITION
           PERFORM FIND-FITTED-TYRE
           IF WS-TYR-FOUND-ID = SPACES THEN
               DISPLAY ' '
               DISPLAY 'No tyre on file at that position.'
           ELSE
               PERFORM TAKE-OFF-FOUND-TYRE
           END-IF
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       TAKE-OFF-FOUND-TYRE.
      *    Closes the fitment found by FIND-FITTED-TYRE at the
      *    odometer reading in WS-WO-ODOMETER-ENTRY.
           OPEN I-O FS-TYRE-FITMENT-FILE
           MOVE WS-TYR-FOUND-ID TO FS-TFT-FITMENT-ID
           READ FS-TYRE-FITMENT-FILE
           KEY IS FS-TFT-FITMENT-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'off' TO FS-TFT-STATUS
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TS-DATE TO FS-TFT-REMOVE-DATE
               MOVE WS-WO-ODOMETER-ENTRY TO FS-TFT-REMOVE-ODOMETER
               REWRITE FS-TYRE-FITMENT-RECORD
               END-REWRITE
               IF FS-TFT-REMOVE-ODOMETER >= FS-TFT-FIT-ODOMETER THEN
                   COMPUTE WS-TYR-KM-RUN =
                       FS-TFT-REMOVE-ODOMETER - FS-TFT-FIT-ODOMETER
               ELSE
                   MOVE ZEROES TO WS-TYR-KM-RUN
               END-IF
               DISPLAY ' '
               DISPLAY 'Tyre ' FUNCTION TRIM(FS-TFT-SERIAL-NO)
                   ' removed from ' FS-TFT-POSITION ' after '
                   WS-TYR-KM-RUN ' km.'
           END-READ
           CLOSE FS-TYRE-FITMENT-FILE
           .

       FIND-FITTED-TYRE.
      *    Looks for a fitment still on, by serial number or by
      *    vehicle and position; the id comes back in
      *    WS-TYR-FOUND-ID (spaces when none).
           MOVE SPACES TO WS-TYR-FOUND-ID
           MOVE SPACES TO WS-SA-EOF
           OPEN INPUT FS-TYRE-FITMENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SA-EOF
           END-IF
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ FS-TYRE-FITMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SA-EOF
               NOT AT END
                   IF FS-TFT-STATUS = 'on' THEN
                       IF (WS-TYR-LOOKUP-SERIAL NOT = SPACES AND
                           FS-TFT-SERIAL-NO = WS-TYR-LOOKUP-SERIAL) OR
                           (WS-TYR-LOOKUP-SERIAL = SPACES AND
                           FS-TFT-FK-VEHICLE-ID =
                           WS-TYR-LOOKUP-VEHICLE AND
                           FS-TFT-POSITION = WS-TYR-LOOKUP-POSITION)
                           THEN
                           MOVE FS-TFT-FITMENT-ID TO WS-TYR-FOUND-ID
                           MOVE 'Y' TO WS-SA-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-TYRE-FITMENT-FILE
           END-IF
           .

       LIST-VEHICLE-TYRES.
           DISPLAY 'Vehicle ID          : ' WITH NO ADVANCING
           ACCEPT WS-WO-VEHICLE-ENTRY

           DISPLAY ' '
           DISPLAY 'POS    SERIAL               PART            FITTED'-
               '     AT KM    STATUS'
           DISPLAY '---------------------------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-TYRE-FITMENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-TYRE-FITMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-TFT-FK-VEHICLE-ID = WS-WO-VEHICLE-ENTRY THEN
                       DISPLAY FS-TFT-POSITION ' ' FS-TFT-SERIAL-NO
                           ' ' FS-TFT-FK-PART-NO ' '
                           FS-TFT-FIT-DATE ' ' FS-TFT-FIT-ODOMETER
                           ' ' FS-TFT-STATUS
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-TYRE-FITMENT-FILE
           END-IF
           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       PARTS-REORDER-REPORT.
      *    Every part at or below its reorder point, with the
      *    quantity to order, written for purchasing as well as shown.
           MOVE ZEROES TO WS-PRT-LIST-COUNT
           CALL "SYSTEM" USING "mkdir -p data/export"
           OPEN OUTPUT FS-REORDER-REPORT-FILE

           MOVE 'PARTS REORDER REPORT' TO WS-PRT-LINE
           WRITE FS-REORDER-REPORT-RECORD FROM WS-PRT-LINE
           DISPLAY WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'PART NO         DESCRIPTION                    '
               'ON HAND  REORDER PT  ORDER QTY'
           DELIMITED BY SIZE INTO WS-PRT-LINE
           WRITE FS-REORDER-REPORT-RECORD FROM WS-PRT-LINE
           DISPLAY WS-PRT-LINE

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PARTS-MASTER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PARTS-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PRT-ON-HAND <= FS-PRT-REORDER-POINT THEN
                       MOVE FS-PRT-ON-HAND TO WS-PRT-QTY-EDIT
                       MOVE FS-PRT-REORDER-POINT TO WS-PRT-MIN-EDIT
                       MOVE FS-PRT-REORDER-QTY TO WS-PRT-ORDER-EDIT
                       MOVE SPACES TO WS-PRT-LINE
                       STRING FS-PRT-PART-NO ' '
                           FS-PRT-DESCRIPTION ' '
                           WS-PRT-QTY-EDIT '     '
                           WS-PRT-MIN-EDIT '    '
                           WS-PRT-ORDER-EDIT
                       DELIMITED BY SIZE INTO WS-PRT-LINE
                       WRITE FS-REORDER-REPORT-RECORD FROM WS-PRT-LINE
                       DISPLAY WS-PRT-LINE
                       ADD 1 TO WS-PRT-LIST-COUNT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-PARTS-MASTER-FILE
           END-IF

           MOVE SPACES TO WS-PRT-LINE
           STRING 'ITEMS TO REORDER ' WS-PRT-LIST-COUNT
           DELIMITED BY SIZE INTO WS-PRT-LINE
           WRITE FS-REORDER-REPORT-RECORD FROM WS-PRT-LINE
           DISPLAY WS-PRT-LINE
           CLOSE FS-REORDER-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'PARTS-REORDER maintenance_planner '
               'data/export/parts_reorder_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY 'Report written to'
           DISPLAY 'data/export/parts_reorder_report.txt'
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       VEHICLE-PARTS-HISTORY.
      *    What one bus has consumed from the storeroom, issue by
      *    issue, with the running total.
           DISPLAY 'Vehicle ID          : ' WITH NO ADVANCING
           ACCEPT WS-WO-VEHICLE-ENTRY

           DISPLAY ' '
           DISPLAY 'DATE       WORK ORDER      PART            QTY'-
               '          COST'
           DISPLAY '---------------------------------------------------'
           MOVE ZEROES TO WS-PRT-TOTAL-COST
           MOVE ZEROES TO WS-PRT-LIST-COUNT
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PARTS-ISSUE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PARTS-ISSUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PIS-FK-VEHICLE-ID = WS-WO-VEHICLE-ENTRY THEN
                       MOVE FS-PIS-EXT-COST TO WS-PRT-COST-EDIT
                       DISPLAY FS-PIS-TS-DATE ' ' FS-PIS-FK-ORDER-ID
                           ' ' FS-PIS-FK-PART-NO ' ' FS-PIS-QUANTITY
                           ' ' WS-PRT-COST-EDIT
                       ADD FS-PIS-EXT-COST TO WS-PRT-TOTAL-COST
                       ADD 1 TO WS-PRT-LIST-COUNT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-PARTS-ISSUE-FILE
           END-IF
           MOVE WS-PRT-TOTAL-COST TO WS-PRT-COST-EDIT
           DISPLAY '---------------------------------------------------'
           DISPLAY 'Issues : ' WS-PRT-LIST-COUNT
               '   Total parts cost : ' WS-PRT-COST-EDIT
           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       SUM-ORDER-PARTS-ISSUED.
      *    Total of the storeroom issues charged to WS-WO-ORDER-ENTRY.
           MOVE ZEROES TO WS-PRT-TOTAL-COST
           MOVE SPACES TO WS-SA-EOF
           OPEN INPUT FS-PARTS-ISSUE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SA-EOF
           END-IF
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ FS-PARTS-ISSUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SA-EOF
               NOT AT END
                   IF FS-PIS-FK-ORDER-ID = WS-WO-ORDER-ENTRY THEN
                       ADD FS-PIS-EXT-COST TO WS-PRT-TOTAL-COST
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-PARTS-ISSUE-FILE
           END-IF
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
               IF FS-BPM-EFFECTIVE-DATE = SPACES THEN
                   MOVE 'Y' TO WS-BPM-PARAM-IS-LIVE
               ELSE
                   MOVE FS-BPM-EFFECTIVE-DATE(7:4) TO
                       WS-BPM-EFFECTIVE-INT(1:4)
                   MOVE FS-BPM-EFFECTIVE-DATE(1:2) TO
                       WS-BPM-EFFECTIVE-INT(5:2)
                   MOVE FS-BPM-EFFECTIVE-DATE(4:2) TO
                       WS-BPM-EFFECTIVE-INT(7:2)
                   IF WS-BPM-EFFECTIVE-INT <= WS-BPM-TODAY-INT THEN
                       MOVE 'Y' TO WS-BPM-PARAM-IS-LIVE
                   END-IF
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
           DISPLAY "***************************************************"
           .

       PART-NOT-FOUND-MESSAGE.
           DISPLAY ' '
           DISPLAY 'Part number not found in the parts master.'
           .

       ORDER-NOT-FOUND-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*          Work order not found on file.          *"
