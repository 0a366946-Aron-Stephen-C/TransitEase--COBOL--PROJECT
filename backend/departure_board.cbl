               RECORD KEY IS FS-ADV-ID
               FILE STATUS IS WS-ADV-FILE-STATUS.

           SELECT FS-DETOUR-FILE ASSIGN TO 'data/route_detours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DTR-KEY
               FILE STATUS IS WS-DTR-FILE-STATUS.

           SELECT FS-STOPS-FILE ASSIGN TO 'data/stops.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STP-STOP-ID
               FILE STATUS IS WS-DTR-STOPS-STATUS.

           SELECT FS-SCHEDULE-BAYS-FILE ASSIGN TO
               'data/schedule_bays.txt'
               ORGANIZATION IS INDEXED
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
                   04    FS-V-SECOND    PIC 99.


       FD  FS-DETOUR-FILE.
       01  FS-DETOUR-RECORD.
           02    FS-DTR-KEY.
               03    FS-DTR-FK-ROUTE-ID    PIC X(15).
               03    FS-DTR-FK-STOP-ID    PIC X(15).
               03    FS-DTR-FROM-INT    PIC 9(8).
           02    FS-DTR-TO-INT    PIC 9(8).
           02    FS-DTR-SUBSTITUTE-STOP-ID    PIC X(15).
           02    FS-DTR-REASON    PIC X(40).
           02    FS-DTR-STATUS    PIC X(8).
           02    FS-DTR-TIME-STAMP    PIC X(21).

       FD  FS-STOPS-FILE.
       01  FS-STOPS-RECORD.
           02    FS-STP-STOP-ID    PIC X(15).
           02    FS-STP-NAME    PIC X(30).
           02    FS-STP-TIME-STAMP    PIC X(21).

       FD  FS-ADVISORY-FILE.
       01  FS-ADVISORY-RECORD.
           02    FS-ADV-ID    PIC X(15).
           02    FS-ADV-FK-ROUTE-ID    PIC X(15).
           02    FS-ADV-FK-SCHEDULE-ID    PIC X(15).
           02    FS-ADV-SEVERITY    PIC X(6).
           02    FS-ADV-START-DATE    PIC 99/99/9999.
           02    FS-ADV-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-ADV-STATUS    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-BOARD-BAY    PIC X(15).
       01  WS-EOF    PIC X.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-BOARD-DATE    PIC 99/99/9999.
       01  WS-LISTED-COUNT    PIC 9(3).
       01  WS-REFRESH-SECONDS    PIC 9(3) VALUE 15.
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-DTR-FILE-STATUS    PIC XX.
       01  WS-DTR-STOPS-STATUS    PIC XX.
       01  WS-DTR-EOF    PIC X.
       01  WS-DTR-SHOWN    PIC 9(2).
       01  WS-DTR-TODAY-INT    PIC 9(8).
       01  WS-DTR-STOP-NAME    PIC X(30).
       01  WS-DTR-SUB-NAME    PIC X(30).


       PROCEDURE DIVISION.
       SHOW-DEPARTURE-BOARD.
           CALL "SYSTEM" USING "clear"

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO WS-BOARD-DATE(1:2)
           MOVE '/' TO WS-BOARD-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-BOARD-DATE(4:2)
           MOVE '/' TO WS-BOARD-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-BOARD-DATE(7:4)

           DISPLAY "***************************************************"-
           "*****************************"
           END-IF

           PERFORM SHOW-ACTIVE-ADVISORIES
           PERFORM SHOW-ACTIVE-DETOURS

           DISPLAY ' '
           DISPLAY '---------------------------------------------------'-
       SHOW-ACTIVE-ADVISORIES.
      *    Advisories scroll under the departure rows until their
      *    expiry date passes; expired ones simply stop showing.
           COMPUTE WS-ADV-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-ADV-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-ADV-DATE-INT)
               AT END MOVE 'Y' TO WS-ADV-EOF
               NOT AT END
                   IF FS-ADV-STATUS = 'active' THEN
                       MOVE FS-ADV-EXPIRY-DATE(7:4) TO
                           WS-ADV-DATE-INT(1:4)
                       MOVE FS-ADV-EXPIRY-DATE(1:2) TO
                           WS-ADV-DATE-INT(5:2)
                       MOVE FS-ADV-EXPIRY-DATE(4:2) TO
               CLOSE FS-ADVISORY-FILE
           END-IF
           .

       SHOW-ACTIVE-DETOURS.
      *    Stops closed or moved by a detour in force today, so
      *    nobody walks to a stop the bus will not call at.
           COMPUTE WS-DTR-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           MOVE ZEROES TO WS-DTR-SHOWN
           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DTR-EOF
           END-IF
           OPEN INPUT FS-STOPS-FILE
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-DETOUR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   IF FS-DTR-STATUS = 'active' AND
                       FS-DTR-FROM-INT <= WS-DTR-TODAY-INT AND
                       FS-DTR-TO-INT >= WS-DTR-TODAY-INT THEN
                       MOVE FS-DTR-FK-STOP-ID TO FS-STP-STOP-ID
                       PERFORM READ-DETOUR-STOP-NAME
                       MOVE FS-STP-NAME TO WS-DTR-STOP-NAME
                       MOVE SPACES TO WS-DTR-SUB-NAME
                       IF FS-DTR-SUBSTITUTE-STOP-ID NOT = SPACES THEN
                           MOVE FS-DTR-SUBSTITUTE-STOP-ID TO
                               FS-STP-STOP-ID
                           PERFORM READ-DETOUR-STOP-NAME
                           MOVE FS-STP-NAME TO WS-DTR-SUB-NAME
                       END-IF
                       IF WS-DTR-SHOWN = ZEROES THEN
                           DISPLAY ' '
                           DISPLAY ' *** DETOURS / STOP CLOSURES ***'
                       END-IF
                       IF WS-DTR-SUB-NAME = SPACES THEN
                           DISPLAY ' ' FS-DTR-FK-ROUTE-ID ' : '
                               FUNCTION TRIM(WS-DTR-STOP-NAME)
                               ' CLOSED - ' FS-DTR-REASON
                       ELSE
                           DISPLAY ' ' FS-DTR-FK-ROUTE-ID ' : '
                               FUNCTION TRIM(WS-DTR-STOP-NAME)
                               ' moved to '
                               FUNCTION TRIM(WS-DTR-SUB-NAME)
                               ' - ' FS-DTR-REASON
                       END-IF
                       ADD 1 TO WS-DTR-SHOWN
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DTR-STOPS-STATUS = '00' OR
               WS-DTR-STOPS-STATUS = '23' THEN
               CLOSE FS-STOPS-FILE
           END-IF
           IF WS-DTR-FILE-STATUS = '00' OR
               WS-DTR-FILE-STATUS = '10' THEN
               CLOSE FS-DETOUR-FILE
           END-IF
           .

       READ-DETOUR-STOP-NAME.
           MOVE FS-STP-STOP-ID TO FS-STP-NAME
           READ FS-STOPS-FILE
           KEY IS FS-STP-STOP-ID
           INVALID KEY
               CONTINUE
           END-READ
           .
