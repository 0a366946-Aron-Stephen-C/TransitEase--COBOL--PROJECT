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
           02    FS-INC-LONGITUDE    PIC S9(3)V9(6).
           02    FS-INC-CHECKPOINT-CODE    PIC X(20).
           02    FS-INC-TIME-STAMP.
               03    FS-INC-TS-DATE    PIC 99/99/9999.
               03    FS-INC-TS-FILLER-SPACE    PIC X(3).
               03    FS-INC-TS-TIME.
                   04    FS-INC-TS-HOUR    PIC 99.
           02    FS-FB-TEXT    PIC X(100).
           02    FS-FB-STATUS    PIC X(8).
           02    FS-FB-TIME-STAMP.
               03    FS-FB-TS-DATE    PIC 99/99/9999.
               03    FS-FB-TS-FILLER-SPACE    PIC X(3).
               03    FS-FB-TS-TIME.
                   04    FS-FB-TS-HOUR    PIC 99.
       01  FS-DCR-RECORD.
           02    FS-DCR-DRIVER-ID    PIC X(15).
           02    FS-DCR-LICENSE-NO    PIC X(20).
           02    FS-DCR-LICENSE-EXPIRY    PIC 99/99/9999.
           02    FS-DCR-ACCRED-NO    PIC X(20).
           02    FS-DCR-ACCRED-EXPIRY    PIC 99/99/9999.


       WORKING-STORAGE SECTION.
       01  WS-BUFFER    PIC X.
       01  WS-SCORECARD-MENU-CHOICE    PIC X.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-TODAY-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-DCR-HORIZON-DAYS    PIC 9(3) VALUE 30.
       01  WS-DCR-DRIVER-ENTRY    PIC X(15).
       01  WS-DCR-LICENSE-ENTRY    PIC X(20).
       01  WS-DCR-LIC-EXPIRY-ENTRY    PIC X(10).
       01  WS-DCR-ACCRED-ENTRY    PIC X(20).
       01  WS-DCR-ACC-EXPIRY-ENTRY    PIC X(10).
       01  WS-SC-MONTH-ENTRY    PIC 99.
       01  WS-SC-YEAR-ENTRY    PIC 9(4).
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
               DISPLAY 'Professional licence no      : '
               WITH NO ADVANCING
               ACCEPT WS-DCR-LICENSE-ENTRY
               DISPLAY 'Licence expiry [MM/DD/YYYY]    : '
               WITH NO ADVANCING
               ACCEPT WS-DCR-LIC-EXPIRY-ENTRY
               DISPLAY 'Accreditation no             : '
               WITH NO ADVANCING
               ACCEPT WS-DCR-ACCRED-ENTRY
               DISPLAY 'Accreditation exp [MM/DD/YYYY] : '
               WITH NO ADVANCING
               ACCEPT WS-DCR-ACC-EXPIRY-ENTRY

           .

       CREDENTIAL-EXPIRY-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DCR-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DCR-DATE-INT)
           .

       CHECK-ONE-CREDENTIAL.
           MOVE WS-CVM-DATE(7:4) TO WS-DCR-DATE-INT(1:4)
           MOVE WS-CVM-DATE(1:2) TO WS-DCR-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-DCR-DATE-INT(7:2)
           COMPUTE WS-DCR-DAY-NUMBER =
       MONTHLY-SCORECARD.
           DISPLAY 'Scorecard month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-SC-MONTH-ENTRY
           DISPLAY 'Scorecard year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-SC-YEAR-ENTRY

           MOVE ZEROES TO WS-SC-TALLY-COUNT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-D-DATE(1:2) = WS-SC-MONTH-ENTRY AND
                       FS-S-D-DATE(7:4) = WS-SC-YEAR-ENTRY THEN
                       PERFORM SCORE-ONE-SCHEDULE
                   END-IF
               END-READ
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-INC-TS-DATE(1:2) = WS-SC-MONTH-ENTRY AND
                       FS-INC-TS-DATE(7:4) = WS-SC-YEAR-ENTRY THEN
                       MOVE FS-INC-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
                       READ FS-SCHEDULES-FILE
                       KEY IS FS-SCHEDULE-ID
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FB-TS-DATE(1:2) = WS-SC-MONTH-ENTRY AND
                       FS-FB-TS-DATE(7:4) = WS-SC-YEAR-ENTRY THEN
                       MOVE FS-FB-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
                       READ FS-SCHEDULES-FILE
                       KEY IS FS-SCHEDULE-ID
       CONVERT-TIME-TO-MINUTES.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)

           IF WS-CVM-TIME-FORMAT = 'AM' THEN
               IF WS-CVM-HOUR = 12 THEN
