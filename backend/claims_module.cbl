           02    FS-CLM-DOC-POLICE    PIC X.
           02    FS-CLM-DOC-PHOTOS    PIC X.
           02    FS-CLM-DOC-ESTIMATE    PIC X.
           02    FS-CLM-TIME-STAMP    PIC X(21).

       FD  FS-INCIDENT-FILE.
       01  FS-INCIDENT-RECORD.
           02    FS-INC-LONGITUDE    PIC S9(3)V9(6).
           02    FS-INC-CHECKPOINT-CODE    PIC X(20).
           02    FS-INC-TIME-STAMP.
               03    FS-INC-TS-DATE    PIC 99/99/9999.
               03    FS-INC-TS-FILLER-SPACE    PIC X(3).
               03    FS-INC-TS-TIME.
                   04    FS-INC-TS-HOUR    PIC 99.
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
           02    FS-TX-CATEGORY    PIC X(10).
           02    FS-TX-AMOUNT    PIC 9(10)V99.
           02    FS-TX-TIME-STAMP.
               03    FS-TX-TS-DATE    PIC 99/99/9999.
               03    FS-TX-TS-FILLER-SPACE    PIC X(3).
               03    FS-TX-TS-TIME.
                   04    FS-TX-TS-HOUR    PIC 99.
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
       01  WS-CLM-INCIDENT-ENTRY    PIC X(15).
           .

       CLAIM-AGING-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CLM-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-CLM-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CLM-DATE-INT)
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-CLM-STATUS NOT = 'closed' THEN
                       MOVE FS-CLM-TIME-STAMP(7:4) TO
                           WS-CLM-DATE-INT(1:4)
                       MOVE FS-CLM-TIME-STAMP(1:2) TO
                           WS-CLM-DATE-INT(5:2)
                       MOVE FS-CLM-TIME-STAMP(4:2) TO
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
