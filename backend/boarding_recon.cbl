           02    FS-TSU-REVENUE    PIC 9(12)V99.
           02    FS-TSU-LOAD-FACTOR-PCT    PIC 9(3)V99.
           02    FS-TSU-TIME-STAMP.
               03    FS-TSU-TS-DATE    PIC 99/99/9999.
               03    FS-TSU-TS-FILLER-SPACE    PIC X(3).
               03    FS-TSU-TS-TIME.
                   04    FS-TSU-TS-HOUR    PIC 99.
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
       01  WS-LK-FOUND    PIC X.
       01  WS-LK-KEY-VALUE    PIC X(16).
       01  WS-LK-OVERAGE-VALUE    PIC 9(5).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
           PERFORM WRITE-LEAKAGE-TALLIES

           CLOSE FS-LEAKAGE-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'LEAKAGE boarding_recon '
               'data/export/leakage_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY 'Trips checked : ' WS-RC-TRIPS-CHECKED
           DISPLAY 'Trips flagged : ' WS-RC-TRIPS-FLAGGED
