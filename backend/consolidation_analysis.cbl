           02    FS-TSU-REVENUE    PIC 9(12)V99.
           02    FS-TSU-LOAD-FACTOR-PCT    PIC 9(3)V99.
           02    FS-TSU-TIME-STAMP.
               03    FS-TSU-TS-DATE    PIC 99/99/9999.
               03    FS-TSU-TS-FILLER-SPACE    PIC X(3).
               03    FS-TSU-TS-TIME.
                   04    FS-TSU-TS-HOUR    PIC 99.
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
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
       01  WS-CN-HOUR24    PIC 99.
       01  WS-CN-CAND-SCHEDULE    PIC X(15).
       01  WS-CN-CAND-ROUTE    PIC X(15).
       01  WS-CN-CAND-DATE    PIC X(10).
       01  WS-CN-CAND-HOUR    PIC 99.
       01  WS-CN-CAND-BOOKED    PIC 9(3).
       01  WS-CN-TARGET-SCHEDULE    PIC X(15).
