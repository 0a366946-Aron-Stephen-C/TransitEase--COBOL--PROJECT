           02    FS-BOOKING-ID    PIC X(15).
           02    FS-FK-USER-ID    PIC X(15).
           02    FS-FK-SCHEDULE-ID    PIC X(15).
           02    FS-BOOKING-BODY    PIC X(74).

       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-USER-ID    PIC X(15).
           02    FS-P-BODY    PIC X(331).

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
           02    FS-SCHEDULE-ID    PIC X(15).
           02    FS-S-BODY    PIC X(120).

       FD  FS-PAYMENT-FILE.
       01  FS-PAYMENT-RECORD.
           02    FS-PAYMENT-ID    PIC X(15).
           02    FS-FK-BOOKING-ID    PIC X(15).
           02    FS-PAY-BODY    PIC X(154).

       FD  FS-SEAT-MAP-FILE.
       01  FS-SEAT-RECORD.
       FD  FS-ROUTES-FILE.
       01  FS-ROUTES-RECORD.
           02    FS-ROUTE-ID    PIC X(15).
           02    FS-R-BODY    PIC X(108).

       FD  FS-VEHICLES-FILE.
       01  FS-VEHICLES-RECORD.
           02    FS-VEHICLE-ID    PIC X(15).
           02    FS-V-BODY    PIC X(74).

       FD  FS-DRIVERS-FILE.
       01  FS-DRIVERS-RECORD.
           02    FS-DRIVER-ID    PIC X(15).
           02    FS-DR-BODY    PIC X(82).

       FD  FS-OR-CONTROL-FILE.
       01  FS-OR-CONTROL-RECORD.
       FD  FS-OR-REGISTER-FILE.
       01  FS-OR-REGISTER-RECORD.
           02    FS-ORG-OR-NUMBER    PIC 9(8).
           02    FS-ORG-BODY    PIC X(160).

       FD  FS-VOUCHER-FILE.
       01  FS-VOUCHER-RECORD.
           02    FS-VCH-CODE    PIC X(15).
           02    FS-VCH-BODY    PIC X(81).

       FD  FS-LOYALTY-FILE.
       01  FS-LOYALTY-RECORD.
       FD  FS-REFUND-REQUEST-FILE.
       01  FS-REFUND-REQUEST-RECORD.
           02    FS-RR-REQUEST-ID    PIC X(15).
           02    FS-RR-BODY    PIC X(107).

       FD  FS-CORPORATE-FILE.
       01  FS-CORPORATE-RECORD.
       FD  FS-FARE-MATRIX-FILE.
       01  FS-FARE-MATRIX-RECORD.
           02    FS-FARE-CLASS    PIC X.
           02    FS-FM-BODY    PIC X(36).

       FD  FS-EXCHANGE-RATE-FILE.
       01  FS-EXCHANGE-RATE-RECORD.
           02    FS-EXR-CURRENCY-CODE    PIC X(3).
           02    FS-EXR-BODY    PIC X(31).

       FD  FS-PRICING-CALENDAR-FILE.
       01  FS-PRICING-CALENDAR-RECORD.
           02    FS-PRICING-CALENDAR-ID    PIC X(15).
           02    FS-PCAL-BODY    PIC X(99).

       FD  FS-PROMO-FILE.
       01  FS-PROMO-RECORD.
           02    FS-PROMO-CODE    PIC X(15).
           02    FS-PROMO-BODY    PIC X(49).

       FD  FS-JOURNEYS-FILE.
       01  FS-JOURNEYS-RECORD.
           02    FS-JOURNEY-ID    PIC X(15).
           02    FS-JNY-BODY    PIC X(75).

       FD  FS-JOURNEY-LEGS-FILE.
       01  FS-JOURNEY-LEG-RECORD.
       01  WS-BUFFER    PIC X.
       01  WS-LINE    PIC X(100).
       01  WS-TIME    PIC 9(8).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-RECORD-COUNT    PIC 9(7).
       01  WS-FILE-CURSOR    PIC 9(2).
       01  WS-DATA-FILE-NAME    PIC X(25).
      *    Files are copied as stored, so the passenger contact
      *    fields go into the set encrypted, and so does the field
      *    vault (field_vault.db) that holds their values. The key
      *    file (field_keys.txt) is deliberately left out - a backup
      *    set on its own never holds the means to read them. A set
      *    restored after a key rotation is brought onto the current
      *    key by running backend/field_crypto.
       01  WS-DATA-FILE-TABLE.
           02    FILLER    PIC X(25) VALUE 'booking.txt'.
           02    FILLER    PIC X(25) VALUE 'passenger_file.txt'.
           02    FILLER    PIC X(25) VALUE 'promo_codes.txt'.
           02    FILLER    PIC X(25) VALUE 'journeys.txt'.
           02    FILLER    PIC X(25) VALUE 'journey_legs.txt'.
           02    FILLER    PIC X(25) VALUE 'field_vault.db'.
       01  WS-DATA-FILE-LIST REDEFINES WS-DATA-FILE-TABLE.
           02    WS-DATA-FILE    PIC X(25) OCCURS 22 TIMES.
       01  WS-VERIFY-FAILED-COUNT    PIC 9(2).
       01  WS-RESTORE-FILE-ENTRY    PIC X(25).
       01  WS-RESTORE-CONFIRM    PIC X(3).
               MOVE ZEROES TO WS-VERIFY-FAILED-COUNT

               PERFORM VARYING WS-FILE-CURSOR FROM 1 BY 1
                   UNTIL WS-FILE-CURSOR > 22
                   MOVE WS-DATA-FILE(WS-FILE-CURSOR) TO
                       WS-DATA-FILE-NAME
                   PERFORM COUNT-ONE-DATA-FILE

           IF WS-RESTORE-CONFIRM = 'YES' THEN
               PERFORM VARYING WS-FILE-CURSOR FROM 1 BY 1
                   UNTIL WS-FILE-CURSOR > 22
                   MOVE WS-DATA-FILE(WS-FILE-CURSOR) TO
                       WS-DATA-FILE-NAME
                   PERFORM RESTORE-NAMED-FILE
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
