           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-DX-FK-BOOKING-ID    PIC X(15).
           02    FS-DX-AMOUNT    PIC 9(10)V99.
           02    FS-DX-STATUS    PIC X(8).
           02    FS-DX-TIME-STAMP    PIC X(22).

       FD  FS-BOOKING-FILE.
       01  FS-BOOKING-RECORD.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-RR-STATUS    PIC X(8).
           02    FS-RR-DECIDED-BY    PIC X(15).
           02    FS-RR-REQUEST-TIME-STAMP.
               03    FS-RR-RQ-DATE    PIC 99/99/9999.
               03    FS-RR-RQ-FILLER-SPACE    PIC X(3).
               03    FS-RR-RQ-TIME.
                   04    FS-RR-RQ-HOUR    PIC 99.
                   04    FS-RR-RQ-COLON-2    PIC X.
                   04    FS-RR-RQ-SECOND    PIC 99.
           02    FS-RR-DECISION-TIME-STAMP.
               03    FS-RR-DC-DATE    PIC 99/99/9999.
               03    FS-RR-DC-FILLER-SPACE    PIC X(3).
               03    FS-RR-DC-TIME.
                   04    FS-RR-DC-HOUR    PIC 99.
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
       01  WS-DUP-BASE-PAYMENT-ID    PIC X(15).
       01  WS-DUP-BASE-BOOKING-ID    PIC X(15).
       01  WS-DUP-BASE-AMOUNT    PIC 9(10)V99.
       01  WS-DUP-BASE-DATE    PIC X(10).
       01  WS-DUP-BASE-MINUTES    PIC S9(5).
       01  WS-DUP-OTHER-MINUTES    PIC S9(5).
       01  WS-DUP-GAP-MINUTES    PIC S9(5).
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
