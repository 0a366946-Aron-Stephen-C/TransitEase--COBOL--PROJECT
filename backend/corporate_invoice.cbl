           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-IR-AMOUNT    PIC 9(10)V99.
           02    FS-IR-PAID-AMOUNT    PIC 9(10)V99.
           02    FS-IR-STATUS    PIC X(8).
           02    FS-IR-INVOICE-DATE    PIC 99/99/9999.
           02    FS-IR-TIME-STAMP    PIC X(22).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-JRN-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-JRN-IMAGE    PIC X(200).

       01  WS-PAY-EOF    PIC X.
       01  WS-LINE    PIC X(120).
       01  WS-TIME    PIC 9(8).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
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
