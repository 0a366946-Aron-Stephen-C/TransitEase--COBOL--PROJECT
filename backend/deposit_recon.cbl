       01  FS-DEPOSIT-SLIP-RECORD.
           02    FS-DSL-SLIP-ID    PIC X(15).
           02    FS-DSL-TERMINAL-CODE    PIC X(10).
           02    FS-DSL-BUSINESS-DATE    PIC 99/99/9999.
           02    FS-DSL-AMOUNT    PIC 9(12)V99.
           02    FS-DSL-SESSION-COUNT    PIC 9(3).
           02    FS-DSL-STATUS    PIC X(8).
           02    FS-DSL-COURIER-REF    PIC X(20).
           02    FS-DSL-SEAL-NUMBER    PIC X(15).
           02    FS-DSL-PICKUP-DATE    PIC 99/99/9999.
           02    FS-DSL-CREDIT-DATE    PIC 99/99/9999.
           02    FS-DSL-TIME-STAMP    PIC X(21).

       FD  FS-DRAWER-FILE.
       01  FS-DRAWER-RECORD.
           02    FS-DS-VARIANCE    PIC S9(10)V99.
           02    FS-DS-STATUS    PIC X(8).
           02    FS-DS-TIME-STAMP.
               03    FS-DS-TS-DATE    PIC 99/99/9999.
               03    FS-DS-TS-FILLER-SPACE    PIC X(3).
               03    FS-DS-TS-TIME.
                   04    FS-DS-TS-HOUR    PIC 99.
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
       01  WS-DR-TERMINAL-ENTRY    PIC X(10).
       01  WS-DR-DATE-ENTRY    PIC X(10).
       01  WS-DR-SLIP-ENTRY    PIC X(15).
       01  WS-DR-COURIER-ENTRY    PIC X(20).
       01  WS-DR-SEAL-ENTRY    PIC X(15).
       PREPARE-DEPOSIT-SLIP.
           DISPLAY 'Terminal code             : ' WITH NO ADVANCING
           ACCEPT WS-DR-TERMINAL-ENTRY
           DISPLAY 'Business date [MM/DD/YYYY]  : ' WITH NO ADVANCING
           ACCEPT WS-DR-DATE-ENTRY

      *    The slip carries the counted cash of this terminal's
               MOVE WS-DR-COURIER-ENTRY TO FS-DSL-COURIER-REF
               MOVE WS-DR-SEAL-ENTRY TO FS-DSL-SEAL-NUMBER
               MOVE 'pickedup' TO FS-DSL-STATUS
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO FS-DSL-PICKUP-DATE(1:2)
               MOVE '/' TO FS-DSL-PICKUP-DATE(3:1)
               MOVE WS-TODAY-DD TO FS-DSL-PICKUP-DATE(4:2)
               MOVE '/' TO FS-DSL-PICKUP-DATE(6:1)
               MOVE WS-TODAY-YYYY TO FS-DSL-PICKUP-DATE(7:4)
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-DSL-TIME-STAMP
               REWRITE FS-DEPOSIT-SLIP-RECORD
       RECORD-BANK-CREDIT.
           DISPLAY 'Deposit slip ID           : ' WITH NO ADVANCING
           ACCEPT WS-DR-SLIP-ENTRY
           DISPLAY 'Credit date [MM/DD/YYYY]    : ' WITH NO ADVANCING
           ACCEPT WS-DR-DATE-ENTRY

           OPEN I-O FS-DEPOSIT-SLIP-FILE
           .

       UNCREDITED-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DR-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-DR-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DR-DATE-INT)
                       ADD 1 TO WS-DR-STALE-COUNT
                   END-IF
                   IF FS-DSL-STATUS = 'pickedup' THEN
                       MOVE FS-DSL-PICKUP-DATE(7:4) TO
                           WS-DR-DATE-INT(1:4)
                       MOVE FS-DSL-PICKUP-DATE(1:2) TO
                           WS-DR-DATE-INT(5:2)
                       MOVE FS-DSL-PICKUP-DATE(4:2) TO
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
