           02    FS-LVL-FILLER-3    PIC X(3).
           02    FS-LVL-FK-PAYMENT-ID    PIC X(15).
           02    FS-LVL-FILLER-4    PIC X(3).
           02    FS-LVL-DATE    PIC 99/99/9999.

       FD  FS-REMIT-REPORT-FILE.
       01  FS-REMIT-REPORT-RECORD    PIC X(132).
       01  WS-LINE    PIC X(132).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-LR-MONTH-ENTRY    PIC 99.
       01  WS-LR-YEAR-ENTRY    PIC 9(4).
       01  WS-LR-TALLY-TABLE.
           02    WS-LR-TALLY OCCURS 50 TIMES.
               03    WS-LR-TERMINAL    PIC X(10).
       01  WS-LR-SLOT    PIC 9(2).
       01  WS-LR-FOUND    PIC X.
       01  WS-LR-GRAND-TOTAL    PIC 9(12)V99.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    instead of a tin-box count.
           DISPLAY 'Remittance month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-LR-MONTH-ENTRY
           DISPLAY 'Remittance year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-LR-YEAR-ENTRY

           MOVE ZEROES TO WS-LR-TALLY-COUNT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-LVL-DATE(1:2) = WS-LR-MONTH-ENTRY AND
                       FS-LVL-DATE(7:4) = WS-LR-YEAR-ENTRY THEN
                       PERFORM TALLY-ONE-LEVY
                   END-IF
               END-READ
           DISPLAY WS-LINE

           CLOSE FS-REMIT-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'LEVY-REMIT levy_remit '
               'data/export/levy_remittance.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           DISPLAY 'Schedule written to data/export/levy_remittance'-
               '.txt'

