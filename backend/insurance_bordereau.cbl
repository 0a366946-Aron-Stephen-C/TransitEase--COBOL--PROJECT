           02    FS-INS-POLICY-REF    PIC X(15).
           02    FS-INS-PREMIUM    PIC 9(5)V99.
           02    FS-INS-STATUS    PIC X(8).
           02    FS-INS-TIME-STAMP    PIC X(22).

       FD  FS-BOOKING-FILE.
       01  FS-BOOKING-RECORD.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
       01  WS-LINE    PIC X(132).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-IB-MONTH-ENTRY    PIC 99.
       01  WS-IB-YEAR-ENTRY    PIC 9(4).
       01  WS-IB-COVERED-COUNT    PIC 9(6) VALUE 0.
       01  WS-IB-CANCELED-COUNT    PIC 9(6) VALUE 0.
       01  WS-IB-PREMIUM-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    pass-through; the GL export keeps it out of fare revenue.
           DISPLAY 'Bordereau month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-IB-MONTH-ENTRY
           DISPLAY 'Bordereau year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-IB-YEAR-ENTRY

           CALL "SYSTEM" USING "mkdir -p data/export"
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-INS-TIME-STAMP(1:2) = WS-IB-MONTH-ENTRY
                       AND FS-INS-TIME-STAMP(7:4) =
                       WS-IB-YEAR-ENTRY THEN
                       PERFORM LIST-ONE-POLICY
                   END-IF
           WRITE FS-BORDEREAU-RECORD FROM WS-LINE

           CLOSE FS-BORDEREAU-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'BORDEREAU insurance_bordereau '
               'data/export/insurer_bordereau.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY 'Covered passengers : ' WS-IB-COVERED-COUNT
           DISPLAY 'Canceled policies  : ' WS-IB-CANCELED-COUNT
