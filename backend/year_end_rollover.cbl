           02    FS-ORG-AMOUNT    PIC 9(10)V99.
           02    FS-ORG-STATUS    PIC X(9).
           02    FS-ORG-TIME-STAMP.
               03    FS-ORG-TS-DATE    PIC 99/99/9999.
               03    FS-ORG-TS-FILLER-SPACE    PIC X(3).
               03    FS-ORG-TS-TIME.
                   04    FS-ORG-TS-HOUR    PIC 99.
                   04    FS-ORG-TS-MINUTES    PIC 99.
                   04    FS-ORG-TS-COLON-2    PIC X.
                   04    FS-ORG-TS-SECOND    PIC 99.
           02    FS-ORG-CHAIN-SEQ    PIC 9(9).
           02    FS-ORG-CHAIN-HASH    PIC X(64).

       FD  FS-PRICING-CALENDAR-FILE.
       01  FS-PRICING-CALENDAR-RECORD.
           02    FS-PRICING-CALENDAR-ID    PIC X(15).
           02    FS-PC-FK-ROUTE-ID    PIC X(15).
           02    FS-PC-LABEL    PIC X(30).
           02    FS-PC-START-DATE    PIC 99/99/9999.
           02    FS-PC-END-DATE    PIC 99/99/9999.
           02    FS-PC-MULTIPLIER    PIC 9(3)V99.
           02    FS-PC-STATUS    PIC X(8).
           02    FS-PC-TIME-STAMP.
               03    FS-PC-DATE    PIC 99/99/9999.
               03    FS-PC-FILLER-SPACE    PIC X(3).
               03    FS-PC-TIME.
                   04    FS-PC-HOUR    PIC 99.

       FD  FS-ROLLOVER-CKPT-FILE.
       01  FS-ROLLOVER-CKPT-RECORD.
           02    FS-RCK-YEAR    PIC 9999.
           02    FS-RCK-LAST-STEP    PIC 9.

       FD  FS-ROLLOVER-REPORT-FILE.
       01  WS-LINE    PIC X(132).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-ARGS    PIC X(40).
       01  WS-YE-NEW-YEAR    PIC 9999.
       01  WS-YE-NEW-OR-START    PIC 9(8).
       01  WS-YE-LAST-STEP    PIC 9.
       01  WS-YE-SEQ-RESET    PIC 9(4).
       01  WS-YE-CKPT-CLEARED    PIC 9(4).
       01  WS-YE-NEW-CAL-ID    PIC X(15).
       01  WS-YE-SAVE-RECORD    PIC X(150).
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *      step 4 - clear the recurring-schedule checkpoints so
      *               the templates generate past year end
      *    Every step lands on the rollover report. Arguments:
      *    <new-YYYY> <new-OR-start>, prompted when absent.
           ACCEPT WS-ARGS FROM COMMAND-LINE
           IF WS-ARGS = SPACES THEN
               DISPLAY 'New year [YYYY]           : '
               WITH NO ADVANCING
               ACCEPT WS-YE-NEW-YEAR
               DISPLAY 'New OR series start number: '
               ACCEPT WS-YE-NEW-OR-START
           ELSE
               COMPUTE WS-YE-NEW-YEAR =
                   FUNCTION NUMVAL(WS-ARGS(1:4))
               COMPUTE WS-YE-NEW-OR-START =
                   FUNCTION NUMVAL(WS-ARGS(6:8))
           END-IF

           PERFORM READ-ROLLOVER-CHECKPOINT
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'YEAR-END ROLLOVER INTO ' WS-YE-NEW-YEAR
               ' (resuming after step ' WS-YE-LAST-STEP ')'
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-ROLLOVER-REPORT-RECORD FROM WS-LINE
           WRITE FS-ROLLOVER-REPORT-RECORD FROM WS-LINE
           DISPLAY WS-LINE
           CLOSE FS-ROLLOVER-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'YEAR-END year_end_rollover '
               'data/export/yearend_rollover.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

      *    A finished rollover clears its checkpoint for next year.
           OPEN OUTPUT FS-ROLLOVER-CKPT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PC-STATUS = 'active' AND
                       FS-PC-START-DATE(7:4) NOT =
                       WS-YE-NEW-YEAR THEN
                       PERFORM COPY-ONE-CALENDAR-ROW
                   END-IF
           MOVE FS-PRICING-CALENDAR-RECORD TO WS-YE-SAVE-RECORD

           MOVE SPACES TO WS-YE-NEW-CAL-ID
           STRING FS-PRICING-CALENDAR-ID(1:13) WS-YE-NEW-YEAR(3:2)
           DELIMITED BY SIZE INTO WS-YE-NEW-CAL-ID

           MOVE WS-YE-NEW-CAL-ID TO FS-PRICING-CALENDAR-ID
           MOVE WS-YE-NEW-YEAR TO FS-PC-START-DATE(7:4)
           MOVE WS-YE-NEW-YEAR TO FS-PC-END-DATE(7:4)

           WRITE FS-PRICING-CALENDAR-RECORD
           INVALID KEY
