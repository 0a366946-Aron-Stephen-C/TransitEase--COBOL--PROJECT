               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-ARTIFACT-STATUS.

           SELECT FS-REPORT-SPOOL-FILE ASSIGN TO
               'data/report_spool.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RSP-RUN-ID
               FILE STATUS IS WS-RSP-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  FS-CURRENT-BOOKING-FILE.
       01  FS-CURRENT-BOOKING-ID    PIC X(15).

       FD  FS-REPORT-SPOOL-FILE.
       01  FS-REPORT-SPOOL-RECORD.
           02    FS-RSP-RUN-ID    PIC X(15).
           02    FS-RSP-REPORT-TYPE    PIC X(20).
           02    FS-RSP-JOB-NAME    PIC X(20).
           02    FS-RSP-RUN-DATE    PIC X(10).
           02    FS-RSP-RUN-TIME    PIC X(8).
           02    FS-RSP-LINE-COUNT    PIC 9(7).
           02    FS-RSP-RECIPIENTS    PIC 9(3).
           02    FS-RSP-SOURCE-PATH    PIC X(100).
           02    FS-RSP-SPOOL-PATH    PIC X(100).
           02    FS-RSP-STATUS    PIC X(8).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP    PIC X(21).


       WORKING-STORAGE SECTION.
       01  WS-OTP-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-SESSION-COUNT    PIC 9(6) VALUE 0.
       01  WS-OTP-PURGED    PIC X VALUE 'N'.
       01  WS-RSP-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-SPOOL-RETAIN-DAYS    PIC 9(4) VALUE 90.
       01  WS-SPOOL-TODAY-DAY    PIC 9(8).
       01  WS-SPOOL-RUN-INT    PIC 9(8).
       01  WS-SPOOL-RUN-DAY    PIC 9(8).
       01  WS-SPOOL-COUNT    PIC 9(6) VALUE 0.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    business outliving the working day: the OTP file is
      *    emptied, every session token is revoked, and the booking
      *    hand-off artifact is cleared. Counts go to the console so
      *    the batch log shows what was purged. Spooled report
      *    copies older than SPOOL-RETAIN-DAYS are removed as well.
           PERFORM LOAD-BUSINESS-PARAMETERS
           PERFORM PURGE-OTP-FILE
           PERFORM PURGE-STALE-SESSIONS
           PERFORM PURGE-BOOKING-ARTIFACT
           PERFORM PURGE-EXPIRED-SPOOL

           DISPLAY 'Retention sweep complete.'
           DISPLAY 'OTP file purged    : ' WS-OTP-PURGED
           DISPLAY 'Sessions revoked   : ' WS-SESSION-COUNT
           DISPLAY 'Spooled reports    : ' WS-SPOOL-COUNT

           GOBACK
           STOP RUN.
           OPEN OUTPUT FS-CURRENT-BOOKING-FILE
           CLOSE FS-CURRENT-BOOKING-FILE
           .

       PURGE-EXPIRED-SPOOL.
      *    The copy in data/spool is deleted but the index row stays,
      *    marked purged, so the spool browser still shows that the
      *    run happened and who it went to.
           COMPUTE WS-SPOOL-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT)
           MOVE SPACES TO WS-EOF
           OPEN I-O FS-REPORT-SPOOL-FILE
           IF WS-RSP-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-REPORT-SPOOL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-RSP-STATUS = 'kept' THEN
                       PERFORM PURGE-ONE-SPOOLED-REPORT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-RSP-FILE-STATUS = '00' OR
               WS-RSP-FILE-STATUS = '10' THEN
               CLOSE FS-REPORT-SPOOL-FILE
           END-IF
           .

       PURGE-ONE-SPOOLED-REPORT.
           MOVE FS-RSP-RUN-DATE(7:4) TO WS-SPOOL-RUN-INT(1:4)
           MOVE FS-RSP-RUN-DATE(1:2) TO WS-SPOOL-RUN-INT(5:2)
           MOVE FS-RSP-RUN-DATE(4:2) TO WS-SPOOL-RUN-INT(7:2)
           COMPUTE WS-SPOOL-RUN-DAY =
               FUNCTION INTEGER-OF-DATE(WS-SPOOL-RUN-INT)
           IF WS-SPOOL-TODAY-DAY - WS-SPOOL-RUN-DAY <=
               WS-SPOOL-RETAIN-DAYS THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               FS-RSP-SPOOL-PATH DELIMITED BY SPACE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           MOVE 'purged' TO FS-RSP-STATUS
           REWRITE FS-REPORT-SPOOL-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO WS-SPOOL-COUNT
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'SPOOL-RETAIN-DAYS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-SPOOL-RETAIN-DAYS
               END-IF
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .

       READ-ONE-BUSINESS-PARAM.
           MOVE 'N' TO WS-BPM-PARAM-IS-LIVE
           READ FS-BUSINESS-PARAMS-FILE
           KEY IS FS-BPM-PARAM-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FS-BPM-EFFECTIVE-DATE = SPACES THEN
                   MOVE 'Y' TO WS-BPM-PARAM-IS-LIVE
               ELSE
                   MOVE FS-BPM-EFFECTIVE-DATE(7:4) TO
                       WS-BPM-EFFECTIVE-INT(1:4)
                   MOVE FS-BPM-EFFECTIVE-DATE(1:2) TO
                       WS-BPM-EFFECTIVE-INT(5:2)
                   MOVE FS-BPM-EFFECTIVE-DATE(4:2) TO
                       WS-BPM-EFFECTIVE-INT(7:2)
                   IF WS-BPM-EFFECTIVE-INT <= WS-BPM-TODAY-INT THEN
                       MOVE 'Y' TO WS-BPM-PARAM-IS-LIVE
                   END-IF
               END-IF
           END-READ
           .
