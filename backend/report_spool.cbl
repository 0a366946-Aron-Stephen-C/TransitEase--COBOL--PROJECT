       IDENTIFICATION DIVISION.
       PROGRAM-ID. report_spool.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-SOURCE-FILE ASSIGN USING WS-RSP-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT FS-SPOOL-COPY-FILE ASSIGN USING WS-RSP-SPOOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.

           SELECT FS-REPORT-SPOOL-FILE ASSIGN TO
               'data/report_spool.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RSP-RUN-ID
               FILE STATUS IS WS-RSP-FILE-STATUS.

           SELECT FS-REPORT-DIST-FILE ASSIGN TO
               'data/report_distribution.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RDL-KEY
               FILE STATUS IS WS-RDL-FILE-STATUS.

           SELECT FS-OUTBOX-FILE ASSIGN TO 'data/outbox.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OUTBOX-TEXT-FILE ASSIGN TO 'data/outbox_text.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBT-MSG-ID
               FILE STATUS IS WS-OBT-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-SOURCE-FILE.
       01  FS-SOURCE-RECORD    PIC X(400).

       FD  FS-SPOOL-COPY-FILE.
       01  FS-SPOOL-COPY-RECORD    PIC X(400).

      *    One row per report run kept in data/spool. The row stays
      *    after the copy is purged so the run history is complete.
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

       FD  FS-REPORT-DIST-FILE.
       01  FS-REPORT-DIST-RECORD.
           02    FS-RDL-KEY.
               03    FS-RDL-REPORT-TYPE    PIC X(20).
               03    FS-RDL-ADDRESS    PIC X(100).
           02    FS-RDL-ADDED-BY    PIC X(15).
           02    FS-RDL-TIME-STAMP    PIC X(21).

       FD  FS-OUTBOX-FILE.
       01  FS-OUTBOX-RECORD.
           02    FS-OBX-MSG-ID    PIC X(15).
           02    FS-OBX-CHANNEL    PIC X(5).
           02    FS-OBX-ADDRESS    PIC X(100).
           02    FS-OBX-FK-BOOKING-ID    PIC X(15).
           02    FS-OBX-STATUS    PIC X(9).
           02    FS-OBX-ATTEMPTS    PIC 9(2).
           02    FS-OBX-TIME-STAMP.
               03    FS-OBX-TS-DATE    PIC 99/99/9999.
               03    FS-OBX-TS-FILLER-SPACE    PIC X(3).
               03    FS-OBX-TS-TIME.
                   04    FS-OBX-TS-HOUR    PIC 99.
                   04    FS-OBX-TS-COLON-1    PIC X.
                   04    FS-OBX-TS-MINUTES    PIC 99.
                   04    FS-OBX-TS-COLON-2    PIC X.
                   04    FS-OBX-TS-SECOND    PIC 99.

       FD  FS-OUTBOX-TEXT-FILE.
       01  FS-OUTBOX-TEXT-RECORD.
           02    FS-OBT-MSG-ID    PIC X(15).
           02    FS-OBT-TEXT    PIC X(200).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SRC-FILE-STATUS    PIC XX.
       01  WS-CPY-FILE-STATUS    PIC XX.
       01  WS-RSP-FILE-STATUS    PIC XX.
       01  WS-RDL-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-1    PIC X VALUE ':'.
               03    WS-TS-MINUTES    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
       01  WS-RSP-COMMAND-LINE    PIC X(160).
       01  WS-RSP-RUN-ID    PIC X(15).
       01  WS-RSP-REPORT-TYPE    PIC X(20).
       01  WS-RSP-JOB-NAME    PIC X(20).
       01  WS-RSP-SOURCE-PATH    PIC X(100).
       01  WS-RSP-SPOOL-PATH    PIC X(100).
       01  WS-RSP-BASE-NAME    PIC X(100).
       01  WS-RSP-X    PIC 9(3).
       01  WS-RSP-SLASH-AT    PIC 9(3).
       01  WS-RSP-LINE-COUNT    PIC 9(7) VALUE 0.
       01  WS-RSP-RECIPIENTS    PIC 9(3) VALUE 0.
       01  WS-RSP-DIST-EOF    PIC X.
       01  WS-RSP-NOTICE-TEXT    PIC X(200).
       01  WS-RSP-EDIT-LINES    PIC Z(6)9.


       PROCEDURE DIVISION.
      *    Report spool. Each report program hands its finished
      *    export file here; the run is copied into data/spool under
      *    a run ID, indexed in report_spool.txt with the date and
      *    the producing job, and announced through the outbox to
      *    everyone on that report type's distribution list. The
      *    spool browser in schedule_manager finds and reprints past
      *    runs; retention_sweep drops copies past SPOOL-RETAIN-DAYS.
      *    Usage : report_spool REPORT-TYPE JOB-NAME FILE
           MOVE SPACES TO WS-RSP-COMMAND-LINE
           ACCEPT WS-RSP-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-RSP-REPORT-TYPE
           MOVE SPACES TO WS-RSP-JOB-NAME
           MOVE SPACES TO WS-RSP-SOURCE-PATH
           UNSTRING WS-RSP-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RSP-REPORT-TYPE WS-RSP-JOB-NAME
                   WS-RSP-SOURCE-PATH
           END-UNSTRING

           IF WS-RSP-REPORT-TYPE = SPACES OR
               WS-RSP-JOB-NAME = SPACES OR
               WS-RSP-SOURCE-PATH = SPACES THEN
               DISPLAY 'Usage: report_spool REPORT-TYPE JOB-NAME FILE'
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RSP-REPORT-TYPE) TO
               WS-RSP-REPORT-TYPE

           OPEN INPUT FS-SOURCE-FILE
           IF WS-SRC-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   FUNCTION TRIM(WS-RSP-SOURCE-PATH) '> - not spooled'
               STOP RUN
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/spool"
               RETURNING WS-RETURN-CODE

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'SPOOL' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-RSP-RUN-ID
           PERFORM GENERATE-TIME-STAMP

           PERFORM BUILD-SPOOL-PATH
           PERFORM COPY-REPORT-TO-SPOOL
           CLOSE FS-SOURCE-FILE
           IF WS-CPY-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to write '
                   FUNCTION TRIM(WS-RSP-SPOOL-PATH) '>'
               STOP RUN
           END-IF

           PERFORM SEND-TO-DISTRIBUTION-LIST
           PERFORM WRITE-SPOOL-INDEX

           MOVE WS-RSP-LINE-COUNT TO WS-RSP-EDIT-LINES
           DISPLAY 'Spooled ' FUNCTION TRIM(WS-RSP-REPORT-TYPE)
               ' as run ' WS-RSP-RUN-ID ' ('
               FUNCTION TRIM(WS-RSP-EDIT-LINES) ' lines, '
               WS-RSP-RECIPIENTS ' recipients)'

           GOBACK
           STOP RUN.

       BUILD-SPOOL-PATH.
      *    data/spool/<run id>_<file name>, so the copy keeps the
      *    report's own name and extension.
           MOVE ZEROES TO WS-RSP-SLASH-AT
           PERFORM VARYING WS-RSP-X FROM 1 BY 1 UNTIL WS-RSP-X > 100
               IF WS-RSP-SOURCE-PATH(WS-RSP-X:1) = '/' THEN
                   MOVE WS-RSP-X TO WS-RSP-SLASH-AT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RSP-BASE-NAME
           IF WS-RSP-SLASH-AT < 100 THEN
               MOVE WS-RSP-SOURCE-PATH(WS-RSP-SLASH-AT + 1:) TO
                   WS-RSP-BASE-NAME
           END-IF

           MOVE SPACES TO WS-RSP-SPOOL-PATH
           STRING 'data/spool/' DELIMITED BY SIZE
               WS-RSP-RUN-ID DELIMITED BY SIZE
               '_' DELIMITED BY SIZE
               WS-RSP-BASE-NAME DELIMITED BY SPACE
           INTO WS-RSP-SPOOL-PATH
           .

       COPY-REPORT-TO-SPOOL.
           MOVE ZEROES TO WS-RSP-LINE-COUNT
           OPEN OUTPUT FS-SPOOL-COPY-FILE
           IF WS-CPY-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SOURCE-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   WRITE FS-SPOOL-COPY-RECORD FROM FS-SOURCE-RECORD
                   ADD 1 TO WS-RSP-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE FS-SPOOL-COPY-FILE
           .

       SEND-TO-DISTRIBUTION-LIST.
      *    The list is keyed by report type and address, so the
      *    recipients of one report sit together.
           MOVE ZEROES TO WS-RSP-RECIPIENTS
           MOVE SPACES TO WS-RSP-DIST-EOF
           OPEN INPUT FS-REPORT-DIST-FILE
           IF WS-RDL-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RSP-REPORT-TYPE TO FS-RDL-REPORT-TYPE
           MOVE LOW-VALUES TO FS-RDL-ADDRESS
           START FS-REPORT-DIST-FILE KEY IS NOT LESS THAN FS-RDL-KEY
               INVALID KEY MOVE 'Y' TO WS-RSP-DIST-EOF
           END-START
           PERFORM UNTIL WS-RSP-DIST-EOF = 'Y'
               READ FS-REPORT-DIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RSP-DIST-EOF
               NOT AT END
                   IF FS-RDL-REPORT-TYPE NOT = WS-RSP-REPORT-TYPE THEN
                       MOVE 'Y' TO WS-RSP-DIST-EOF
                   ELSE
                       PERFORM QUEUE-REPORT-NOTICE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-REPORT-DIST-FILE
           .

       QUEUE-REPORT-NOTICE.
           IF WS-RSP-RECIPIENTS = ZEROES THEN
               MOVE WS-RSP-LINE-COUNT TO WS-RSP-EDIT-LINES
               MOVE SPACES TO WS-RSP-NOTICE-TEXT
               STRING 'Report ' DELIMITED BY SIZE
                   WS-RSP-REPORT-TYPE DELIMITED BY SPACE
                   ' run ' DELIMITED BY SIZE
                   WS-RSP-RUN-ID DELIMITED BY SIZE
                   ' by ' DELIMITED BY SIZE
                   WS-RSP-JOB-NAME DELIMITED BY SPACE
                   ' on ' DELIMITED BY SIZE
                   WS-TS-DATE DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RSP-EDIT-LINES) DELIMITED BY SIZE
                   ' lines) is ready: ' DELIMITED BY SIZE
                   WS-RSP-SPOOL-PATH DELIMITED BY SPACE
               INTO WS-RSP-NOTICE-TEXT
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'OUTBOX' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-OUTBOX-TEXT-FILE
           IF WS-OBT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-TEXT-FILE
           END-IF
           MOVE WS-GENERATED-ID TO FS-OBT-MSG-ID
           MOVE WS-RSP-NOTICE-TEXT TO FS-OBT-TEXT
           WRITE FS-OUTBOX-TEXT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-OUTBOX-TEXT-FILE

           OPEN I-O FS-OUTBOX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
           END-IF
           MOVE WS-GENERATED-ID TO FS-OBX-MSG-ID
           MOVE 'EMAIL' TO FS-OBX-CHANNEL
           MOVE FS-RDL-ADDRESS TO FS-OBX-ADDRESS
           MOVE WS-RSP-RUN-ID TO FS-OBX-FK-BOOKING-ID
           MOVE 'failed' TO FS-OBX-STATUS
           MOVE ZEROES TO FS-OBX-ATTEMPTS
           MOVE WS-TIME-STAMP TO FS-OBX-TIME-STAMP
           WRITE FS-OUTBOX-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-OUTBOX-FILE

           ADD 1 TO WS-RSP-RECIPIENTS
           .

       WRITE-SPOOL-INDEX.
           OPEN I-O FS-REPORT-SPOOL-FILE
           IF WS-RSP-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-REPORT-SPOOL-FILE
               CLOSE FS-REPORT-SPOOL-FILE
               OPEN I-O FS-REPORT-SPOOL-FILE
           END-IF
           MOVE SPACES TO FS-REPORT-SPOOL-RECORD
           MOVE WS-RSP-RUN-ID TO FS-RSP-RUN-ID
           MOVE WS-RSP-REPORT-TYPE TO FS-RSP-REPORT-TYPE
           MOVE WS-RSP-JOB-NAME TO FS-RSP-JOB-NAME
           MOVE WS-TS-DATE TO FS-RSP-RUN-DATE
           MOVE WS-TS-TIME TO FS-RSP-RUN-TIME
           MOVE WS-RSP-LINE-COUNT TO FS-RSP-LINE-COUNT
           MOVE WS-RSP-RECIPIENTS TO FS-RSP-RECIPIENTS
           MOVE WS-RSP-SOURCE-PATH TO FS-RSP-SOURCE-PATH
           MOVE WS-RSP-SPOOL-PATH TO FS-RSP-SPOOL-PATH
           MOVE 'kept' TO FS-RSP-STATUS
           WRITE FS-REPORT-SPOOL-RECORD
               INVALID KEY
                   DISPLAY 'Error : <Spool run ' WS-RSP-RUN-ID
                       ' already on file>'
           END-WRITE
           CLOSE FS-REPORT-SPOOL-FILE
           .

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:6) TO WS-GSI-TIME
           MOVE WS-INCREMENT-VALUE TO WS-GSI-INCREMENT-VALUE
           .

       GENERATE-TIME-STAMP.
           ACCEPT WS-TS-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TS-YYYYMMDD(5:2) TO WS-TS-DATE(1:2)
           MOVE '/' TO WS-TS-DATE(3:1)
           MOVE WS-TS-YYYYMMDD(7:2) TO WS-TS-DATE(4:2)
           MOVE '/' TO WS-TS-DATE(6:1)
           MOVE WS-TS-YYYYMMDD(1:4) TO WS-TS-DATE(7:4)
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:2) TO WS-TS-HOUR
           MOVE WS-TIME(3:2) TO WS-TS-MINUTES
           MOVE WS-TIME(5:2) TO WS-TS-SECOND
           .

       NEXT-SEQUENCE-VALUE.
           OPEN I-O FS-SEQUENCE-FILE
               READ FS-SEQUENCE-FILE
               KEY IS FS-SEQ-NAME
               INVALID KEY
                   MOVE 1 TO WS-INCREMENT-VALUE
                   MOVE WS-SEQ-NAME TO FS-SEQ-NAME
                   MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
                   WRITE FS-SEQUENCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE WS-INCREMENT-VALUE =
                       FS-SEQ-LAST-INCREMENT + 1
                   MOVE WS-INCREMENT-VALUE TO FS-SEQ-LAST-INCREMENT
                   REWRITE FS-SEQUENCE-RECORD
                   END-REWRITE
               END-READ
           CLOSE FS-SEQUENCE-FILE
           .
