               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OUTBOX-TEXT-FILE ASSIGN TO 'data/outbox_text.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBT-MSG-ID
               FILE STATUS IS WS-OBT-FILE-STATUS.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-OBX-STATUS    PIC X(9).
           02    FS-OBX-ATTEMPTS    PIC 9(2).
           02    FS-OBX-TIME-STAMP.
               03    FS-OBX-TS-DATE    PIC 99/99/9999.
               03    FS-OBX-TS-FILLER-SPACE    PIC X(3).
               03    FS-OBX-TS-TIME.
                   04    FS-OBX-TS-HOUR    PIC 99.
                   04    FS-OBX-TS-COLON-2    PIC X.
                   04    FS-OBX-TS-SECOND    PIC 99.

       FD  FS-OUTBOX-TEXT-FILE.
       01  FS-OUTBOX-TEXT-RECORD.
           02    FS-OBT-MSG-ID    PIC X(15).
           02    FS-OBT-TEXT    PIC X(200).

       FD  FS-FIELD-REQUEST-FILE.
       01  FS-FIELD-REQUEST-RECORD.
           02    FS-FCQ-TRACE    PIC X(16).
           02    FS-FCQ-OPERATION    PIC X(7).
           02    FS-FCQ-KIND    PIC X.
           02    FS-FCQ-WIDTH    PIC 9(3).
           02    FS-FCQ-VALUE    PIC X(100).

       FD  FS-FIELD-RESPONSE-FILE.
       01  FS-FIELD-RESPONSE-RECORD.
           02    FS-FCA-TRACE    PIC X(16).
           02    FS-FCA-RESULT    PIC XX.
           02    FS-FCA-VALUE    PIC X(100).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-OBX-TEXT    PIC X(200).
       01  WS-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-MINUTES    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
       01  WS-COMMAND    PIC X(400).
       01  WS-COMMAND-POINTER    PIC 9(3).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-MAX-ATTEMPTS    PIC 9(2) VALUE 5.
       01  WS-RETRIED-COUNT    PIC 9(5) VALUE 0.
       01  WS-SENT-COUNT    PIC 9(5) VALUE 0.
       01  WS-BACKOFF-SECONDS    PIC 9(3).
       01  WS-BACKOFF-DISPLAY    PIC ZZ9.
      *    Field encryption for passenger contact data (email,
      *    phone, emergency contact) - AES-GCM through backend/
      *    python_script_for_field_crypto.py, keys in
      *    data/field_keys.txt rotated by backend/field_crypto.
       01  WS-FCQ-FILE-STATUS    PIC XX.
       01  WS-FCA-FILE-STATUS    PIC XX.
       01  WS-FC-FIELD    PIC X(100).
       01  WS-FC-WIDTH    PIC 9(3).
       01  WS-FC-KIND    PIC X.
           88    WS-FC-KIND-TEXT    VALUE 'T'.
           88    WS-FC-KIND-DIGITS    VALUE 'D'.
       01  WS-FC-OPERATION    PIC X(7).
       01  WS-FC-RESULT    PIC XX.
       01  WS-FC-TRACE.
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'OUTBOX'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    backoff that grows with the attempt count so a broken
      *    mail relay isn't hammered. Messages that exhaust their
      *    attempts stay 'failed' and appear on the admin console.
      *    A message queued with its own wording (trip reminders)
      *    has it in data/outbox_text.txt; it goes to the script
      *    after the address. Addresses copied from the passenger
      *    record are encrypted on file and are decrypted only into
      *    the send command.
           MOVE SPACES TO WS-EOF

           OPEN I-O FS-OUTBOX-FILE
               DISPLAY 'Outbox file not available - nothing to do.'
               STOP RUN
           END-IF
           OPEN INPUT FS-OUTBOX-TEXT-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OUTBOX-FILE NEXT RECORD
               END-READ
           END-PERFORM

           IF WS-OBT-FILE-STATUS = '00' OR
               WS-OBT-FILE-STATUS = '10' OR
               WS-OBT-FILE-STATUS = '23' THEN
               CLOSE FS-OUTBOX-TEXT-FILE
           END-IF
           CLOSE FS-OUTBOX-FILE

           DISPLAY 'Messages retried : ' WS-RETRIED-COUNT
                   RETURNING WS-RETURN-CODE
           END-IF

           MOVE FS-OBX-ADDRESS TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           IF FS-OBX-CHANNEL = 'SMS' AND
               FS-OBX-ADDRESS(12:) = SPACES THEN
               MOVE 11 TO WS-FC-WIDTH
               MOVE 'D' TO WS-FC-KIND
           END-IF
           PERFORM DECRYPT-FIELD

           MOVE SPACES TO WS-COMMAND
           IF FS-OBX-CHANNEL = 'SMS' THEN
               STRING 'python3 backend/python_script_for_sms.py '
                   FUNCTION TRIM(WS-FC-FIELD)
               DELIMITED BY SIZE INTO WS-COMMAND
           ELSE
               STRING 'python3 backend/python_script_for_email.py '
                   FUNCTION TRIM(WS-FC-FIELD)
               DELIMITED BY SIZE INTO WS-COMMAND
           END-IF

           PERFORM FIND-MESSAGE-TEXT
           IF WS-OBX-TEXT NOT = SPACES THEN
               COMPUTE WS-COMMAND-POINTER =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND)) + 1
               STRING " '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OBX-TEXT) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
               INTO WS-COMMAND WITH POINTER WS-COMMAND-POINTER
           END-IF

           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           ADD 1 TO FS-OBX-ATTEMPTS
           END-REWRITE
           .

       FIND-MESSAGE-TEXT.
      *    Quotes in the text would end the shell argument early.
           MOVE SPACES TO WS-OBX-TEXT
           IF WS-OBT-FILE-STATUS NOT = '00' AND
               WS-OBT-FILE-STATUS NOT = '23' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FS-OBX-MSG-ID TO FS-OBT-MSG-ID
           READ FS-OUTBOX-TEXT-FILE
           KEY IS FS-OBT-MSG-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-OBT-TEXT TO WS-OBX-TEXT
               INSPECT WS-OBX-TEXT REPLACING ALL "'" BY SPACE
           END-READ
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

       DECRYPT-FIELD.
      *    Reverses ENCRYPT-FIELD in place, under whichever key the
      *    value was written with. Anything not in encrypted form
      *    (including records written before encryption was
      *    switched on) is returned unchanged.
           MOVE 'DECRYPT' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
           .

       RUN-FIELD-CRYPTO.
      *    One request to backend/python_script_for_field_crypto.py
      *    - AES-256-GCM under the keys in data/field_keys.txt, the
      *    encrypted value itself held in data/field_vault.db. The
      *    request and answer files are named after this program
      *    and the time, and are removed as soon as the answer is
      *    in, so no plain value stays on disk and two terminals
      *    never read each other's answer. WS-FC-RESULT is '00'
      *    when done and 'NK' when no key is on file; on anything
      *    else WS-FC-FIELD is left as it came in.
           MOVE SPACES TO WS-FC-RESULT
           ACCEPT WS-FC-TRACE-TIME FROM TIME
           MOVE SPACES TO WS-FC-REQUEST-NAME
           STRING 'data/crypto/' DELIMITED BY SIZE
               WS-FC-TRACE-CODE DELIMITED BY SPACE
               '-' WS-FC-TRACE-TIME '.req' DELIMITED BY SIZE
               INTO WS-FC-REQUEST-NAME
           MOVE SPACES TO WS-FC-RESPONSE-NAME
           STRING 'data/crypto/' DELIMITED BY SIZE
               WS-FC-TRACE-CODE DELIMITED BY SPACE
               '-' WS-FC-TRACE-TIME '.ans' DELIMITED BY SIZE
               INTO WS-FC-RESPONSE-NAME
           CALL "SYSTEM" USING "mkdir -p -m 700 data/crypto"
           PERFORM VARYING WS-FC-TRY FROM 1 BY 1
               UNTIL WS-FC-TRY > 3 OR WS-FC-RESULT NOT = SPACES
               PERFORM CALL-FIELD-CRYPTO
           END-PERFORM

           MOVE SPACES TO WS-FC-COMMAND
           STRING 'rm -f ' DELIMITED BY SIZE
               WS-FC-REQUEST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FC-RESPONSE-NAME DELIMITED BY SPACE
               INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-FC-RC
           .

       CALL-FIELD-CRYPTO.
           MOVE SPACES TO FS-FIELD-REQUEST-RECORD
           MOVE WS-FC-TRACE TO FS-FCQ-TRACE
           MOVE WS-FC-OPERATION TO FS-FCQ-OPERATION
           MOVE WS-FC-KIND TO FS-FCQ-KIND
           MOVE WS-FC-WIDTH TO FS-FCQ-WIDTH
           MOVE WS-FC-FIELD TO FS-FCQ-VALUE
           OPEN OUTPUT FS-FIELD-REQUEST-FILE
           IF WS-FCQ-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           WRITE FS-FIELD-REQUEST-RECORD
           END-WRITE
           CLOSE FS-FIELD-REQUEST-FILE

           MOVE SPACES TO WS-FC-COMMAND
           STRING 'python3 backend/python_script_for_field_crypto.py '
               DELIMITED BY SIZE
               WS-FC-REQUEST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FC-RESPONSE-NAME DELIMITED BY SPACE
               INTO WS-FC-COMMAND
           CALL "SYSTEM" USING WS-FC-COMMAND
               RETURNING WS-FC-RC
           IF WS-FC-RC NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-FIELD-RESPONSE-FILE
           IF WS-FCA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           READ FS-FIELD-RESPONSE-FILE
           AT END
               MOVE SPACES TO FS-FIELD-RESPONSE-RECORD
           END-READ
           CLOSE FS-FIELD-RESPONSE-FILE

           IF FS-FCA-TRACE = WS-FC-TRACE THEN
               MOVE FS-FCA-RESULT TO WS-FC-RESULT
               IF FS-FCA-RESULT = '00' THEN
                   MOVE FS-FCA-VALUE TO WS-FC-FIELD
               END-IF
           END-IF
           .
