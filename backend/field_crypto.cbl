       IDENTIFICATION DIVISION.
       PROGRAM-ID. field_crypto.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-FIELD-KEY-FILE ASSIGN TO 'data/field_keys.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FKY-FILE-STATUS.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.

      *    Both passenger files carry the same layout; only the
      *    user id and the two contact fields are broken out here.
           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-LOGIN-PASSENGER-FILE ASSIGN TO
               'data/passenger_file.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LP-USER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-CONTACTS-FILE ASSIGN TO
               'data/passenger_contacts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PCN-USER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-STANDBY-QUEUE-FILE ASSIGN TO
               'data/standby_queue.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SBQ-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OUTBOX-FILE ASSIGN TO 'data/outbox.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-PRIVACY-CORRECTION-FILE ASSIGN TO
               'data/privacy_corrections.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-CORRECTION-FILE ASSIGN TO
               'data/privacy_corrections_migr.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-FIELD-KEY-FILE.
       01  FS-FIELD-KEY-RECORD.
           02    FS-FKY-VERSION    PIC 9(3).
           02    FILLER    PIC X(3).
           02    FS-FKY-STATUS    PIC X(8).
           02    FILLER    PIC X(3).
           02    FS-FKY-KEY    PIC X(64).
           02    FILLER    PIC X(3).
           02    FS-FKY-TIME-STAMP    PIC X(21).

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

       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-USER-ID    PIC X(15).
           02    FS-P-NAMES    PIC X(100).
           02    FS-P-EMAIL    PIC X(100).
           02    FS-P-PASSWORD    PIC X(64).
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-BODY    PIC X(56).

       FD  FS-LOGIN-PASSENGER-FILE.
       01  FS-LOGIN-PASSENGER-RECORD.
           02    FS-LP-USER-ID    PIC X(15).
           02    FS-LP-NAMES    PIC X(100).
           02    FS-LP-EMAIL    PIC X(100).
           02    FS-LP-PASSWORD    PIC X(64).
           02    FS-LP-PHONE-NUMBER    PIC X(11).
           02    FS-LP-BODY    PIC X(56).

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-PCN-USER-ID    PIC X(15).
           02    FS-PCN-EMERGENCY-NAME    PIC X(50).
           02    FS-PCN-EMERGENCY-PHONE    PIC X(11).
           02    FS-PCN-NATIONALITY    PIC X(20).

       FD  FS-STANDBY-QUEUE-FILE.
       01  FS-STANDBY-QUEUE-RECORD.
           02    FS-SBQ-KEY.
               03    FS-SBQ-SCHEDULE-ID    PIC X(15).
               03    FS-SBQ-QUEUE-NO    PIC 9(3).
           02    FS-SBQ-NAMES    PIC X(100).
           02    FS-SBQ-PHONE    PIC X(11).
           02    FS-SBQ-BODY    PIC X(33).

       FD  FS-OUTBOX-FILE.
       01  FS-OUTBOX-RECORD.
           02    FS-OBX-MSG-ID    PIC X(15).
           02    FS-OBX-CHANNEL    PIC X(5).
           02    FS-OBX-ADDRESS    PIC X(100).
           02    FS-OBX-BODY    PIC X(47).

       FD  FS-PRIVACY-CORRECTION-FILE.
       01  FS-PRIVACY-CORRECTION-RECORD.
           02    FS-DSC-REQUEST-ID    PIC X(15).
           02    FS-DSC-FILLER-1    PIC X(3).
           02    FS-DSC-FK-USER-ID    PIC X(15).
           02    FS-DSC-FILLER-2    PIC X(3).
           02    FS-DSC-FIELD    PIC X(20).
           02    FS-DSC-FILLER-3    PIC X(3).
           02    FS-DSC-BEFORE    PIC X(100).
           02    FS-DSC-FILLER-4    PIC X(3).
           02    FS-DSC-AFTER    PIC X(100).
           02    FS-DSC-FILLER-5    PIC X(3).
           02    FS-DSC-CHANGED-BY    PIC X(15).
           02    FS-DSC-FILLER-6    PIC X(3).
           02    FS-DSC-TIME-STAMP    PIC X(21).

       FD  FS-NEW-CORRECTION-FILE.
       01  FS-NEW-CORRECTION-RECORD    PIC X(304).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-NEW-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-COMMAND    PIC X(100).
       01  WS-CONFIRM    PIC X(3).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TIME    PIC 9(8).
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
       01  WS-FCR-COMMAND-LINE    PIC X(60).
       01  WS-FCR-MODE    PIC X(10).
       01  WS-FCR-MAX-VERSION    PIC 9(3).
       01  WS-FCR-NEXT-VERSION    PIC 9(3).
       01  WS-FCR-NEXT-FOUND    PIC X.
       01  WS-FCR-NEW-KEY    PIC X(64).
       01  WS-FCR-KEY-COUNT    PIC 9(3).
       01  WS-FCR-BEFORE    PIC X(100).
       01  WS-FCR-CHANGED    PIC X.
       01  WS-FCR-RECORD-COUNT    PIC 9(7).
       01  WS-FCR-CHANGED-COUNT    PIC 9(7).
       01  WS-FCR-FAILED-COUNT    PIC 9(7).
       01  WS-FCR-LINE-COUNT    PIC 9(2).
       01  WS-FCR-LINE-NO    PIC 9(2).
       01  WS-FCR-KEY-LINES.
           02    WS-FCR-KEY-LINE    PIC X(105) OCCURS 20 TIMES.
      *    Field encryption for passenger contact data (email,
      *    phone, emergency contact) - AES-GCM through backend/
      *    python_script_for_field_crypto.py, keys in
      *    data/field_keys.txt.
       01  WS-FKY-FILE-STATUS    PIC XX.
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'FIELDKEY'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Key management for the encrypted passenger contact
      *    fields (email, phone, emergency contact, standby phone).
      *    The values themselves are encrypted with AES-256-GCM by
      *    backend/python_script_for_field_crypto.py and held in
      *    data/field_vault.db; the records carry a token naming
      *    the vault entry, tagged with the key version digit. Keys
      *    are 32 random bytes from the script (the secrets module),
      *    held as hex in data/field_keys.txt, readable by the
      *    owner only.
      *
      *    ROTATE (the default) brings in a new key and re-encrypts
      *    every stored value under it - both passenger files, the
      *    emergency contacts, the standby queue, the outbox
      *    addresses and the privacy correction log - then makes
      *    the new key active and retires the old one. The first
      *    ROTATE on a system with no key encrypts the plaintext
      *    values already on file. Each value says which key it is
      *    under, so a run that stops part way can simply be run
      *    again; it is also the run to use after restoring a backup
      *    taken under an older key. Retired keys stay in
      *    data/field_keys.txt and must not be removed while any
      *    backup written under them is still kept.
      *
      *    NEWKEY creates a first active key where there is none -
      *    used when a fresh data set (the training sandbox) is
      *    built, so it never shares the live key.
           MOVE SPACES TO WS-FCR-COMMAND-LINE
           ACCEPT WS-FCR-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-FCR-MODE
           UNSTRING WS-FCR-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-FCR-MODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-FCR-MODE) TO WS-FCR-MODE

           PERFORM GENERATE-TIME-STAMP

           EVALUATE WS-FCR-MODE
               WHEN 'NEWKEY'
                   PERFORM CREATE-FIRST-KEY
               WHEN 'ROTATE'
               WHEN SPACES
                   PERFORM ROTATE-FIELD-KEY
               WHEN OTHER
                   DISPLAY 'Usage: field_crypto [ROTATE|NEWKEY]'
           END-EVALUATE

           GOBACK
           STOP RUN.

       CREATE-FIRST-KEY.
           PERFORM COUNT-FIELD-KEYS
           IF WS-FCR-KEY-COUNT > 0 THEN
               DISPLAY 'A field key is already on file - nothing'
                   ' changed.'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FCR-NEXT-VERSION
           PERFORM MAKE-NEW-KEY
           IF WS-FCR-NEW-KEY = SPACES THEN
               DISPLAY 'The new key could not be made - nothing'
                   ' changed.'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FS-FIELD-KEY-FILE
           MOVE SPACES TO FS-FIELD-KEY-RECORD
           MOVE WS-FCR-NEXT-VERSION TO FS-FKY-VERSION
           MOVE 'active' TO FS-FKY-STATUS
           MOVE WS-FCR-NEW-KEY TO FS-FKY-KEY
           MOVE WS-TIME-STAMP TO FS-FKY-TIME-STAMP
           WRITE FS-FIELD-KEY-RECORD
           CLOSE FS-FIELD-KEY-FILE
           PERFORM PROTECT-KEY-FILE
           DISPLAY 'Field key version 001 created.'
           .

       ROTATE-FIELD-KEY.
           DISPLAY 'Field key rotation - re-encrypts passenger contact'
               ' data.'
           DISPLAY 'Run this with no other program active.'
           DISPLAY 'Continue? [YES/NO] ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'YES' THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM PREPARE-NEXT-KEY
           IF WS-FCR-NEXT-FOUND NOT = 'Y' THEN
               DISPLAY 'The new key could not be set up - nothing'
                   ' changed.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Re-encrypting under key version '
               WS-FCR-NEXT-VERSION

           PERFORM REKEY-PASSENGER-FILE
           PERFORM REKEY-LOGIN-PASSENGER-FILE
           PERFORM REKEY-CONTACTS-FILE
           PERFORM REKEY-STANDBY-QUEUE
           PERFORM REKEY-OUTBOX
           PERFORM REKEY-CORRECTION-LOG
           PERFORM PROMOTE-NEXT-KEY

           DISPLAY 'Key version ' WS-FCR-NEXT-VERSION ' is now active.'
           .

       PREPARE-NEXT-KEY.
      *    A key left as 'next' by an interrupted run is reused, so
      *    the values it already re-encrypted stay readable.
           MOVE ZEROES TO WS-FCR-MAX-VERSION WS-FCR-NEXT-VERSION
           MOVE 'N' TO WS-FCR-NEXT-FOUND
           OPEN INPUT FS-FIELD-KEY-FILE
           IF WS-FKY-FILE-STATUS = '00' THEN
               PERFORM UNTIL WS-FKY-FILE-STATUS NOT = '00'
                   READ FS-FIELD-KEY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FS-FKY-VERSION > WS-FCR-MAX-VERSION THEN
                           MOVE FS-FKY-VERSION TO WS-FCR-MAX-VERSION
                       END-IF
                       IF FS-FKY-STATUS = 'next' THEN
                           MOVE 'Y' TO WS-FCR-NEXT-FOUND
                           MOVE FS-FKY-VERSION TO WS-FCR-NEXT-VERSION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-FIELD-KEY-FILE
           END-IF

           IF WS-FCR-NEXT-FOUND NOT = 'Y' THEN
               COMPUTE WS-FCR-NEXT-VERSION = WS-FCR-MAX-VERSION + 1
               PERFORM MAKE-NEW-KEY
               IF WS-FCR-NEW-KEY = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND FS-FIELD-KEY-FILE
               IF WS-FKY-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS-FIELD-KEY-FILE
               END-IF
               MOVE SPACES TO FS-FIELD-KEY-RECORD
               MOVE WS-FCR-NEXT-VERSION TO FS-FKY-VERSION
               MOVE 'next' TO FS-FKY-STATUS
               MOVE WS-FCR-NEW-KEY TO FS-FKY-KEY
               MOVE WS-TIME-STAMP TO FS-FKY-TIME-STAMP
               WRITE FS-FIELD-KEY-RECORD
               CLOSE FS-FIELD-KEY-FILE
               PERFORM PROTECT-KEY-FILE
               MOVE 'Y' TO WS-FCR-NEXT-FOUND
           END-IF
           .

       COUNT-FIELD-KEYS.
           MOVE ZEROES TO WS-FCR-KEY-COUNT
           OPEN INPUT FS-FIELD-KEY-FILE
           IF WS-FKY-FILE-STATUS = '00' THEN
               PERFORM UNTIL WS-FKY-FILE-STATUS NOT = '00'
                   READ FS-FIELD-KEY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FS-FKY-KEY NOT = SPACES THEN
                           ADD 1 TO WS-FCR-KEY-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-FIELD-KEY-FILE
           END-IF
           .

       MAKE-NEW-KEY.
      *    32 random bytes as 64 hex characters, from the secrets
      *    module through the encryption script. Left blank when
      *    the script cannot be run.
           MOVE SPACES TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           MOVE 'NEWKEY' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
           MOVE SPACES TO WS-FCR-NEW-KEY
           IF WS-FC-RESULT = '00' THEN
               MOVE WS-FC-FIELD(1:64) TO WS-FCR-NEW-KEY
           END-IF
           .

       PROTECT-KEY-FILE.
           CALL "SYSTEM" USING "chmod 600 data/field_keys.txt"
               RETURNING WS-RETURN-CODE
           .

       PROMOTE-NEXT-KEY.
      *    active -> retired, next -> active. The key file is small
      *    enough to hold in storage while it is rewritten.
           MOVE ZEROES TO WS-FCR-LINE-COUNT
           OPEN INPUT FS-FIELD-KEY-FILE
           PERFORM UNTIL WS-FKY-FILE-STATUS NOT = '00'
               READ FS-FIELD-KEY-FILE
               AT END CONTINUE
               NOT AT END
                   IF WS-FCR-LINE-COUNT < 20 THEN
                       ADD 1 TO WS-FCR-LINE-COUNT
                       MOVE FS-FIELD-KEY-RECORD TO
                           WS-FCR-KEY-LINE(WS-FCR-LINE-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-FIELD-KEY-FILE

           OPEN OUTPUT FS-FIELD-KEY-FILE
           PERFORM VARYING WS-FCR-LINE-NO FROM 1 BY 1
               UNTIL WS-FCR-LINE-NO > WS-FCR-LINE-COUNT
               MOVE WS-FCR-KEY-LINE(WS-FCR-LINE-NO) TO
                   FS-FIELD-KEY-RECORD
               IF FS-FKY-STATUS = 'active' THEN
                   MOVE 'retired' TO FS-FKY-STATUS
               END-IF
               IF FS-FKY-STATUS = 'next' THEN
                   MOVE 'active' TO FS-FKY-STATUS
                   MOVE WS-TIME-STAMP TO FS-FKY-TIME-STAMP
               END-IF
               WRITE FS-FIELD-KEY-RECORD
           END-PERFORM
           CLOSE FS-FIELD-KEY-FILE
           .

       REKEY-TEXT-VALUE.
           MOVE 'T' TO WS-FC-KIND
           PERFORM REKEY-VALUE
           .

       REKEY-PHONE-VALUE.
           MOVE 'D' TO WS-FC-KIND
           MOVE 11 TO WS-FC-WIDTH
           PERFORM REKEY-VALUE
           .

       REKEY-VALUE.
      *    Decrypts under whichever key the value is in and encrypts
      *    again under the 'next' key; a value already under it
      *    comes back the same. One that cannot be read is left as
      *    it is and counted.
           MOVE WS-FC-FIELD TO WS-FCR-BEFORE
           MOVE 'REKEY' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
           IF WS-FC-RESULT NOT = '00' THEN
               ADD 1 TO WS-FCR-FAILED-COUNT
           END-IF
           IF WS-FC-FIELD NOT = WS-FCR-BEFORE THEN
               MOVE 'Y' TO WS-FCR-CHANGED
           END-IF
           .

       REKEY-PASSENGER-FILE.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-FCR-RECORD-COUNT WS-FCR-CHANGED-COUNT
               WS-FCR-FAILED-COUNT
           OPEN I-O FS-PASSENGER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'passenger_file.txt   : not on file'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PASSENGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FCR-RECORD-COUNT
                   MOVE 'N' TO WS-FCR-CHANGED
                   MOVE FS-P-EMAIL TO WS-FC-FIELD
                   MOVE 100 TO WS-FC-WIDTH
                   PERFORM REKEY-TEXT-VALUE
                   MOVE WS-FC-FIELD TO FS-P-EMAIL
                   MOVE SPACES TO WS-FC-FIELD
                   MOVE FS-P-PHONE-NUMBER TO WS-FC-FIELD
                   PERFORM REKEY-PHONE-VALUE
                   MOVE WS-FC-FIELD(1:11) TO FS-P-PHONE-NUMBER
                   IF WS-FCR-CHANGED = 'Y' THEN
                       REWRITE FS-PASSENGER-RECORD
                       END-REWRITE
                       ADD 1 TO WS-FCR-CHANGED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-PASSENGER-FILE
           DISPLAY 'passenger_file.txt   : ' WS-FCR-CHANGED-COUNT
               ' of ' WS-FCR-RECORD-COUNT ' re-encrypted'
           PERFORM SHOW-REKEY-FAILURES
           .

       REKEY-LOGIN-PASSENGER-FILE.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-FCR-RECORD-COUNT WS-FCR-CHANGED-COUNT
               WS-FCR-FAILED-COUNT
           OPEN I-O FS-LOGIN-PASSENGER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'passenger_file.dat   : not on file'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-LOGIN-PASSENGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FCR-RECORD-COUNT
                   MOVE 'N' TO WS-FCR-CHANGED
                   MOVE FS-LP-EMAIL TO WS-FC-FIELD
                   MOVE 100 TO WS-FC-WIDTH
                   PERFORM REKEY-TEXT-VALUE
                   MOVE WS-FC-FIELD TO FS-LP-EMAIL
                   MOVE SPACES TO WS-FC-FIELD
                   MOVE FS-LP-PHONE-NUMBER TO WS-FC-FIELD
                   PERFORM REKEY-PHONE-VALUE
                   MOVE WS-FC-FIELD(1:11) TO FS-LP-PHONE-NUMBER
                   IF WS-FCR-CHANGED = 'Y' THEN
                       REWRITE FS-LOGIN-PASSENGER-RECORD
                       END-REWRITE
                       ADD 1 TO WS-FCR-CHANGED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-LOGIN-PASSENGER-FILE
           DISPLAY 'passenger_file.dat   : ' WS-FCR-CHANGED-COUNT
               ' of ' WS-FCR-RECORD-COUNT ' re-encrypted'
           PERFORM SHOW-REKEY-FAILURES
           .

       REKEY-CONTACTS-FILE.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-FCR-RECORD-COUNT WS-FCR-CHANGED-COUNT
               WS-FCR-FAILED-COUNT
           OPEN I-O FS-CONTACTS-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'passenger_contacts   : not on file'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-CONTACTS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FCR-RECORD-COUNT
                   MOVE 'N' TO WS-FCR-CHANGED
                   MOVE SPACES TO WS-FC-FIELD
                   MOVE FS-PCN-EMERGENCY-NAME TO WS-FC-FIELD
                   MOVE 50 TO WS-FC-WIDTH
                   PERFORM REKEY-TEXT-VALUE
                   MOVE WS-FC-FIELD(1:50) TO FS-PCN-EMERGENCY-NAME
                   MOVE SPACES TO WS-FC-FIELD
                   MOVE FS-PCN-EMERGENCY-PHONE TO WS-FC-FIELD
                   PERFORM REKEY-PHONE-VALUE
                   MOVE WS-FC-FIELD(1:11) TO FS-PCN-EMERGENCY-PHONE
                   IF WS-FCR-CHANGED = 'Y' THEN
                       REWRITE FS-CONTACTS-RECORD
                       END-REWRITE
                       ADD 1 TO WS-FCR-CHANGED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CONTACTS-FILE
           DISPLAY 'passenger_contacts   : ' WS-FCR-CHANGED-COUNT
               ' of ' WS-FCR-RECORD-COUNT ' re-encrypted'
           PERFORM SHOW-REKEY-FAILURES
           .

       REKEY-STANDBY-QUEUE.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-FCR-RECORD-COUNT WS-FCR-CHANGED-COUNT
               WS-FCR-FAILED-COUNT
           OPEN I-O FS-STANDBY-QUEUE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'standby_queue        : not on file'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-STANDBY-QUEUE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FCR-RECORD-COUNT
                   MOVE 'N' TO WS-FCR-CHANGED
                   MOVE SPACES TO WS-FC-FIELD
                   MOVE FS-SBQ-PHONE TO WS-FC-FIELD
                   PERFORM REKEY-PHONE-VALUE
                   MOVE WS-FC-FIELD(1:11) TO FS-SBQ-PHONE
                   IF WS-FCR-CHANGED = 'Y' THEN
                       REWRITE FS-STANDBY-QUEUE-RECORD
                       END-REWRITE
                       ADD 1 TO WS-FCR-CHANGED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-STANDBY-QUEUE-FILE
           DISPLAY 'standby_queue        : ' WS-FCR-CHANGED-COUNT
               ' of ' WS-FCR-RECORD-COUNT ' re-encrypted'
           PERFORM SHOW-REKEY-FAILURES
           .

       REKEY-OUTBOX.
      *    Outbox addresses are copied from the passenger record, so
      *    they follow the same key. An SMS address is only a phone
      *    when it is the 11-character form.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-FCR-RECORD-COUNT WS-FCR-CHANGED-COUNT
               WS-FCR-FAILED-COUNT
           OPEN I-O FS-OUTBOX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'outbox               : not on file'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OUTBOX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FCR-RECORD-COUNT
                   MOVE 'N' TO WS-FCR-CHANGED
                   MOVE FS-OBX-ADDRESS TO WS-FC-FIELD
                   IF FS-OBX-CHANNEL = 'SMS' THEN
                       IF FS-OBX-ADDRESS(12:89) = SPACES THEN
                           PERFORM REKEY-PHONE-VALUE
                       END-IF
                   ELSE
                       MOVE 100 TO WS-FC-WIDTH
                       PERFORM REKEY-TEXT-VALUE
                   END-IF
                   MOVE WS-FC-FIELD TO FS-OBX-ADDRESS
                   IF WS-FCR-CHANGED = 'Y' THEN
                       REWRITE FS-OUTBOX-RECORD
                       END-REWRITE
                       ADD 1 TO WS-FCR-CHANGED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-OUTBOX-FILE
           DISPLAY 'outbox               : ' WS-FCR-CHANGED-COUNT
               ' of ' WS-FCR-RECORD-COUNT ' re-encrypted'
           PERFORM SHOW-REKEY-FAILURES
           .

       REKEY-CORRECTION-LOG.
      *    The correction log is line sequential, so it is copied to
      *    a new file with the contact before/after values re-keyed
      *    and the copy replaces it.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-FCR-RECORD-COUNT WS-FCR-CHANGED-COUNT
               WS-FCR-FAILED-COUNT
           OPEN INPUT FS-PRIVACY-CORRECTION-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'privacy_corrections  : not on file'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FS-NEW-CORRECTION-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PRIVACY-CORRECTION-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FCR-RECORD-COUNT
                   MOVE 'N' TO WS-FCR-CHANGED
                   PERFORM REKEY-CORRECTION-VALUES
                   IF WS-FCR-CHANGED = 'Y' THEN
                       ADD 1 TO WS-FCR-CHANGED-COUNT
                   END-IF
                   WRITE FS-NEW-CORRECTION-RECORD FROM
                       FS-PRIVACY-CORRECTION-RECORD
               END-READ
           END-PERFORM
           CLOSE FS-PRIVACY-CORRECTION-FILE
           CLOSE FS-NEW-CORRECTION-FILE

           MOVE SPACES TO WS-COMMAND
           STRING 'mv data/privacy_corrections_migr.txt '
               'data/privacy_corrections.txt'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           DISPLAY 'privacy_corrections  : ' WS-FCR-CHANGED-COUNT
               ' of ' WS-FCR-RECORD-COUNT ' re-encrypted'
           PERFORM SHOW-REKEY-FAILURES
           .

       REKEY-CORRECTION-VALUES.
           EVALUATE FS-DSC-FIELD
               WHEN 'EMAIL'
                   MOVE 100 TO WS-FC-WIDTH
                   MOVE FS-DSC-BEFORE TO WS-FC-FIELD
                   PERFORM REKEY-TEXT-VALUE
                   MOVE WS-FC-FIELD TO FS-DSC-BEFORE
                   MOVE 100 TO WS-FC-WIDTH
                   MOVE FS-DSC-AFTER TO WS-FC-FIELD
                   PERFORM REKEY-TEXT-VALUE
                   MOVE WS-FC-FIELD TO FS-DSC-AFTER
               WHEN 'EMERGENCY-NAME'
                   MOVE 50 TO WS-FC-WIDTH
                   MOVE FS-DSC-BEFORE TO WS-FC-FIELD
                   PERFORM REKEY-TEXT-VALUE
                   MOVE WS-FC-FIELD TO FS-DSC-BEFORE
                   MOVE 50 TO WS-FC-WIDTH
                   MOVE FS-DSC-AFTER TO WS-FC-FIELD
                   PERFORM REKEY-TEXT-VALUE
                   MOVE WS-FC-FIELD TO FS-DSC-AFTER
               WHEN 'PHONE-NUMBER'
               WHEN 'EMERGENCY-PHONE'
                   MOVE FS-DSC-BEFORE TO WS-FC-FIELD
                   PERFORM REKEY-PHONE-VALUE
                   MOVE WS-FC-FIELD TO FS-DSC-BEFORE
                   MOVE FS-DSC-AFTER TO WS-FC-FIELD
                   PERFORM REKEY-PHONE-VALUE
                   MOVE WS-FC-FIELD TO FS-DSC-AFTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SHOW-REKEY-FAILURES.
           IF WS-FCR-FAILED-COUNT > 0 THEN
               DISPLAY '                       ' WS-FCR-FAILED-COUNT
                   ' could not be read - left as they were'
           END-IF
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
