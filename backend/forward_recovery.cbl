               RECORD KEY IS FS-ORG-OR-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-CHAIN-HEAD-FILE ASSIGN TO 'data/chain_heads.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHH-FILE-CODE
               FILE STATUS IS WS-CHN-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3).
           02    FS-JRN-TIME-STAMP.
               03    FS-JRN-TS-DATE    PIC 99/99/9999.
               03    FS-JRN-TS-FILLER    PIC X(3).
               03    FS-JRN-TS-HOUR    PIC 99.
               03    FS-JRN-TS-COLON-1    PIC X.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
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

       FD  FS-CHAIN-HEAD-FILE.
       01  FS-CHAIN-HEAD-RECORD.
           02    FS-CHH-FILE-CODE    PIC X(8).
           02    FS-CHH-LAST-SEQ    PIC 9(9).
           02    FS-CHH-LAST-HASH    PIC X(64).
           02    FS-CHH-TIME-STAMP    PIC X(21).


       WORKING-STORAGE SECTION.
       01  WS-FR-FILE-CHOICE    PIC X.
       01  WS-FR-FILE-CODE    PIC X(8).
       01  WS-FR-DATA-FILE    PIC X(20).
       01  WS-FR-CUTOFF-DATE-ENTRY    PIC X(10).
       01  WS-FR-CUTOFF-TIME-ENTRY    PIC X(8).
       01  WS-FR-CUTOFF-MINUTES    PIC S9(9) COMP.
       01  WS-FR-ENTRY-MINUTES    PIC S9(9) COMP.
       01  WS-FR-REPLAYED    PIC 9(6) VALUE 0.
       01  WS-FR-SKIPPED    PIC 9(6) VALUE 0.
       01  WS-FR-CONFIRM    PIC X(3).
       01  WS-CHN-FILE-STATUS    PIC XX.
       01  WS-FR-LAST-CHAIN-SEQ    PIC 9(9).
       01  WS-FR-LAST-CHAIN-HASH    PIC X(64).
       01  WS-FR-LAST-TIME-STAMP    PIC X(21).


       PROCEDURE DIVISION.
           DISPLAY '      3-seat_map 4-or_register'
           DISPLAY 'File to recover             : ' WITH NO ADVANCING
           ACCEPT WS-FR-FILE-CHOICE
           DISPLAY 'Replay up to date [MM/DD/YYYY]: ' WITH NO ADVANCING
           ACCEPT WS-FR-CUTOFF-DATE-ENTRY
           DISPLAY 'Replay up to time [HH:MM:SS]: ' WITH NO ADVANCING
           ACCEPT WS-FR-CUTOFF-TIME-ENTRY
           OPEN INPUT FS-DAY-JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No day journal on file - restore only.'
               IF WS-FR-FILE-CODE = 'ORREG' THEN
                   PERFORM RESYNC-OR-CHAIN-HEAD
               END-IF
               STOP RUN
           END-IF

           DISPLAY 'Entries replayed        : ' WS-FR-REPLAYED
           DISPLAY 'Entries past the cutoff : ' WS-FR-SKIPPED

           IF WS-FR-FILE-CODE = 'ORREG' THEN
               PERFORM RESYNC-OR-CHAIN-HEAD
           END-IF

           GOBACK
           STOP RUN.

       COMPUTE-CUTOFF-MINUTES.
           MOVE WS-FR-CUTOFF-DATE-ENTRY(7:4) TO WS-FR-DATE-INT(1:4)
           MOVE WS-FR-CUTOFF-DATE-ENTRY(1:2) TO WS-FR-DATE-INT(5:2)
           MOVE WS-FR-CUTOFF-DATE-ENTRY(4:2) TO WS-FR-DATE-INT(7:2)
           COMPUTE WS-FR-DAY-NUMBER =
           .

       REPLAY-ONE-ENTRY.
           MOVE FS-JRN-TS-DATE(7:4) TO WS-FR-DATE-INT(1:4)
           MOVE FS-JRN-TS-DATE(1:2) TO WS-FR-DATE-INT(5:2)
           MOVE FS-JRN-TS-DATE(4:2) TO WS-FR-DATE-INT(7:2)
           COMPUTE WS-FR-DAY-NUMBER =
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OR-REGISTER-FILE
           END-IF
           MOVE FS-JRN-IMAGE(1:168) TO FS-OR-REGISTER-RECORD
           IF FS-JRN-ACTION = 'DEL' THEN
               DELETE FS-OR-REGISTER-FILE RECORD
                   INVALID KEY CONTINUE
           END-IF
           CLOSE FS-OR-REGISTER-FILE
           .

       RESYNC-OR-CHAIN-HEAD.
      *    The recovered register now ends at the cutoff, so its
      *    chain head is set back to the last receipt on file -
      *    otherwise the next receipt issued would link on from a
      *    receipt that no longer exists and the nightly chain
      *    check would report the recovery as a break.
           MOVE ZEROES TO WS-FR-LAST-CHAIN-SEQ
           MOVE ALL '0' TO WS-FR-LAST-CHAIN-HASH
           MOVE SPACES TO WS-FR-LAST-TIME-STAMP
           MOVE SPACES TO WS-EOF

           OPEN INPUT FS-OR-REGISTER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-ORG-CHAIN-SEQ TO WS-FR-LAST-CHAIN-SEQ
                   MOVE FS-ORG-CHAIN-HASH TO WS-FR-LAST-CHAIN-HASH
                   MOVE FS-ORG-TIME-STAMP TO WS-FR-LAST-TIME-STAMP
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-OR-REGISTER-FILE
           END-IF

           OPEN I-O FS-CHAIN-HEAD-FILE
           IF WS-CHN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CHAIN-HEAD-FILE
           END-IF
           MOVE 'ORREG' TO FS-CHH-FILE-CODE
           MOVE WS-FR-LAST-CHAIN-SEQ TO FS-CHH-LAST-SEQ
           MOVE WS-FR-LAST-CHAIN-HASH TO FS-CHH-LAST-HASH
           MOVE WS-FR-LAST-TIME-STAMP TO FS-CHH-TIME-STAMP
           WRITE FS-CHAIN-HEAD-RECORD
               INVALID KEY
                   REWRITE FS-CHAIN-HEAD-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE FS-CHAIN-HEAD-FILE

           DISPLAY 'OR chain head reset to  : ' WS-FR-LAST-CHAIN-SEQ
           .
