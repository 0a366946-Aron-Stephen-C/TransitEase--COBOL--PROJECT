       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit_chain.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-AUDIT-FILE ASSIGN TO 'data/admin_audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-AUDIT-SEAL-FILE ASSIGN TO
               'data/admin_audit_migr.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

           SELECT FS-PAYMENT-HISTORY-FILE ASSIGN TO
               'data/payment_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-PAYMENT-HISTORY-SEAL-FILE ASSIGN TO
               'data/payment_history_migr.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

           SELECT FS-OR-REGISTER-FILE ASSIGN TO 'data/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ORG-OR-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    The register as it stood before the chain fields were
      *    added - the only declaration that still opens it at
      *    cutover.
           SELECT FS-OLD-OR-REGISTER-FILE ASSIGN TO
               'data/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OOR-OR-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-OR-REGISTER-FILE ASSIGN TO
               'data/or_register_migr.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NOR-OR-NUMBER
               FILE STATUS IS WS-SEAL-FILE-STATUS.

           SELECT FS-CHAIN-HEAD-FILE ASSIGN TO 'data/chain_heads.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHH-FILE-CODE
               FILE STATUS IS WS-CHN-FILE-STATUS.

           SELECT FS-CHAIN-REPORT-FILE ASSIGN TO
               'data/chain_verify.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      *    Whole-file hashing runs use their own request and answer
      *    files, so the nightly walk never meets a link being
      *    written by a sale in data/chain/link_request.txt.
           SELECT FS-CHAIN-REQUEST-FILE ASSIGN TO
               'data/chain/batch_request.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CHQ-FILE-STATUS.

           SELECT FS-CHAIN-RESPONSE-FILE ASSIGN TO
               'data/chain/batch_response.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CHA-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-AUDIT-FILE.
       01  FS-AUDIT-RECORD.
           02    FS-AUD-ADMIN-ID    PIC X(15).
           02    FS-AUD-FILLER-1    PIC X(3).
           02    FS-AUD-ACTION    PIC X(20).
           02    FS-AUD-FILLER-2    PIC X(3).
           02    FS-AUD-RECORD-KEY    PIC X(15).
           02    FS-AUD-FILLER-3    PIC X(3).
           02    FS-AUD-TIME-STAMP    PIC X(21).
           02    FS-AUD-FILLER-4    PIC X(3).
           02    FS-AUD-CHAIN-SEQ    PIC 9(9).
           02    FS-AUD-FILLER-5    PIC X(3).
           02    FS-AUD-CHAIN-HASH    PIC X(64).

       FD  FS-AUDIT-SEAL-FILE.
       01  FS-AUDIT-SEAL-RECORD    PIC X(159).

       FD  FS-PAYMENT-HISTORY-FILE.
       01  FS-PAYMENT-HISTORY-RECORD.
           02    FS-PH-PAYMENT-ID    PIC X(15).
           02    FS-PH-FILLER-1    PIC X(3).
           02    FS-PH-FK-BOOKING-ID    PIC X(15).
           02    FS-PH-FILLER-2    PIC X(3).
           02    FS-PH-OLD-STATUS    PIC X(9).
           02    FS-PH-FILLER-3    PIC X(3).
           02    FS-PH-NEW-STATUS    PIC X(9).
           02    FS-PH-FILLER-4    PIC X(3).
           02    FS-PH-REASON    PIC X(30).
           02    FS-PH-FILLER-5    PIC X(3).
           02    FS-PH-CHANGED-BY    PIC X(15).
           02    FS-PH-FILLER-6    PIC X(3).
           02    FS-PH-TIME-STAMP    PIC X(21).
           02    FS-PH-FILLER-7    PIC X(3).
           02    FS-PH-CHAIN-SEQ    PIC 9(9).
           02    FS-PH-FILLER-8    PIC X(3).
           02    FS-PH-CHAIN-HASH    PIC X(64).

       FD  FS-PAYMENT-HISTORY-SEAL-FILE.
       01  FS-PAYMENT-HISTORY-SEAL-RECORD    PIC X(211).

       FD  FS-OR-REGISTER-FILE.
       01  FS-OR-REGISTER-RECORD.
           02    FS-ORG-OR-NUMBER    PIC 9(8).
           02    FS-ORG-FK-PAYMENT-ID    PIC X(15).
           02    FS-ORG-FK-BOOKING-ID    PIC X(15).
           02    FS-ORG-CLERK-ID    PIC X(15).
           02    FS-ORG-AMOUNT    PIC 9(10)V99.
           02    FS-ORG-STATUS    PIC X(9).
           02    FS-ORG-TIME-STAMP    PIC X(21).
           02    FS-ORG-CHAIN-SEQ    PIC 9(9).
           02    FS-ORG-CHAIN-HASH    PIC X(64).

       FD  FS-OLD-OR-REGISTER-FILE.
       01  FS-OLD-OR-REGISTER-RECORD.
           02    FS-OOR-OR-NUMBER    PIC 9(8).
           02    FS-OOR-BODY    PIC X(87).

       FD  FS-NEW-OR-REGISTER-FILE.
       01  FS-NEW-OR-REGISTER-RECORD.
           02    FS-NOR-OR-NUMBER    PIC 9(8).
           02    FS-NOR-BODY    PIC X(87).
           02    FS-NOR-CHAIN-SEQ    PIC 9(9).
           02    FS-NOR-CHAIN-HASH    PIC X(64).

       FD  FS-CHAIN-HEAD-FILE.
       01  FS-CHAIN-HEAD-RECORD.
           02    FS-CHH-FILE-CODE    PIC X(8).
           02    FS-CHH-LAST-SEQ    PIC 9(9).
           02    FS-CHH-LAST-HASH    PIC X(64).
           02    FS-CHH-TIME-STAMP    PIC X(21).

       FD  FS-CHAIN-REPORT-FILE.
       01  FS-CHAIN-REPORT-RECORD.
           02    FS-CHR-RESULT    PIC X(6).
           02    FS-CHR-FILLER-1    PIC X(3).
           02    FS-CHR-FILE-CODE    PIC X(8).
           02    FS-CHR-FILLER-2    PIC X(3).
           02    FS-CHR-RECORD-COUNT    PIC 9(9).
           02    FS-CHR-FILLER-3    PIC X(3).
           02    FS-CHR-HEAD-SEQ    PIC 9(9).
           02    FS-CHR-FILLER-4    PIC X(3).
           02    FS-CHR-HEAD-HASH    PIC X(64).
           02    FS-CHR-FILLER-5    PIC X(3).
           02    FS-CHR-BREAK-SEQ    PIC 9(9).
           02    FS-CHR-FILLER-6    PIC X(3).
           02    FS-CHR-BREAK-REASON    PIC X(20).
           02    FS-CHR-FILLER-7    PIC X(3).
           02    FS-CHR-BREAK-KEY    PIC X(21).
           02    FS-CHR-FILLER-8    PIC X(3).
           02    FS-CHR-TIME-STAMP    PIC X(21).

       FD  FS-CHAIN-REQUEST-FILE.
       01  FS-CHAIN-REQUEST-RECORD.
           02    FS-CHQ-TRACE    PIC X(16).
           02    FS-CHQ-PREV-HASH    PIC X(64).
           02    FS-CHQ-SEQ    PIC 9(9).
           02    FS-CHQ-LENGTH    PIC 9(3).
           02    FS-CHQ-BODY    PIC X(171).

       FD  FS-CHAIN-RESPONSE-FILE.
       01  FS-CHAIN-RESPONSE-RECORD.
           02    FS-CHA-TRACE    PIC X(16).
           02    FS-CHA-SEQ    PIC X(9).
           02    FS-CHA-HASH    PIC X(64).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SEAL-FILE-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-RUN-MODE-ENTRY    PIC X(10).
       01  WS-CONFIRM    PIC X(3).
       01  WS-COMMAND    PIC X(100).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.
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

      *    Chain walk state for the file being verified.
       01  WS-AC-HEAD-FOUND    PIC X.
       01  WS-AC-HEAD-SEQ    PIC 9(9).
       01  WS-AC-HEAD-HASH    PIC X(64).
       01  WS-AC-EXPECTED-SEQ    PIC 9(9).
       01  WS-AC-RECORD-COUNT    PIC 9(9).
       01  WS-AC-LINK-SEQ    PIC 9(9).
       01  WS-AC-LINK-HASH    PIC X(64).
       01  WS-AC-LINK-KEY    PIC X(21).
       01  WS-AC-BREAK-SEQ    PIC 9(9).
       01  WS-AC-BREAK-REASON    PIC X(20).
       01  WS-AC-BREAK-KEY    PIC X(21).
       01  WS-AC-BROKEN-COUNT    PIC 9(2) VALUE 0.
       01  WS-AC-SEALED-COUNT    PIC 9(9).
       01  WS-AC-BATCH-STATE    PIC X VALUE 'N'.
       01  WS-AC-BATCH-MODE    PIC X(5).
       01  WS-AC-SEAL-FAILED    PIC X.

      *    Evidence chain hashing - the same fields every program
      *    writing a chained file carries; the hash itself comes from
      *    backend/python_script_for_chain_hash.py.
       01  WS-CHN-FILE-STATUS    PIC XX.
       01  WS-CHQ-FILE-STATUS    PIC XX.
       01  WS-CHA-FILE-STATUS    PIC XX.
       01  WS-CHN-FILE-CODE    PIC X(8).
       01  WS-CHN-TEXT-BODY    PIC X(171).
       01  WS-CHN-LENGTH    PIC 9(3).
       01  WS-CHN-SEQ    PIC 9(9).
       01  WS-CHN-PREV-HASH    PIC X(64).
       01  WS-CHN-HASH    PIC X(64).
       01  WS-CHN-TRACE.
           02    WS-CHN-TRACE-CODE    PIC X(8).
           02    WS-CHN-TRACE-TIME    PIC 9(8).
       01  WS-CHN-COMMAND    PIC X(120).
       01  WS-CHN-RC    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Hash chains over the evidence files - admin_audit.txt,
      *    payment_history.txt and or_register.txt. Every record
      *    carries a sequence number and a SHA-256 hash taken over
      *    the previous record's hash and its own content, and the
      *    last link of each file is held in data/chain_heads.txt,
      *    so an edited, inserted or deleted record - or a cut-off
      *    tail - no longer lines up. No record can be altered to
      *    fit its old hash, so a change can only be hidden by
      *    rebuilding every link after it, which the heads sent off
      *    the machine each night show up.
      *    'audit_chain VERIFY' (the nightly batch form, and the
      *    default) walks each file and reports the first broken
      *    link per file to data/chain_verify.txt; integrity_check
      *    raises any break as a critical finding. The report goes
      *    to the AUDIT-CHAIN distribution list through the spool,
      *    so the day's head hashes also sit outside this machine
      *    where a rebuilt chain would not match them.
      *    'audit_chain SEAL' is the one-off cutover: it chains the
      *    records already on file and converts or_register.txt to
      *    the layout carrying the chain fields. Run it once with
      *    no other program active; a file that already has a chain
      *    head is left alone.
           ACCEPT WS-RUN-MODE-ENTRY FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE-ENTRY) TO
               WS-RUN-MODE-ENTRY

           IF WS-RUN-MODE-ENTRY = 'SEAL' THEN
               DISPLAY 'One-time chain seal for admin_audit.txt,'
                   ' payment_history.txt and or_register.txt.'
               DISPLAY 'Run this ONCE at cutover with no other program'
                   ' active.'
               DISPLAY 'Continue? [YES/NO] ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = 'YES' THEN
                   PERFORM SEAL-AUDIT-CHAIN
                   PERFORM SEAL-PAYMENT-HISTORY-CHAIN
                   PERFORM SEAL-OR-REGISTER-CHAIN
               END-IF
           ELSE
               PERFORM VERIFY-ALL-CHAINS
           END-IF

           GOBACK
           STOP RUN.

       VERIFY-ALL-CHAINS.
           OPEN OUTPUT FS-CHAIN-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open chain report>'
               STOP RUN
           END-IF

           PERFORM VERIFY-AUDIT-CHAIN
           PERFORM VERIFY-PAYMENT-HISTORY-CHAIN
           PERFORM VERIFY-OR-REGISTER-CHAIN

           CLOSE FS-CHAIN-REPORT-FILE

           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'AUDIT-CHAIN audit_chain '
               'data/chain_verify.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE

           DISPLAY ' '
           DISPLAY 'Broken chains : ' WS-AC-BROKEN-COUNT
           DISPLAY 'Detail written to data/chain_verify.txt'
           .

       VERIFY-AUDIT-CHAIN.
           MOVE 'AUDIT' TO WS-CHN-FILE-CODE
           PERFORM START-CHAIN-WALK

      *    First pass hands every link to the hashing script, each
      *    against the hash stored on the record before it.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AUDIT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-CHN-TEXT-BODY
                   MOVE FS-AUDIT-RECORD(1:80) TO WS-CHN-TEXT-BODY
                   MOVE 80 TO WS-CHN-LENGTH
                   MOVE FS-AUD-CHAIN-SEQ TO WS-CHN-SEQ
                   PERFORM ADD-CHAIN-REQUEST
                   MOVE FS-AUD-CHAIN-HASH TO WS-CHN-PREV-HASH
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-AUDIT-FILE
           END-IF

           PERFORM RUN-CHAIN-BATCH

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AUDIT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-AUD-CHAIN-SEQ TO WS-AC-LINK-SEQ
                   MOVE FS-AUD-CHAIN-HASH TO WS-AC-LINK-HASH
                   MOVE FS-AUD-TIME-STAMP TO WS-AC-LINK-KEY
                   PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-AUDIT-FILE
           END-IF

           PERFORM FINISH-CHAIN-WALK
           .

       VERIFY-PAYMENT-HISTORY-CHAIN.
           MOVE 'PAYHIST' TO WS-CHN-FILE-CODE
           PERFORM START-CHAIN-WALK

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-HISTORY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-CHN-TEXT-BODY
                   MOVE FS-PAYMENT-HISTORY-RECORD(1:132) TO
                       WS-CHN-TEXT-BODY
                   MOVE 132 TO WS-CHN-LENGTH
                   MOVE FS-PH-CHAIN-SEQ TO WS-CHN-SEQ
                   PERFORM ADD-CHAIN-REQUEST
                   MOVE FS-PH-CHAIN-HASH TO WS-CHN-PREV-HASH
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-PAYMENT-HISTORY-FILE
           END-IF

           PERFORM RUN-CHAIN-BATCH

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-HISTORY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-PH-CHAIN-SEQ TO WS-AC-LINK-SEQ
                   MOVE FS-PH-CHAIN-HASH TO WS-AC-LINK-HASH
                   MOVE FS-PH-PAYMENT-ID TO WS-AC-LINK-KEY
                   PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-PAYMENT-HISTORY-FILE
           END-IF

           PERFORM FINISH-CHAIN-WALK
           .

       VERIFY-OR-REGISTER-CHAIN.
      *    The register is walked in OR number order, which is issue
      *    order - the series is single and gap-free. The status is
      *    left out of the hash: cancelling a receipt rewrites it in
      *    place and is not tampering.
           MOVE 'ORREG' TO WS-CHN-FILE-CODE
           PERFORM START-CHAIN-WALK

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OR-REGISTER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-CHN-TEXT-BODY
                   MOVE FS-OR-REGISTER-RECORD(1:65) TO
                       WS-CHN-TEXT-BODY(1:65)
                   MOVE FS-ORG-TIME-STAMP TO WS-CHN-TEXT-BODY(66:21)
                   MOVE 86 TO WS-CHN-LENGTH
                   MOVE FS-ORG-CHAIN-SEQ TO WS-CHN-SEQ
                   PERFORM ADD-CHAIN-REQUEST
                   MOVE FS-ORG-CHAIN-HASH TO WS-CHN-PREV-HASH
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-OR-REGISTER-FILE
           END-IF

           PERFORM RUN-CHAIN-BATCH

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OR-REGISTER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-ORG-CHAIN-SEQ TO WS-AC-LINK-SEQ
                   MOVE FS-ORG-CHAIN-HASH TO WS-AC-LINK-HASH
                   MOVE FS-ORG-OR-NUMBER TO WS-AC-LINK-KEY
                   PERFORM CHECK-ONE-LINK
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-OR-REGISTER-FILE
           END-IF

           PERFORM FINISH-CHAIN-WALK
           .

       START-CHAIN-WALK.
           MOVE ZEROES TO WS-AC-RECORD-COUNT
           MOVE ZEROES TO WS-AC-BREAK-SEQ
           MOVE SPACES TO WS-AC-BREAK-REASON
           MOVE SPACES TO WS-AC-BREAK-KEY
           MOVE 1 TO WS-AC-EXPECTED-SEQ
           MOVE ALL '0' TO WS-CHN-PREV-HASH
           PERFORM READ-CHAIN-HEAD
           PERFORM OPEN-CHAIN-BATCH
           .

       CHECK-ONE-LINK.
      *    Only the first broken link is reported; the rest of the
      *    file is still counted so the report shows its size. The
      *    answer for every record is read, broken or not, so the
      *    answers stay in step with the file.
           ADD 1 TO WS-AC-RECORD-COUNT
           MOVE WS-AC-LINK-SEQ TO WS-CHN-SEQ
           PERFORM READ-CHAIN-RESPONSE
           IF WS-AC-BREAK-SEQ NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           IF WS-AC-LINK-SEQ NOT = WS-AC-EXPECTED-SEQ THEN
               MOVE WS-AC-EXPECTED-SEQ TO WS-AC-BREAK-SEQ
               MOVE WS-AC-LINK-KEY TO WS-AC-BREAK-KEY
               IF WS-AC-LINK-SEQ = ZEROES THEN
                   MOVE 'NOT CHAINED' TO WS-AC-BREAK-REASON
               ELSE
                   MOVE 'SEQUENCE BREAK' TO WS-AC-BREAK-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CHN-HASH = SPACES THEN
               MOVE WS-AC-EXPECTED-SEQ TO WS-AC-BREAK-SEQ
               MOVE WS-AC-LINK-KEY TO WS-AC-BREAK-KEY
               MOVE 'HASH NOT COMPUTED' TO WS-AC-BREAK-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-CHN-HASH NOT = WS-AC-LINK-HASH THEN
               MOVE WS-AC-EXPECTED-SEQ TO WS-AC-BREAK-SEQ
               MOVE WS-AC-LINK-KEY TO WS-AC-BREAK-KEY
               MOVE 'HASH MISMATCH' TO WS-AC-BREAK-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AC-LINK-HASH TO WS-CHN-PREV-HASH
           ADD 1 TO WS-AC-EXPECTED-SEQ
           .

       FINISH-CHAIN-WALK.
      *    A file that walks clean must still end where its head
      *    says it does - records cut off the end leave every
      *    remaining link intact.
           PERFORM CLOSE-CHAIN-BATCH
           IF WS-AC-BREAK-SEQ = ZEROES THEN
               EVALUATE TRUE
                   WHEN WS-AC-HEAD-FOUND = 'N' AND
                       WS-AC-RECORD-COUNT > ZEROES
                       MOVE 1 TO WS-AC-BREAK-SEQ
                       MOVE 'NO CHAIN HEAD' TO WS-AC-BREAK-REASON
                   WHEN WS-AC-HEAD-FOUND = 'N'
                       CONTINUE
                   WHEN WS-AC-HEAD-SEQ > WS-AC-RECORD-COUNT
                       MOVE WS-AC-EXPECTED-SEQ TO WS-AC-BREAK-SEQ
                       MOVE 'RECORDS MISSING' TO WS-AC-BREAK-REASON
                   WHEN WS-AC-HEAD-SEQ < WS-AC-RECORD-COUNT
                       COMPUTE WS-AC-BREAK-SEQ = WS-AC-HEAD-SEQ + 1
                       MOVE 'PAST CHAIN HEAD' TO WS-AC-BREAK-REASON
                   WHEN WS-AC-HEAD-HASH NOT = WS-CHN-PREV-HASH
                       MOVE WS-AC-HEAD-SEQ TO WS-AC-BREAK-SEQ
                       MOVE 'HEAD MISMATCH' TO WS-AC-BREAK-REASON
               END-EVALUATE
           END-IF

           PERFORM GENERATE-TIME-STAMP
           MOVE SPACES TO FS-CHAIN-REPORT-RECORD
           IF WS-AC-BREAK-SEQ = ZEROES THEN
               MOVE 'OK' TO FS-CHR-RESULT
           ELSE
               MOVE 'BROKEN' TO FS-CHR-RESULT
               ADD 1 TO WS-AC-BROKEN-COUNT
           END-IF
           MOVE WS-CHN-FILE-CODE TO FS-CHR-FILE-CODE
           MOVE WS-AC-RECORD-COUNT TO FS-CHR-RECORD-COUNT
           MOVE WS-AC-HEAD-SEQ TO FS-CHR-HEAD-SEQ
           MOVE WS-AC-HEAD-HASH TO FS-CHR-HEAD-HASH
           MOVE WS-AC-BREAK-SEQ TO FS-CHR-BREAK-SEQ
           MOVE WS-AC-BREAK-REASON TO FS-CHR-BREAK-REASON
           MOVE WS-AC-BREAK-KEY TO FS-CHR-BREAK-KEY
           MOVE WS-TIME-STAMP TO FS-CHR-TIME-STAMP
           WRITE FS-CHAIN-REPORT-RECORD

           DISPLAY FS-CHR-FILE-CODE ' ' FS-CHR-RESULT
               ' records ' WS-AC-RECORD-COUNT
           IF WS-AC-BREAK-SEQ NOT = ZEROES THEN
               DISPLAY '    first broken link ' WS-AC-BREAK-SEQ
                   ' - ' WS-AC-BREAK-REASON ' ' WS-AC-BREAK-KEY
           END-IF
           .

       SEAL-AUDIT-CHAIN.
           MOVE 'AUDIT' TO WS-CHN-FILE-CODE
           PERFORM READ-CHAIN-HEAD
           IF WS-AC-HEAD-FOUND = 'Y' THEN
               DISPLAY 'admin_audit.txt is already chained. Nothing'
                   ' changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AUDIT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No admin_audit.txt on file. Nothing changed.'
               EXIT PARAGRAPH
           END-IF

      *    The script chains the whole file in one call: each link
      *    after the first is hashed on from the one before it.
           MOVE ZEROES TO WS-CHN-SEQ
           MOVE ALL '0' TO WS-CHN-PREV-HASH
           PERFORM OPEN-CHAIN-BATCH
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHN-SEQ
                   MOVE SPACES TO WS-CHN-TEXT-BODY
                   MOVE FS-AUDIT-RECORD(1:80) TO WS-CHN-TEXT-BODY
                   MOVE 80 TO WS-CHN-LENGTH
                   PERFORM ADD-CHAIN-REQUEST
               END-READ
           END-PERFORM
           CLOSE FS-AUDIT-FILE
           MOVE 'CHAIN' TO WS-AC-BATCH-MODE
           PERFORM RUN-CHAIN-BATCH
           IF WS-AC-BATCH-STATE NOT = 'Y' THEN
               PERFORM CLOSE-CHAIN-BATCH
               DISPLAY 'Error : <Chain hashing failed> admin_audit.txt'
                   ' not changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EOF
           MOVE 'N' TO WS-AC-SEAL-FAILED
           MOVE ZEROES TO WS-CHN-SEQ
           OPEN INPUT FS-AUDIT-FILE
           OPEN OUTPUT FS-AUDIT-SEAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHN-SEQ
                   PERFORM READ-CHAIN-RESPONSE
                   IF WS-CHN-HASH = SPACES THEN
                       MOVE 'Y' TO WS-AC-SEAL-FAILED
                   END-IF
                   MOVE SPACES TO FS-AUD-FILLER-4
                   MOVE SPACES TO FS-AUD-FILLER-5
                   MOVE WS-CHN-SEQ TO FS-AUD-CHAIN-SEQ
                   MOVE WS-CHN-HASH TO FS-AUD-CHAIN-HASH
                   WRITE FS-AUDIT-SEAL-RECORD FROM FS-AUDIT-RECORD
                   MOVE WS-CHN-HASH TO WS-CHN-PREV-HASH
               END-READ
           END-PERFORM
           CLOSE FS-AUDIT-SEAL-FILE
           CLOSE FS-AUDIT-FILE
           PERFORM CLOSE-CHAIN-BATCH
           IF WS-AC-SEAL-FAILED = 'Y' THEN
               DISPLAY 'Error : <Chain hashing failed> admin_audit.txt'
                   ' not changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'mv data/admin_audit_migr.txt data/admin_audit.txt'
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-RETURN-CODE

           PERFORM WRITE-CHAIN-HEAD
           DISPLAY 'admin_audit.txt chained     : ' WS-CHN-SEQ
               ' records'
           .

       SEAL-PAYMENT-HISTORY-CHAIN.
           MOVE 'PAYHIST' TO WS-CHN-FILE-CODE
           PERFORM READ-CHAIN-HEAD
           IF WS-AC-HEAD-FOUND = 'Y' THEN
               DISPLAY 'payment_history.txt is already chained.'
                   ' Nothing changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAYMENT-HISTORY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No payment_history.txt on file. Nothing'
                   ' changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-CHN-SEQ
           MOVE ALL '0' TO WS-CHN-PREV-HASH
           PERFORM OPEN-CHAIN-BATCH
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHN-SEQ
                   MOVE SPACES TO WS-CHN-TEXT-BODY
                   MOVE FS-PAYMENT-HISTORY-RECORD(1:132) TO
                       WS-CHN-TEXT-BODY
                   MOVE 132 TO WS-CHN-LENGTH
                   PERFORM ADD-CHAIN-REQUEST
               END-READ
           END-PERFORM
           CLOSE FS-PAYMENT-HISTORY-FILE
           MOVE 'CHAIN' TO WS-AC-BATCH-MODE
           PERFORM RUN-CHAIN-BATCH
           IF WS-AC-BATCH-STATE NOT = 'Y' THEN
               PERFORM CLOSE-CHAIN-BATCH
               DISPLAY 'Error : <Chain hashing failed>'
                   ' payment_history.txt not changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EOF
           MOVE 'N' TO WS-AC-SEAL-FAILED
           MOVE ZEROES TO WS-CHN-SEQ
           OPEN INPUT FS-PAYMENT-HISTORY-FILE
           OPEN OUTPUT FS-PAYMENT-HISTORY-SEAL-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAYMENT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHN-SEQ
                   PERFORM READ-CHAIN-RESPONSE
                   IF WS-CHN-HASH = SPACES THEN
                       MOVE 'Y' TO WS-AC-SEAL-FAILED
                   END-IF
                   MOVE SPACES TO FS-PH-FILLER-7
                   MOVE SPACES TO FS-PH-FILLER-8
                   MOVE WS-CHN-SEQ TO FS-PH-CHAIN-SEQ
                   MOVE WS-CHN-HASH TO FS-PH-CHAIN-HASH
                   WRITE FS-PAYMENT-HISTORY-SEAL-RECORD FROM
                       FS-PAYMENT-HISTORY-RECORD
                   MOVE WS-CHN-HASH TO WS-CHN-PREV-HASH
               END-READ
           END-PERFORM
           CLOSE FS-PAYMENT-HISTORY-SEAL-FILE
           CLOSE FS-PAYMENT-HISTORY-FILE
           PERFORM CLOSE-CHAIN-BATCH
           IF WS-AC-SEAL-FAILED = 'Y' THEN
               DISPLAY 'Error : <Chain hashing failed>'
                   ' payment_history.txt not changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'mv data/payment_history_migr.txt '
               'data/payment_history.txt'
           DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-RETURN-CODE

           PERFORM WRITE-CHAIN-HEAD
           DISPLAY 'payment_history.txt chained : ' WS-CHN-SEQ
               ' records'
           .

       SEAL-OR-REGISTER-CHAIN.
           MOVE 'ORREG' TO WS-CHN-FILE-CODE
           PERFORM READ-CHAIN-HEAD
           IF WS-AC-HEAD-FOUND = 'Y' THEN
               DISPLAY 'or_register.txt is already chained. Nothing'
                   ' changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-OLD-OR-REGISTER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'or_register.txt does not open under the old'
                   ' layout (status ' WS-FILE-STATUS ') -'
               DISPLAY 'it is missing or already converted. Nothing'
                   ' changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-CHN-SEQ
           MOVE ALL '0' TO WS-CHN-PREV-HASH
           PERFORM OPEN-CHAIN-BATCH
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OLD-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHN-SEQ
                   MOVE SPACES TO WS-CHN-TEXT-BODY
                   MOVE FS-OLD-OR-REGISTER-RECORD(1:65) TO
                       WS-CHN-TEXT-BODY(1:65)
                   MOVE FS-OLD-OR-REGISTER-RECORD(75:21) TO
                       WS-CHN-TEXT-BODY(66:21)
                   MOVE 86 TO WS-CHN-LENGTH
                   PERFORM ADD-CHAIN-REQUEST
               END-READ
           END-PERFORM
           CLOSE FS-OLD-OR-REGISTER-FILE
           MOVE 'CHAIN' TO WS-AC-BATCH-MODE
           PERFORM RUN-CHAIN-BATCH
           IF WS-AC-BATCH-STATE NOT = 'Y' THEN
               PERFORM CLOSE-CHAIN-BATCH
               DISPLAY 'Error : <Chain hashing failed> or_register.txt'
                   ' not changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EOF
           MOVE 'N' TO WS-AC-SEAL-FAILED
           MOVE ZEROES TO WS-CHN-SEQ
           OPEN INPUT FS-OLD-OR-REGISTER-FILE
           OPEN OUTPUT FS-NEW-OR-REGISTER-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-OLD-OR-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHN-SEQ
                   PERFORM READ-CHAIN-RESPONSE
                   IF WS-CHN-HASH = SPACES THEN
                       MOVE 'Y' TO WS-AC-SEAL-FAILED
                   END-IF
                   MOVE FS-OOR-OR-NUMBER TO FS-NOR-OR-NUMBER
                   MOVE FS-OOR-BODY TO FS-NOR-BODY
                   MOVE WS-CHN-SEQ TO FS-NOR-CHAIN-SEQ
                   MOVE WS-CHN-HASH TO FS-NOR-CHAIN-HASH
                   WRITE FS-NEW-OR-REGISTER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-CHN-HASH TO WS-CHN-PREV-HASH
               END-READ
           END-PERFORM
           CLOSE FS-NEW-OR-REGISTER-FILE
           CLOSE FS-OLD-OR-REGISTER-FILE
           PERFORM CLOSE-CHAIN-BATCH
           IF WS-AC-SEAL-FAILED = 'Y' THEN
               DISPLAY 'Error : <Chain hashing failed> or_register.txt'
                   ' not changed.'
               EXIT PARAGRAPH
           END-IF

           MOVE 'mv data/or_register_migr.txt data/or_register.txt'
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-RETURN-CODE

           PERFORM WRITE-CHAIN-HEAD
           DISPLAY 'or_register.txt chained     : ' WS-CHN-SEQ
               ' records'
           .

       READ-CHAIN-HEAD.
           MOVE 'N' TO WS-AC-HEAD-FOUND
           MOVE ZEROES TO WS-AC-HEAD-SEQ
           MOVE SPACES TO WS-AC-HEAD-HASH
           OPEN INPUT FS-CHAIN-HEAD-FILE
           IF WS-CHN-FILE-STATUS = '00' THEN
               MOVE WS-CHN-FILE-CODE TO FS-CHH-FILE-CODE
               READ FS-CHAIN-HEAD-FILE
               KEY IS FS-CHH-FILE-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AC-HEAD-FOUND
                   MOVE FS-CHH-LAST-SEQ TO WS-AC-HEAD-SEQ
                   MOVE FS-CHH-LAST-HASH TO WS-AC-HEAD-HASH
               END-READ
               CLOSE FS-CHAIN-HEAD-FILE
           END-IF
           .

       WRITE-CHAIN-HEAD.
      *    Sealing an empty file still writes its head, so the first
      *    record written afterwards links on from sequence 1.
           OPEN I-O FS-CHAIN-HEAD-FILE
           IF WS-CHN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CHAIN-HEAD-FILE
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-CHN-FILE-CODE TO FS-CHH-FILE-CODE
           MOVE WS-CHN-SEQ TO FS-CHH-LAST-SEQ
           MOVE WS-CHN-PREV-HASH TO FS-CHH-LAST-HASH
           MOVE WS-TIME-STAMP TO FS-CHH-TIME-STAMP
           WRITE FS-CHAIN-HEAD-RECORD
               INVALID KEY
                   REWRITE FS-CHAIN-HEAD-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE FS-CHAIN-HEAD-FILE
           .

       OPEN-CHAIN-BATCH.
      *    Starts a whole-file hashing run. Links are SHA-256 over
      *    the previous link's hash, the sequence number and the
      *    first WS-CHN-LENGTH bytes of the record body, computed by
      *    backend/python_script_for_chain_hash.py - the same
      *    script every program writing a chained file calls, so a
      *    link written by a sale and the same link checked here
      *    can only agree if the record is untouched.
      *    WS-AC-BATCH-STATE: 'R' request file open, 'Y' answers
      *    ready to read, 'N' neither.
           MOVE 'N' TO WS-AC-BATCH-STATE
           MOVE SPACES TO WS-AC-BATCH-MODE
           MOVE WS-CHN-FILE-CODE TO WS-CHN-TRACE-CODE
           ACCEPT WS-CHN-TRACE-TIME FROM TIME
           CALL "SYSTEM" USING "mkdir -p data/chain"
           OPEN OUTPUT FS-CHAIN-REQUEST-FILE
           IF WS-CHQ-FILE-STATUS = '00' THEN
               MOVE 'R' TO WS-AC-BATCH-STATE
           END-IF
           .

       ADD-CHAIN-REQUEST.
           IF WS-AC-BATCH-STATE NOT = 'R' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FS-CHAIN-REQUEST-RECORD
           MOVE WS-CHN-TRACE TO FS-CHQ-TRACE
           MOVE WS-CHN-PREV-HASH TO FS-CHQ-PREV-HASH
           MOVE WS-CHN-SEQ TO FS-CHQ-SEQ
           MOVE WS-CHN-LENGTH TO FS-CHQ-LENGTH
           MOVE WS-CHN-TEXT-BODY TO FS-CHQ-BODY
           WRITE FS-CHAIN-REQUEST-RECORD
           .

       RUN-CHAIN-BATCH.
      *    WS-AC-BATCH-MODE 'CHAIN' has the script link each record
      *    on from the hash it has just computed (sealing); left
      *    blank, each record is hashed against the previous hash
      *    sent with it (verifying).
           IF WS-AC-BATCH-STATE NOT = 'R' THEN
               EXIT PARAGRAPH
           END-IF
           CLOSE FS-CHAIN-REQUEST-FILE
           MOVE 'N' TO WS-AC-BATCH-STATE

           MOVE SPACES TO WS-CHN-COMMAND
           STRING 'python3 backend/python_script_for_chain_hash.py '
               'data/chain/batch_request.txt '
               'data/chain/batch_response.txt '
               WS-AC-BATCH-MODE
           DELIMITED BY SIZE INTO WS-CHN-COMMAND
           CALL "SYSTEM" USING WS-CHN-COMMAND
               RETURNING WS-CHN-RC
           IF WS-CHN-RC NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-CHAIN-RESPONSE-FILE
           IF WS-CHA-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-AC-BATCH-STATE
           END-IF
           .

       READ-CHAIN-RESPONSE.
      *    An answer that is missing, or carries another run's trace
      *    or another sequence number, leaves the hash blank.
           MOVE SPACES TO WS-CHN-HASH
           IF WS-AC-BATCH-STATE NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           READ FS-CHAIN-RESPONSE-FILE
           AT END
               MOVE SPACES TO FS-CHAIN-RESPONSE-RECORD
           END-READ
           IF FS-CHA-TRACE = WS-CHN-TRACE AND
               FS-CHA-SEQ = WS-CHN-SEQ THEN
               MOVE FS-CHA-HASH TO WS-CHN-HASH
           END-IF
           .

       CLOSE-CHAIN-BATCH.
           EVALUATE WS-AC-BATCH-STATE
               WHEN 'R'
                   CLOSE FS-CHAIN-REQUEST-FILE
               WHEN 'Y'
                   CLOSE FS-CHAIN-RESPONSE-FILE
           END-EVALUATE
           MOVE 'N' TO WS-AC-BATCH-STATE
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
