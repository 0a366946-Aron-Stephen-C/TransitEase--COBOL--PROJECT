               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT FS-BAGGAGE-CLAIM-FILE ASSIGN TO
               'data/baggage_claims.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BCM-CLAIM-ID
               ALTERNATE RECORD KEY IS FS-BCM-BOOKING-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-BCM-REFUND-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-BCM-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02    FS-RR-STATUS    PIC X(8).
           02    FS-RR-DECIDED-BY    PIC X(15).
           02    FS-RR-REQUEST-TIME-STAMP.
               03    FS-RR-RQ-DATE    PIC 99/99/9999.
               03    FS-RR-RQ-FILLER-SPACE    PIC X(3).
               03    FS-RR-RQ-TIME.
                   04    FS-RR-RQ-HOUR    PIC 99.
                   04    FS-RR-RQ-COLON-2    PIC X.
                   04    FS-RR-RQ-SECOND    PIC 99.
           02    FS-RR-DECISION-TIME-STAMP.
               03    FS-RR-DC-DATE    PIC 99/99/9999.
               03    FS-RR-DC-FILLER-SPACE    PIC X(3).
               03    FS-RR-DC-TIME.
                   04    FS-RR-DC-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-DS-VARIANCE    PIC S9(10)V99.
           02    FS-DS-STATUS    PIC X(8).
           02    FS-DS-TIME-STAMP.
               03    FS-DS-TS-DATE    PIC 99/99/9999.
               03    FS-DS-TS-FILLER-SPACE    PIC X(3).
               03    FS-DS-TS-TIME.
                   04    FS-DS-TS-HOUR    PIC 99.
       FD  FS-CASH-AUTH-FILE.
       01  FS-CASH-AUTH-RECORD    PIC X(132).

       FD  FS-BAGGAGE-CLAIM-FILE.
       01  FS-BAGGAGE-CLAIM-RECORD.
           02    FS-BCM-CLAIM-ID    PIC X(15).
           02    FS-BCM-BOOKING-ID    PIC X(15).
           02    FS-BCM-TAG-NO    PIC 9(2).
           02    FS-BCM-USER-ID    PIC X(15).
           02    FS-BCM-SCHEDULE-ID    PIC X(15).
           02    FS-BCM-ROUTE-ID    PIC X(15).
           02    FS-BCM-VEHICLE-ID    PIC X(15).
           02    FS-BCM-ORIGIN    PIC X(30).
           02    FS-BCM-CLAIM-TYPE    PIC X(8).
           02    FS-BCM-CONTENTS    PIC X(60).
           02    FS-BCM-DECLARED-VALUE    PIC 9(10)V99.
           02    FS-BCM-BAG-WEIGHT-KG    PIC 9(4)V99.
           02    FS-BCM-CAP-AMOUNT    PIC 9(10)V99.
           02    FS-BCM-APPROVED-AMOUNT    PIC 9(10)V99.
           02    FS-BCM-STATUS    PIC X(9).
           02    FS-BCM-NOTE    PIC X(60).
           02    FS-BCM-FILED-BY    PIC X(15).
           02    FS-BCM-DECIDED-BY    PIC X(15).
           02    FS-BCM-REFUND-ID    PIC X(15).
           02    FS-BCM-FILED-DATE    PIC X(10).
           02    FS-BCM-TIME-STAMP    PIC X(21).

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
       01  WS-PAY-FILE-STATUS    PIC XX.
       01  WS-OD-FILE-STATUS    PIC XX.
       01  WS-OUT-FILE-STATUS    PIC XX.
       01  WS-BCM-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-PAY-EOF    PIC X.
       01  WS-LINE    PIC X(132).
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
       01  WS-RD-METHOD    PIC X(11).
       01  WS-RD-EWALLET-COUNT    PIC 9(5) VALUE 0.
       01  WS-RD-CASH-COUNT    PIC 9(5) VALUE 0.
       01  WS-RD-STALE-COUNT    PIC 9(5) VALUE 0.
       01  WS-RD-CLAIM-COUNT    PIC 9(5) VALUE 0.
       01  WS-RD-STALE-DAYS    PIC 9(3) VALUE 7.
       01  WS-DRW-SESSION-ID    PIC X(15).
       01  WS-RD-DATE-INT    PIC 9(8).
               WS-RD-CASH-COUNT
           DISPLAY 'Approved but stale            : '
               WS-RD-STALE-COUNT
           DISPLAY 'Baggage claims paid           : '
               WS-RD-CLAIM-COUNT

           GOBACK
           STOP RUN.
           REWRITE FS-REFUND-REQUEST-RECORD
               INVALID KEY CONTINUE
           END-REWRITE

           PERFORM MARK-BAGGAGE-CLAIM-PAID
           .

       MARK-BAGGAGE-CLAIM-PAID.
      *    A request raised by an approved baggage claim closes the
      *    claim as paid once the compensation has gone out.
           OPEN I-O FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FS-RR-REQUEST-ID TO FS-BCM-REFUND-ID
           READ FS-BAGGAGE-CLAIM-FILE
           KEY IS FS-BCM-REFUND-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FS-BCM-STATUS = 'approved' THEN
                   MOVE 'paid' TO FS-BCM-STATUS
                   MOVE WS-TIME-STAMP TO FS-BCM-TIME-STAMP
                   REWRITE FS-BAGGAGE-CLAIM-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-RD-CLAIM-COUNT
               END-IF
           END-READ
           CLOSE FS-BAGGAGE-CLAIM-FILE
           .

       FIND-ORIGINAL-PAYMENT-METHOD.
           .

       REPORT-STALE-APPROVALS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RD-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-RD-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RD-DATE-INT)
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-RR-STATUS = 'approved' THEN
                       MOVE FS-RR-DC-DATE(7:4) TO
                           WS-RD-DATE-INT(1:4)
                       MOVE FS-RR-DC-DATE(1:2) TO
                           WS-RD-DATE-INT(5:2)
                       MOVE FS-RR-DC-DATE(4:2) TO
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
