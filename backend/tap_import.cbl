       IDENTIFICATION DIVISION.
       PROGRAM-ID. tap_import.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-TAP-FILE ASSIGN USING WS-TAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-TAP-STATUS.

           SELECT FS-CARD-TAP-FILE ASSIGN TO 'data/card_taps.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTP-TAP-KEY
               FILE STATUS IS WS-CTP-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SCHEDULE-ACTUALS-FILE ASSIGN TO
               'data/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SA-SCHEDULE-ID
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-PAYMENT-FILE ASSIGN TO 'data/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PAYMENT-ID
               ALTERNATE RECORD KEY IS FS-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-BOOKING-STAGE-FILE ASSIGN TO
               'data/booking_stages.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BST-BOOKING-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-BUSINESS-PARAMS-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-EXCEPTION-FILE ASSIGN TO
               'data/card_tap_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT FS-CLEARING-FILE ASSIGN TO
               'data/export/card_clearing_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.

           SELECT FS-DAY-JOURNAL-FILE ASSIGN TO
               'data/journal/day_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT FS-JOURNAL-SEQ-FILE ASSIGN TO
               'data/journal/journal_seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-SEQ-STATUS.

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-TAP-FILE.
       01  FS-TAP-RECORD.
           02    FS-TP-CARD-ID    PIC X(20).
           02    FS-TP-FILLER-1    PIC X(2).
           02    FS-TP-VEHICLE-ID    PIC X(15).
           02    FS-TP-FILLER-2    PIC X(2).
           02    FS-TP-STOP-ID    PIC X(15).
           02    FS-TP-FILLER-3    PIC X(2).
           02    FS-TP-TAP-DATE    PIC 99/99/9999.
           02    FS-TP-FILLER-4    PIC X(1).
           02    FS-TP-TAP-TIME.
               03    FS-TP-TAP-HOUR    PIC 99.
               03    FS-TP-TAP-COLON-1    PIC X.
               03    FS-TP-TAP-MINUTES    PIC 99.
               03    FS-TP-TAP-COLON-2    PIC X.
               03    FS-TP-TAP-SECOND    PIC 99.
           02    FS-TP-FILLER-5    PIC X(2).
           02    FS-TP-FARE    PIC 9(5)V99.

       FD  FS-CARD-TAP-FILE.
       01  FS-CARD-TAP-RECORD.
           02    FS-CTP-TAP-KEY.
               03    FS-CTP-CARD-ID    PIC X(20).
               03    FS-CTP-TAP-DATE    PIC X(10).
               03    FS-CTP-TAP-TIME    PIC X(8).
           02    FS-CTP-VEHICLE-ID    PIC X(15).
           02    FS-CTP-STOP-ID    PIC X(15).
           02    FS-CTP-FARE    PIC 9(5)V99.
           02    FS-CTP-CLEARING-FEE    PIC 9(5)V99.
           02    FS-CTP-FK-SCHEDULE-ID    PIC X(15).
           02    FS-CTP-FK-BOOKING-ID    PIC X(15).
           02    FS-CTP-FK-PAYMENT-ID    PIC X(15).
           02    FS-CTP-STATUS    PIC X(9).
           02    FS-CTP-TIME-STAMP.
               03    FS-CTP-TS-DATE    PIC 99/99/9999.
               03    FS-CTP-TS-FILLER-SPACE    PIC X(3).
               03    FS-CTP-TS-TIME.
                   04    FS-CTP-TS-HOUR    PIC 99.
                   04    FS-CTP-TS-COLON-1    PIC X.
                   04    FS-CTP-TS-MINUTES    PIC 99.
                   04    FS-CTP-TS-COLON-2    PIC X.
                   04    FS-CTP-TS-SECOND    PIC 99.

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
           02    FS-SCHEDULE-ID    PIC X(15).
           02    FS-FK-ROUTE-ID    PIC X(15).
           02    FS-FK-VEHICLE-ID    PIC X(15).
           02    FS-FK-DRIVER-ID    PIC X(15).
           02    FS-S-DEPARTURE-TIME.
               03    FS-S-D-DATE    PIC 99/99/9999.
               03    FS-S-D-FILLER-SPACE-1    PIC X(3).
               03    FS-S-D-TIME.
                   04    FS-S-D-HOUR    PIC 99.
                   04    FS-S-D-COLON-1    PIC X.
                   04    FS-S-D-MINUTES    PIC 99.
               03    FS-S-D-FILLER-SPACE-2    PIC X(3).
               03    FS-S-D-TIME-FORMAT    PIC XX.
           02    FS-S-ARRIVAL-TIME.
               03    FS-S-A-DATE    PIC 99/99/9999.
               03    FS-S-A-FILLER-SPACE-1    PIC X(3).
               03    FS-S-A-TIME.
                   04    FS-S-A-HOUR    PIC 99.
                   04    FS-S-A-COLON-1    PIC X.
                   04    FS-S-A-MINUTES    PIC 99.
               03    FS-S-A-FILLER-SPACE-2    PIC X(3).
               03    FS-S-A-TIME-FORMAT    PIC XX.
           02    FS-S-STATUS    PIC X(8).
           02    FS-S-TIME-STAMP.
               03    FS-S-DATE    PIC 99/99/9999.
               03    FS-S-FILLER-SPACE    PIC X(3).
               03    FS-S-TIME.
                   04    FS-S-HOUR    PIC 99.
                   04    FS-S-COLON-1    PIC X.
                   04    FS-S-MINUTES    PIC 99.
                   04    FS-S-COLON-2    PIC X.
                   04    FS-S-SECOND    PIC 99.

       FD  FS-SCHEDULE-ACTUALS-FILE.
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC 99/99/9999.
               03    FS-SA-AD-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AD-TIME.
                   04    FS-SA-AD-HOUR    PIC 99.
                   04    FS-SA-AD-COLON-1    PIC X.
                   04    FS-SA-AD-MINUTES    PIC 99.
               03    FS-SA-AD-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AD-TIME-FORMAT    PIC XX.
           02    FS-SA-ACTUAL-ARRIVAL.
               03    FS-SA-AA-DATE    PIC 99/99/9999.
               03    FS-SA-AA-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AA-TIME.
                   04    FS-SA-AA-HOUR    PIC 99.
                   04    FS-SA-AA-COLON-1    PIC X.
                   04    FS-SA-AA-MINUTES    PIC 99.
               03    FS-SA-AA-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AA-TIME-FORMAT    PIC XX.
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP.
               03    FS-SA-TS-DATE    PIC 99/99/9999.
               03    FS-SA-TS-FILLER-SPACE    PIC X(3).
               03    FS-SA-TS-TIME.
                   04    FS-SA-TS-HOUR    PIC 99.
                   04    FS-SA-TS-COLON-1    PIC X.
                   04    FS-SA-TS-MINUTES    PIC 99.
                   04    FS-SA-TS-COLON-2    PIC X.
                   04    FS-SA-TS-SECOND    PIC 99.

       FD  FS-BOOKING-FILE.
       01  FS-BOOKING-RECORD.
           02    FS-BOOKING-ID    PIC X(15).
           02    FS-FK-USER-ID    PIC X(15).
           02    FS-FK-SCHEDULE-ID    PIC X(15).
           02    FS-SEAT-NUMBER    PIC 9(10).
           02    FS-BOOKING-STATUS    PIC X(9).
           02    FS-PRICE    PIC 9(10)V99.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
                   04    FS-TS-FILLER-COLON-1    PIC X.
                   04    FS-TS-MINUTES    PIC 99.
                   04    FS-TS-FILLER-COLON-2    PIC X.
                   04    FS-TS-SECONDS    PIC 99.

       FD  FS-PAYMENT-FILE.
       01  FS-PAYMENT-RECORD.
           02    FS-PAYMENT-ID    PIC X(15).
           02    FS-FK-BOOKING-ID    PIC X(15).
           02    FS-PAYMENT-METHOD    PIC X(11).
           02    FS-PAYMENT-AMOUNT    PIC 9(10)V99.
           02    FS-PAYMENT-STATUS    PIC X(9).
           02    FS-PROMO-CODE-USED    PIC X(15).
           02    FS-DISCOUNT-AMOUNT    PIC 9(10)V99.
           02    FS-DISCOUNT-REASON    PIC X(20).
           02    FS-EWALLET-REF-NUMBER    PIC X(20).
           02    FS-EWALLET-CONFIRMATION-CODE    PIC X(10).
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
                   04    FS-TT-FILLER-COLON-1    PIC X.
                   04    FS-TT-MINUTES    PIC 99.
                   04    FS-TT-FILLER-COLON-2    PIC X.
                   04    FS-TT-SECONDS    PIC 99.

       FD  FS-BOOKING-STAGE-FILE.
       01  FS-BOOKING-STAGE-RECORD.
           02    FS-BST-BOOKING-ID    PIC X(15).
           02    FS-BST-BOARD-STOP-ID    PIC X(15).
           02    FS-BST-ALIGHT-STOP-ID    PIC X(15).
           02    FS-BST-STAGE-DISTANCE    PIC 9(10)V9(2).

       FD  FS-BUSINESS-PARAMS-FILE.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
                   04    FS-BPM-TS-COLON-1    PIC X.
                   04    FS-BPM-TS-MINUTES    PIC 99.
                   04    FS-BPM-TS-COLON-2    PIC X.
                   04    FS-BPM-TS-SECOND    PIC 99.

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

       FD  FS-EXCEPTION-FILE.
       01  FS-EXCEPTION-RECORD.
           02    FS-EX-CARD-ID    PIC X(20).
           02    FS-EX-FILLER-1    PIC X(2).
           02    FS-EX-VEHICLE-ID    PIC X(15).
           02    FS-EX-FILLER-2    PIC X(2).
           02    FS-EX-TAP-DATE    PIC X(10).
           02    FS-EX-FILLER-3    PIC X(1).
           02    FS-EX-TAP-TIME    PIC X(8).
           02    FS-EX-FILLER-4    PIC X(2).
           02    FS-EX-FARE    PIC Z(4)9.99.
           02    FS-EX-FILLER-5    PIC X(2).
           02    FS-EX-MESSAGE    PIC X(40).

       FD  FS-CLEARING-FILE.
       01  FS-CLEARING-RECORD    PIC X(132).

       FD  FS-DAY-JOURNAL-FILE.
       01  FS-DAY-JOURNAL-RECORD.
           02    FS-JRN-SEQ    PIC 9(7).
           02    FS-JRN-FILLER-1    PIC X(3) VALUE SPACES.
           02    FS-JRN-FILE-CODE    PIC X(8).
           02    FS-JRN-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-JRN-IMAGE    PIC X(200).

       FD  FS-JOURNAL-SEQ-FILE.
       01  FS-JOURNAL-SEQ-RECORD    PIC 9(7).


       FD  FS-BOOKING-EVENT-FILE.
       01  FS-BOOKING-EVENT-RECORD.
           02    FS-BEV-FK-BOOKING-ID    PIC X(15).
           02    FS-BEV-FILLER-1    PIC X(3) VALUE SPACES.
           02    FS-BEV-EVENT    PIC X(12).
           02    FS-BEV-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-BEV-OLD-VALUE    PIC X(20).
           02    FS-BEV-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-BEV-NEW-VALUE    PIC X(20).
           02    FS-BEV-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-BEV-PROGRAM    PIC X(20).
           02    FS-BEV-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-BEV-CHANGED-BY    PIC X(15).
           02    FS-BEV-FILLER-6    PIC X(3) VALUE SPACES.
           02    FS-BEV-TIME-STAMP    PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-TAP-STATUS    PIC XX.
       01  WS-CTP-FILE-STATUS    PIC XX.
       01  WS-SA-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-EXCEPTION-STATUS    PIC XX.
       01  WS-CLR-FILE-STATUS    PIC XX.
       01  WS-JRN-FILE-STATUS    PIC XX.
       01  WS-JRN-SEQ-STATUS    PIC XX.
       01  WS-JRN-FILE-CODE    PIC X(8).
       01  WS-JRN-ACTION    PIC X(3).
       01  WS-JRN-IMAGE    PIC X(200).
       01  WS-JRN-NEXT-SEQ    PIC 9(7).
       01  WS-TAP-FILE-NAME    PIC X(60).
       01  WS-TAP-FROM-INBOX    PIC X VALUE 'N'.
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TIME    PIC 9(8).
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-CKD-ID.
           02    WS-CKD-DATE    PIC X(6).
           02    WS-CKD-SECONDS    PIC 9(5).
           02    WS-CKD-INCREMENT    PIC 9(3).
           02    WS-CKD-DIGIT    PIC 9.
       01  WS-CKD-CLOCK.
           02    WS-CKD-HOURS    PIC 99.
           02    WS-CKD-MINUTES    PIC 99.
           02    WS-CKD-SECS    PIC 99.
       01  WS-CKD-I    PIC 99.
       01  WS-CKD-ONE    PIC 9.
       01  WS-CKD-PRODUCT    PIC 99.
       01  WS-CKD-SUM    PIC 9(4).
       01  WS-CKD-COMPUTED    PIC 9.
       01  WS-CKD-FIRST-DATE    PIC X(6) VALUE '999999'.
       01  WS-CKD-FIRST-NUM    PIC 9(6).
       01  WS-CKD-TODAY    PIC 9(8).
       01  WS-CKD-NOW    PIC 9(8).
       01  WS-CKD-STAMP    PIC X(21).
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
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-TI-FEE-PCT    PIC 9(3)V99 VALUE 1.50.
       01  WS-TI-BOARDING-MINUTES    PIC 9(3) VALUE 30.
       01  WS-TI-BOOKING-ID    PIC X(15).
       01  WS-TI-PAYMENT-ID    PIC X(15).
       01  WS-TI-SCHEDULE-ID    PIC X(15).
       01  WS-TI-BEST-DEPART    PIC S9(9) COMP.
       01  WS-TI-TAP-MINUTES    PIC S9(9) COMP.
       01  WS-TI-NEW-TAP    PIC X.
       01  WS-TI-LOADED-VEHICLE    PIC X(15).
       01  WS-TI-WINDOW-TABLE.
           02    WS-TI-WINDOW OCCURS 200 TIMES.
               03    WS-TI-W-SCHEDULE-ID    PIC X(15).
               03    WS-TI-W-DEPART    PIC S9(9) COMP.
               03    WS-TI-W-ARRIVE    PIC S9(9) COMP.
       01  WS-TI-WINDOW-COUNT    PIC 9(3).
       01  WS-TI-W    PIC 9(3).
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-CLR-TALLY-TABLE.
           02    WS-CLR-TALLY OCCURS 62 TIMES.
               03    WS-CLR-TAP-DATE    PIC X(10).
               03    WS-CLR-TAPS    PIC 9(7).
               03    WS-CLR-GROSS    PIC 9(10)V99.
               03    WS-CLR-FEE    PIC 9(10)V99.
       01  WS-CLR-TALLY-COUNT    PIC 9(3) VALUE 0.
       01  WS-CLR-I    PIC 9(3).
       01  WS-CLR-FOUND    PIC X.
       01  WS-CLR-NET    PIC 9(10)V99.
       01  WS-CLR-TOTAL-TAPS    PIC 9(7) VALUE 0.
       01  WS-CLR-TOTAL-GROSS    PIC 9(10)V99 VALUE 0.
       01  WS-CLR-TOTAL-FEE    PIC 9(10)V99 VALUE 0.
       01  WS-CLR-EDIT-AMOUNT    PIC Z(9)9.99.
       01  WS-CLR-EDIT-GROSS    PIC Z(9)9.99.
       01  WS-CLR-EDIT-FEE    PIC Z(9)9.99.
       01  WS-CLR-EDIT-TAPS    PIC Z(6)9.
       01  WS-CLR-EDIT-PCT    PIC ZZ9.99.
       01  WS-TAPS-READ    PIC 9(7) VALUE 0.
       01  WS-TAPS-POSTED    PIC 9(7) VALUE 0.
       01  WS-TAPS-REMATCHED    PIC 9(7) VALUE 0.
       01  WS-TAPS-UNMATCHED    PIC 9(7) VALUE 0.
       01  WS-TAPS-DUPLICATE    PIC 9(7) VALUE 0.
       01  WS-TAP-REVENUE    PIC 9(10)V99 VALUE 0.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.
       01  WS-BEV-FILE-STATUS    PIC XX.
       01  WS-BEV-BOOKING-ID    PIC X(15).
       01  WS-BEV-EVENT    PIC X(12).
       01  WS-BEV-OLD-VALUE    PIC X(20).
       01  WS-BEV-NEW-VALUE    PIC X(20).
       01  WS-BEV-CHANGED-BY    PIC X(15).
       01  WS-BEV-STAMP-DATE.
           02    WS-BEV-STAMP-YYYY    PIC 9999.
           02    WS-BEV-STAMP-MM    PIC 99.
           02    WS-BEV-STAMP-DD    PIC 99.
       01  WS-BEV-STAMP-TIME    PIC 9(8).


       PROCEDURE DIVISION.
      *    Contactless card tap import. The fare validators on the
      *    newer buses drop one file per vehicle in data/import/taps
      *    (card id, vehicle, stop, date, 24-hour time, fare
      *    deducted). Each tap is tied to the trip its vehicle was
      *    running - actual times from schedule_actuals where the
      *    trip has them, the timetable otherwise - and lands as a
      *    boarded walk-on booking with a 'card-tap' payment, the
      *    way onboard_sales loads the conductors' tickets, so the
      *    riders reach the close-out, boarding_recon and the GL.
      *    Every tap is kept in data/card_taps.txt: a rerun skips
      *    what is already posted, and a tap no trip could be found
      *    for is retried on the next run once the schedule or its
      *    actuals are on file. The run closes with the clearing
      *    house report - what the card operator owes us for the new
      *    taps, net of its fee.
      *    Usage : tap_import [tap-file-path]
           ACCEPT WS-TAP-FILE-NAME FROM COMMAND-LINE
           IF WS-TAP-FILE-NAME = SPACES THEN
               MOVE 'Y' TO WS-TAP-FROM-INBOX
               MOVE 'data/import/card_taps.txt' TO WS-TAP-FILE-NAME
               CALL "SYSTEM" USING
                   "mkdir -p data/import/taps && cat /dev/null data/i
      -            "mport/taps/*.txt > data/import/card_taps.txt 2>/de
      -            "v/null"
                   RETURNING WS-RETURN-CODE
           END-IF

           PERFORM LOAD-BUSINESS-PARAMETERS

           OPEN INPUT FS-TAP-FILE
           IF WS-TAP-STATUS NOT = '00' THEN
               DISPLAY 'No tap file at '
                   FUNCTION TRIM(WS-TAP-FILE-NAME)
               STOP RUN
           END-IF

           OPEN I-O FS-CARD-TAP-FILE
           IF WS-CTP-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CARD-TAP-FILE
               CLOSE FS-CARD-TAP-FILE
               OPEN I-O FS-CARD-TAP-FILE
           END-IF
           OPEN OUTPUT FS-EXCEPTION-FILE
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-SCHEDULE-ACTUALS-FILE
           MOVE SPACES TO WS-TI-LOADED-VEHICLE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-TAP-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-TP-CARD-ID NOT = SPACES THEN
                       ADD 1 TO WS-TAPS-READ
                       PERFORM IMPORT-ONE-TAP
                   END-IF
               END-READ
           END-PERFORM

           IF WS-SA-FILE-STATUS = '00' OR
               WS-SA-FILE-STATUS = '10' OR
               WS-SA-FILE-STATUS = '23' THEN
               CLOSE FS-SCHEDULE-ACTUALS-FILE
           END-IF
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-EXCEPTION-FILE
           CLOSE FS-CARD-TAP-FILE
           CLOSE FS-TAP-FILE

           PERFORM WRITE-CLEARING-REPORT

      *    Loaded vehicle files leave the inbox so the next run does
      *    not read them again; the tap ledger would skip them in any
      *    case.
           IF WS-TAP-FROM-INBOX = 'Y' THEN
               CALL "SYSTEM" USING
                   "mkdir -p data/import/taps/done && mv data/import/t
      -            "aps/*.txt data/import/taps/done/ 2>/dev/null"
                   RETURNING WS-RETURN-CODE
           END-IF

           DISPLAY 'Card tap import complete.'
           DISPLAY 'Taps read           : ' WS-TAPS-READ
           DISPLAY 'Taps posted         : ' WS-TAPS-POSTED
               ' (' WS-TAP-REVENUE ')'
           DISPLAY 'Earlier taps matched: ' WS-TAPS-REMATCHED
           DISPLAY 'No trip found       : ' WS-TAPS-UNMATCHED
           DISPLAY 'Already imported    : ' WS-TAPS-DUPLICATE
           IF WS-TAPS-UNMATCHED > ZEROES THEN
               DISPLAY 'See data/card_tap_exceptions.txt'
           END-IF
           DISPLAY 'Clearing report written to'
               ' data/export/card_clearing_report.txt'

           GOBACK
           STOP RUN.

       IMPORT-ONE-TAP.
           MOVE FS-TP-CARD-ID TO FS-CTP-CARD-ID
           MOVE FS-TP-TAP-DATE TO FS-CTP-TAP-DATE
           MOVE FS-TP-TAP-TIME TO FS-CTP-TAP-TIME
           MOVE 'Y' TO WS-TI-NEW-TAP
           READ FS-CARD-TAP-FILE
           KEY IS FS-CTP-TAP-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'N' TO WS-TI-NEW-TAP
           END-READ

           IF WS-TI-NEW-TAP = 'N' AND FS-CTP-STATUS = 'posted' THEN
               ADD 1 TO WS-TAPS-DUPLICATE
               EXIT PARAGRAPH
           END-IF

           IF WS-TI-NEW-TAP = 'Y' THEN
               MOVE SPACES TO FS-CARD-TAP-RECORD
               MOVE FS-TP-CARD-ID TO FS-CTP-CARD-ID
               MOVE FS-TP-TAP-DATE TO FS-CTP-TAP-DATE
               MOVE FS-TP-TAP-TIME TO FS-CTP-TAP-TIME
               MOVE FS-TP-VEHICLE-ID TO FS-CTP-VEHICLE-ID
               MOVE FS-TP-STOP-ID TO FS-CTP-STOP-ID
               MOVE FS-TP-FARE TO FS-CTP-FARE
               COMPUTE FS-CTP-CLEARING-FEE ROUNDED =
                   FS-TP-FARE * WS-TI-FEE-PCT / 100
               PERFORM ADD-TO-CLEARING-TALLY
           END-IF

           PERFORM FIND-TAP-SCHEDULE

           IF WS-TI-SCHEDULE-ID = SPACES THEN
               MOVE 'unmatched' TO FS-CTP-STATUS
               ADD 1 TO WS-TAPS-UNMATCHED
               MOVE 'NO TRIP FOR VEHICLE AT TAP TIME' TO
                   FS-EX-MESSAGE
               PERFORM WRITE-TAP-EXCEPTION
           ELSE
               PERFORM POST-TAP-FARE
               MOVE 'posted' TO FS-CTP-STATUS
               MOVE WS-TI-SCHEDULE-ID TO FS-CTP-FK-SCHEDULE-ID
               MOVE WS-TI-BOOKING-ID TO FS-CTP-FK-BOOKING-ID
               MOVE WS-TI-PAYMENT-ID TO FS-CTP-FK-PAYMENT-ID
               IF WS-TI-NEW-TAP = 'Y' THEN
                   ADD 1 TO WS-TAPS-POSTED
               ELSE
                   ADD 1 TO WS-TAPS-REMATCHED
               END-IF
               ADD FS-CTP-FARE TO WS-TAP-REVENUE
           END-IF

           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-CTP-TIME-STAMP
           IF WS-TI-NEW-TAP = 'Y' THEN
               WRITE FS-CARD-TAP-RECORD
               END-WRITE
           ELSE
               REWRITE FS-CARD-TAP-RECORD
               END-REWRITE
           END-IF
           .

       FIND-TAP-SCHEDULE.
      *    The trip whose boarding window (a half hour before
      *    departure through arrival) holds the tap; where two
      *    windows overlap at a turnaround, the later departure wins
      *    - the bus is already loading for its next run.
           MOVE SPACES TO WS-TI-SCHEDULE-ID
           IF FS-CTP-VEHICLE-ID NOT = WS-TI-LOADED-VEHICLE THEN
               PERFORM LOAD-VEHICLE-TRIP-WINDOWS
           END-IF

           MOVE FS-CTP-TAP-DATE TO WS-CVM-DATE
           MOVE FS-CTP-TAP-TIME(1:2) TO WS-CVM-HOUR24
           MOVE FS-CTP-TAP-TIME(4:2) TO WS-CVM-MINUTES
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)
           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)
           COMPUTE WS-TI-TAP-MINUTES =
               (WS-CVM-DAY-NUMBER * 1440) + (WS-CVM-HOUR24 * 60) +
               WS-CVM-MINUTES

           MOVE ZEROES TO WS-TI-BEST-DEPART
           MOVE 1 TO WS-TI-W
           PERFORM UNTIL WS-TI-W > WS-TI-WINDOW-COUNT
               IF WS-TI-TAP-MINUTES >= WS-TI-W-DEPART(WS-TI-W) -
                   WS-TI-BOARDING-MINUTES AND
                   WS-TI-TAP-MINUTES <= WS-TI-W-ARRIVE(WS-TI-W) AND
                   WS-TI-W-DEPART(WS-TI-W) > WS-TI-BEST-DEPART THEN
                   MOVE WS-TI-W-SCHEDULE-ID(WS-TI-W) TO
                       WS-TI-SCHEDULE-ID
                   MOVE WS-TI-W-DEPART(WS-TI-W) TO WS-TI-BEST-DEPART
               END-IF
               ADD 1 TO WS-TI-W
           END-PERFORM
           .

       LOAD-VEHICLE-TRIP-WINDOWS.
      *    The validator files come one vehicle at a time, so the
      *    vehicle's trips are loaded once and every tap in its run
      *    is matched against the table.
           MOVE FS-CTP-VEHICLE-ID TO WS-TI-LOADED-VEHICLE
           MOVE ZEROES TO WS-TI-WINDOW-COUNT
           MOVE SPACES TO WS-SCAN-EOF
           MOVE LOW-VALUES TO FS-SCHEDULE-ID
           START FS-SCHEDULES-FILE KEY IS GREATER THAN FS-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-FK-VEHICLE-ID = WS-TI-LOADED-VEHICLE AND
                       FS-S-STATUS NOT = 'canceled' AND
                       WS-TI-WINDOW-COUNT < 200 THEN
                       PERFORM ADD-TRIP-WINDOW
                   END-IF
               END-READ
           END-PERFORM
           .

       ADD-TRIP-WINDOW.
           ADD 1 TO WS-TI-WINDOW-COUNT
           MOVE FS-SCHEDULE-ID TO
               WS-TI-W-SCHEDULE-ID(WS-TI-WINDOW-COUNT)

           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO
               WS-TI-W-DEPART(WS-TI-WINDOW-COUNT)

           MOVE FS-S-A-DATE TO WS-CVM-DATE
           MOVE FS-S-A-HOUR TO WS-CVM-HOUR
           MOVE FS-S-A-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-A-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO
               WS-TI-W-ARRIVE(WS-TI-WINDOW-COUNT)

      *    What the bus actually did beats the timetable: a late
      *    running trip still owns the taps taken on it.
           IF WS-SA-FILE-STATUS = '00' OR
               WS-SA-FILE-STATUS = '10' OR
               WS-SA-FILE-STATUS = '23' THEN
               MOVE FS-SCHEDULE-ID TO FS-SA-SCHEDULE-ID
               READ FS-SCHEDULE-ACTUALS-FILE
               KEY IS FS-SA-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-SA-AD-DATE NOT = SPACES THEN
                       MOVE FS-SA-AD-DATE TO WS-CVM-DATE
                       MOVE FS-SA-AD-HOUR TO WS-CVM-HOUR
                       MOVE FS-SA-AD-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-SA-AD-TIME-FORMAT TO
                           WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       MOVE WS-CVM-TOTAL-MINUTES TO
                           WS-TI-W-DEPART(WS-TI-WINDOW-COUNT)
                   END-IF
                   IF FS-SA-AA-DATE NOT = SPACES THEN
                       MOVE FS-SA-AA-DATE TO WS-CVM-DATE
                       MOVE FS-SA-AA-HOUR TO WS-CVM-HOUR
                       MOVE FS-SA-AA-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-SA-AA-TIME-FORMAT TO
                           WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       MOVE WS-CVM-TOTAL-MINUTES TO
                           WS-TI-W-ARRIVE(WS-TI-WINDOW-COUNT)
                   END-IF
               END-READ
           END-IF
           .

       CONVERT-TIME-TO-MINUTES.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)

           IF WS-CVM-TIME-FORMAT = 'AM' THEN
               IF WS-CVM-HOUR = 12 THEN
                   MOVE 0 TO WS-CVM-HOUR24
               ELSE
                   MOVE WS-CVM-HOUR TO WS-CVM-HOUR24
               END-IF
           ELSE
               IF WS-CVM-HOUR = 12 THEN
                   MOVE 12 TO WS-CVM-HOUR24
               ELSE
                   COMPUTE WS-CVM-HOUR24 = WS-CVM-HOUR + 12
               END-IF
           END-IF

           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)

           COMPUTE WS-CVM-TOTAL-MINUTES =
               (WS-CVM-DAY-NUMBER * 1440) + (WS-CVM-HOUR24 * 60) +
               WS-CVM-MINUTES
           .

       POST-TAP-FARE.
      *    Same shape as an onboard ticket: a seatless boarded
      *    booking on the trip, the boarding stop on the stage row,
      *    and a paid payment carrying the card id. The fare is what
      *    the card operator collects for us, so the GL books it to
      *    the clearing receivable rather than the cash drawer.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'BOOKING' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           PERFORM APPLY-BOOKING-CHECK-DIGIT
           MOVE WS-GENERATED-ID TO WS-TI-BOOKING-ID

           OPEN I-O FS-BOOKING-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BOOKING-FILE
           END-IF
           MOVE SPACES TO FS-BOOKING-RECORD
           MOVE WS-TI-BOOKING-ID TO FS-BOOKING-ID
           MOVE 'CARD-TAP' TO FS-FK-USER-ID
           MOVE WS-TI-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           MOVE ZEROES TO FS-SEAT-NUMBER
           MOVE 'boarded' TO FS-BOOKING-STATUS
           MOVE FS-CTP-FARE TO FS-PRICE
           MOVE SPACES TO FS-GROUP-ID
           MOVE 'regular' TO FS-PASSENGER-CATEGORY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TIME-STAMP
           WRITE FS-BOOKING-RECORD
               NOT INVALID KEY
                   MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
                   MOVE 'BOOKED' TO WS-BEV-EVENT
                   MOVE SPACES TO WS-BEV-OLD-VALUE
                   MOVE SPACES TO WS-BEV-NEW-VALUE
                   STRING FS-BOOKING-STATUS DELIMITED BY SPACE
                       ' seat ' FS-SEAT-NUMBER(8:3)
                       DELIMITED BY SIZE INTO WS-BEV-NEW-VALUE
                   MOVE 'TAP-IMPORT' TO WS-BEV-CHANGED-BY
                   PERFORM WRITE-BOOKING-EVENT
           END-WRITE
           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           MOVE 'WRT' TO WS-JRN-ACTION
           MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE
           CLOSE FS-BOOKING-FILE

           OPEN I-O FS-BOOKING-STAGE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BOOKING-STAGE-FILE
           END-IF
           MOVE SPACES TO FS-BOOKING-STAGE-RECORD
           MOVE WS-TI-BOOKING-ID TO FS-BST-BOOKING-ID
           MOVE FS-CTP-STOP-ID TO FS-BST-BOARD-STOP-ID
           MOVE SPACES TO FS-BST-ALIGHT-STOP-ID
           MOVE ZEROES TO FS-BST-STAGE-DISTANCE
           WRITE FS-BOOKING-STAGE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-BOOKING-STAGE-FILE

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'PAYMENT' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-TI-PAYMENT-ID

           OPEN I-O FS-PAYMENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-PAYMENT-FILE
           END-IF
           MOVE SPACES TO FS-PAYMENT-RECORD
           MOVE WS-TI-PAYMENT-ID TO FS-PAYMENT-ID
           MOVE WS-TI-BOOKING-ID TO FS-FK-BOOKING-ID
           MOVE 'card-tap' TO FS-PAYMENT-METHOD
           MOVE FS-CTP-FARE TO FS-PAYMENT-AMOUNT
           MOVE 'paid' TO FS-PAYMENT-STATUS
           MOVE SPACES TO FS-PROMO-CODE-USED
           MOVE ZEROES TO FS-DISCOUNT-AMOUNT
           MOVE SPACES TO FS-DISCOUNT-REASON
           MOVE FS-CTP-CARD-ID TO FS-EWALLET-REF-NUMBER
           MOVE SPACES TO FS-EWALLET-CONFIRMATION-CODE
           MOVE FS-CTP-FARE TO FS-BASE-FARE-AMOUNT
           MOVE ZEROES TO FS-VAT-AMOUNT
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TRANSACTION-TIME-STAMP
           WRITE FS-PAYMENT-RECORD
           END-WRITE
           MOVE 'PAYMENT' TO WS-JRN-FILE-CODE
           MOVE 'WRT' TO WS-JRN-ACTION
           MOVE FS-PAYMENT-RECORD TO WS-JRN-IMAGE
           PERFORM WRITE-AFTER-IMAGE
           CLOSE FS-PAYMENT-FILE
           .

       WRITE-TAP-EXCEPTION.
           MOVE FS-CTP-CARD-ID TO FS-EX-CARD-ID
           MOVE SPACES TO FS-EX-FILLER-1
           MOVE FS-CTP-VEHICLE-ID TO FS-EX-VEHICLE-ID
           MOVE SPACES TO FS-EX-FILLER-2
           MOVE FS-CTP-TAP-DATE TO FS-EX-TAP-DATE
           MOVE SPACES TO FS-EX-FILLER-3
           MOVE FS-CTP-TAP-TIME TO FS-EX-TAP-TIME
           MOVE SPACES TO FS-EX-FILLER-4
           MOVE FS-CTP-FARE TO FS-EX-FARE
           MOVE SPACES TO FS-EX-FILLER-5
           WRITE FS-EXCEPTION-RECORD
           .

       ADD-TO-CLEARING-TALLY.
      *    The operator owes us for every fare it deducted, matched
      *    to a trip or not, so the clearing tally counts each tap
      *    the first time it is seen.
           MOVE 'N' TO WS-CLR-FOUND
           MOVE 1 TO WS-CLR-I
           PERFORM UNTIL WS-CLR-FOUND = 'Y' OR
               WS-CLR-I > WS-CLR-TALLY-COUNT
               IF WS-CLR-TAP-DATE(WS-CLR-I) = FS-CTP-TAP-DATE THEN
                   MOVE 'Y' TO WS-CLR-FOUND
               ELSE
                   ADD 1 TO WS-CLR-I
               END-IF
           END-PERFORM
           IF WS-CLR-FOUND = 'N' THEN
               IF WS-CLR-TALLY-COUNT < 62 THEN
                   ADD 1 TO WS-CLR-TALLY-COUNT
                   MOVE WS-CLR-TALLY-COUNT TO WS-CLR-I
                   MOVE FS-CTP-TAP-DATE TO WS-CLR-TAP-DATE(WS-CLR-I)
                   MOVE ZEROES TO WS-CLR-TAPS(WS-CLR-I)
                   MOVE ZEROES TO WS-CLR-GROSS(WS-CLR-I)
                   MOVE ZEROES TO WS-CLR-FEE(WS-CLR-I)
               ELSE
                   MOVE WS-CLR-TALLY-COUNT TO WS-CLR-I
               END-IF
           END-IF
           ADD 1 TO WS-CLR-TAPS(WS-CLR-I)
           ADD FS-CTP-FARE TO WS-CLR-GROSS(WS-CLR-I)
           ADD FS-CTP-CLEARING-FEE TO WS-CLR-FEE(WS-CLR-I)

           ADD 1 TO WS-CLR-TOTAL-TAPS
           ADD FS-CTP-FARE TO WS-CLR-TOTAL-GROSS
           ADD FS-CTP-CLEARING-FEE TO WS-CLR-TOTAL-FEE
           .

       WRITE-CLEARING-REPORT.
           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE
           OPEN OUTPUT FS-CLEARING-FILE
           IF WS-CLR-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Unable to open the clearing report file.'
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-TIME-STAMP
           MOVE SPACES TO WS-LINE
           STRING 'CARD CLEARING SETTLEMENT - TAPS IMPORTED '
               WS-TS-DATE DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-CLEARING-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-TI-FEE-PCT TO WS-CLR-EDIT-PCT
           STRING 'CLEARING FEE PCT : ' WS-CLR-EDIT-PCT
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-CLEARING-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           WRITE FS-CLEARING-RECORD FROM WS-LINE
           MOVE 'TAP DATE       TAPS          GROSS            FEE    '-
               '    NET DUE US' TO WS-LINE
           WRITE FS-CLEARING-RECORD FROM WS-LINE

           MOVE 1 TO WS-CLR-I
           PERFORM UNTIL WS-CLR-I > WS-CLR-TALLY-COUNT
               COMPUTE WS-CLR-NET =
                   WS-CLR-GROSS(WS-CLR-I) - WS-CLR-FEE(WS-CLR-I)
               MOVE WS-CLR-TAPS(WS-CLR-I) TO WS-CLR-EDIT-TAPS
               MOVE WS-CLR-GROSS(WS-CLR-I) TO WS-CLR-EDIT-GROSS
               MOVE WS-CLR-FEE(WS-CLR-I) TO WS-CLR-EDIT-FEE
               MOVE WS-CLR-NET TO WS-CLR-EDIT-AMOUNT
               MOVE SPACES TO WS-LINE
               STRING WS-CLR-TAP-DATE(WS-CLR-I) ' '
                   WS-CLR-EDIT-TAPS ' '
                   WS-CLR-EDIT-GROSS ' '
                   WS-CLR-EDIT-FEE ' '
                   WS-CLR-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-CLEARING-RECORD FROM WS-LINE
               ADD 1 TO WS-CLR-I
           END-PERFORM

           COMPUTE WS-CLR-NET = WS-CLR-TOTAL-GROSS - WS-CLR-TOTAL-FEE
           MOVE WS-CLR-TOTAL-TAPS TO WS-CLR-EDIT-TAPS
           MOVE WS-CLR-TOTAL-GROSS TO WS-CLR-EDIT-GROSS
           MOVE WS-CLR-TOTAL-FEE TO WS-CLR-EDIT-FEE
           MOVE WS-CLR-NET TO WS-CLR-EDIT-AMOUNT
           MOVE SPACES TO WS-LINE
           WRITE FS-CLEARING-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL      ' WS-CLR-EDIT-TAPS ' '
               WS-CLR-EDIT-GROSS ' '
               WS-CLR-EDIT-FEE ' '
               WS-CLR-EDIT-AMOUNT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-CLEARING-RECORD FROM WS-LINE

           CLOSE FS-CLEARING-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'TAP-CLEARING tap_import '
               'data/export/card_clearing_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'TAP-CLEARING-FEE-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-TI-FEE-PCT
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
           MOVE WS-TIME(1:6) TO WS-TS-TIME
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

       WRITE-AFTER-IMAGE.
      *    Continuous after-image journaling for the critical files:
      *    every write or rewrite also lands an image with a gapless
      *    sequence number in the day journal, so forward_recovery
      *    can replay from the last backup up to any timestamp. The
      *    integrity check proves the sequence daily.
           CALL "SYSTEM" USING "mkdir -p data/journal"
           MOVE ZEROES TO WS-JRN-NEXT-SEQ
           OPEN INPUT FS-JOURNAL-SEQ-FILE
           IF WS-JRN-SEQ-STATUS = '00' THEN
               READ FS-JOURNAL-SEQ-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE FS-JOURNAL-SEQ-RECORD TO WS-JRN-NEXT-SEQ
               END-READ
               CLOSE FS-JOURNAL-SEQ-FILE
           END-IF
           ADD 1 TO WS-JRN-NEXT-SEQ

           OPEN OUTPUT FS-JOURNAL-SEQ-FILE
           IF WS-JRN-SEQ-STATUS = '00' THEN
               MOVE WS-JRN-NEXT-SEQ TO FS-JOURNAL-SEQ-RECORD
               WRITE FS-JOURNAL-SEQ-RECORD
               CLOSE FS-JOURNAL-SEQ-FILE
           END-IF

           OPEN EXTEND FS-DAY-JOURNAL-FILE
           IF WS-JRN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DAY-JOURNAL-FILE
           END-IF
           IF WS-JRN-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-DAY-JOURNAL-RECORD
               MOVE WS-JRN-NEXT-SEQ TO FS-JRN-SEQ
               MOVE WS-JRN-FILE-CODE TO FS-JRN-FILE-CODE
               MOVE WS-JRN-ACTION TO FS-JRN-ACTION
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-JRN-TIME-STAMP
               MOVE WS-JRN-IMAGE TO FS-JRN-IMAGE
               WRITE FS-DAY-JOURNAL-RECORD
           END-IF
           CLOSE FS-DAY-JOURNAL-FILE
           .

       APPLY-BOOKING-CHECK-DIGIT.
      *    Booking IDs carry a Luhn check digit in the last position
      *    so a mistyped ID is refused at the keyboard instead of
      *    finding nothing or someone else's trip. The clock time is
      *    folded to seconds since midnight to make room, keeping
      *    the ID at fifteen digits and still in issue order.
           MOVE WS-GSI-DATE TO WS-CKD-DATE
           MOVE WS-GSI-TIME TO WS-CKD-CLOCK
           COMPUTE WS-CKD-SECONDS =
               (WS-CKD-HOURS * 3600) + (WS-CKD-MINUTES * 60) +
               WS-CKD-SECS
           MOVE WS-GSI-INCREMENT-VALUE TO WS-CKD-INCREMENT
           PERFORM COMPUTE-BOOKING-CHECK-DIGIT
           MOVE WS-CKD-COMPUTED TO WS-CKD-DIGIT
           MOVE WS-CKD-ID TO WS-GENERATED-ID
           IF WS-CKD-FIRST-DATE = '999999' THEN
               PERFORM RECORD-CHECK-DIGIT-CUTOVER
           END-IF
           .

       RECORD-CHECK-DIGIT-CUTOVER.
      *    The first booking ID issued with a check digit records its
      *    date as business parameter BOOKING-CKD-FROM, which the
      *    booking-ID validators read to tell legacy IDs from checked
      *    ones. A row already on file (set at install, or by another
      *    program) is taken as it stands.
           MOVE WS-CKD-DATE TO WS-CKD-FIRST-DATE
           MOVE WS-CKD-DATE TO WS-CKD-FIRST-NUM
           ACCEPT WS-CKD-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CKD-NOW FROM TIME
           OPEN I-O FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BUSINESS-PARAMS-FILE
               PERFORM WRITE-CHECK-DIGIT-CUTOVER
           ELSE
               MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
               READ FS-BUSINESS-PARAMS-FILE
               KEY IS FS-BPM-PARAM-NAME
               INVALID KEY
                   PERFORM WRITE-CHECK-DIGIT-CUTOVER
               NOT INVALID KEY
                   MOVE FS-BPM-PARAM-VALUE TO WS-CKD-FIRST-NUM
                   MOVE WS-CKD-FIRST-NUM TO WS-CKD-FIRST-DATE
               END-READ
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .

       WRITE-CHECK-DIGIT-CUTOVER.
           MOVE SPACES TO FS-BUSINESS-PARAMS-RECORD
           MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
           MOVE WS-CKD-FIRST-NUM TO FS-BPM-PARAM-VALUE
           MOVE SPACES TO WS-CKD-STAMP
           STRING WS-CKD-TODAY(5:2) '/' WS-CKD-TODAY(7:2) '/'
               WS-CKD-TODAY(1:4) '   ' WS-CKD-NOW(1:2) ':'
               WS-CKD-NOW(3:2) ':' WS-CKD-NOW(5:2)
               DELIMITED BY SIZE INTO WS-CKD-STAMP
           MOVE WS-CKD-STAMP(1:10) TO FS-BPM-EFFECTIVE-DATE
           MOVE WS-CKD-STAMP TO FS-BPM-TIME-STAMP
           WRITE FS-BUSINESS-PARAMS-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           .

       COMPUTE-BOOKING-CHECK-DIGIT.
      *    Luhn over the first fourteen digits of WS-CKD-ID: every
      *    second digit from the right is doubled, nines cast out.
           MOVE ZEROES TO WS-CKD-SUM
           PERFORM VARYING WS-CKD-I FROM 14 BY -1 UNTIL WS-CKD-I < 1
               MOVE WS-CKD-ID(WS-CKD-I:1) TO WS-CKD-ONE
               IF FUNCTION MOD(WS-CKD-I, 2) = 0 THEN
                   COMPUTE WS-CKD-PRODUCT = WS-CKD-ONE * 2
                   IF WS-CKD-PRODUCT > 9 THEN
                       SUBTRACT 9 FROM WS-CKD-PRODUCT
                   END-IF
               ELSE
                   MOVE WS-CKD-ONE TO WS-CKD-PRODUCT
               END-IF
               ADD WS-CKD-PRODUCT TO WS-CKD-SUM
           END-PERFORM
           COMPUTE WS-CKD-COMPUTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CKD-SUM, 10), 10)
           .

       WRITE-BOOKING-EVENT.
      *    One line per change to a booking, appended in the order
      *    the changes happen, so archive_inquiry can replay the
      *    booking's timeline even after the row itself is archived.
           OPEN EXTEND FS-BOOKING-EVENT-FILE
           IF WS-BEV-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BOOKING-EVENT-FILE
           END-IF
           IF WS-BEV-FILE-STATUS = '00' THEN
               MOVE SPACES TO FS-BOOKING-EVENT-RECORD
               MOVE WS-BEV-BOOKING-ID TO FS-BEV-FK-BOOKING-ID
               MOVE WS-BEV-EVENT TO FS-BEV-EVENT
               MOVE WS-BEV-OLD-VALUE TO FS-BEV-OLD-VALUE
               MOVE WS-BEV-NEW-VALUE TO FS-BEV-NEW-VALUE
               MOVE 'tap_import' TO FS-BEV-PROGRAM
               MOVE WS-BEV-CHANGED-BY TO FS-BEV-CHANGED-BY
               ACCEPT WS-BEV-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-BEV-STAMP-TIME FROM TIME
               MOVE WS-BEV-STAMP-MM TO FS-BEV-TIME-STAMP(1:2)
               MOVE '/' TO FS-BEV-TIME-STAMP(3:1)
               MOVE WS-BEV-STAMP-DD TO FS-BEV-TIME-STAMP(4:2)
               MOVE '/' TO FS-BEV-TIME-STAMP(6:1)
               MOVE WS-BEV-STAMP-YYYY TO FS-BEV-TIME-STAMP(7:4)
               MOVE WS-BEV-STAMP-TIME(1:2) TO FS-BEV-TIME-STAMP(14:2)
               MOVE ':' TO FS-BEV-TIME-STAMP(16:1)
               MOVE WS-BEV-STAMP-TIME(3:2) TO FS-BEV-TIME-STAMP(17:2)
               MOVE ':' TO FS-BEV-TIME-STAMP(19:1)
               MOVE WS-BEV-STAMP-TIME(5:2) TO FS-BEV-TIME-STAMP(20:2)
               WRITE FS-BOOKING-EVENT-RECORD
           END-IF
           CLOSE FS-BOOKING-EVENT-FILE
           .
