       IDENTIFICATION DIVISION.
       PROGRAM-ID. delay_compensation.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-SCH-FILE-STATUS.

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

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-PSG-FILE-STATUS.

           SELECT FS-INCIDENT-FILE ASSIGN TO 'data/incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-INC-INCIDENT-ID
               FILE STATUS IS WS-INC-FILE-STATUS.

           SELECT FS-VOUCHER-FILE ASSIGN TO 'data/vouchers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VCH-CODE
               FILE STATUS IS WS-VCH-FILE-STATUS.

           SELECT FS-DELAY-COMP-FILE ASSIGN TO
               'data/delay_compensation.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DCP-BOOKING-ID
               FILE STATUS IS WS-DCP-FILE-STATUS.

           SELECT FS-OUTBOX-FILE ASSIGN TO 'data/outbox.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBX-MSG-ID
               FILE STATUS IS WS-OBX-FILE-STATUS.

           SELECT FS-OUTBOX-TEXT-FILE ASSIGN TO 'data/outbox_text.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBT-MSG-ID
               FILE STATUS IS WS-OBT-FILE-STATUS.


           SELECT FS-MESSAGE-TEMPLATE-FILE ASSIGN TO
               'data/message_templates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MTP-KEY
               FILE STATUS IS WS-MTP-FILE-STATUS.

           SELECT FS-REPORT-FILE ASSIGN TO
               'data/export/delay_compensation_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

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
               FILE STATUS IS WS-SEQ-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

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

       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-USER-ID    PIC X(15).
           02    FS-P-FIRST-NAME    PIC X(50).
           02    FS-P-LAST-NAME    PIC X(50).
           02    FS-P-EMAIL    PIC X(100).
           02    FS-P-PASSWORD    PIC X(64).
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
                   04    FS-P-COLON-1    PIC X.
                   04    FS-P-MINUTES    PIC 99.
                   04    FS-P-COLON-2    PIC X.
                   04    FS-P-SECOND    PIC 99.
           02    FS-P-FAILED-ATTEMPTS    PIC 9(2).
           02    FS-P-LOCKOUT-UNTIL    PIC 9(11).
           02    FS-P-STATUS    PIC X(8).
           02    FS-P-PASSWORD-CHANGED-DAY    PIC 9(9).
           02    FS-P-NOTIFY-PREF    PIC X.
               88    FS-P-NOTIFY-EMAIL-ONLY    VALUE 'E'.
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
               88    FS-P-NOTIFY-NONE    VALUE 'N'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-INCIDENT-FILE.
       01  FS-INCIDENT-RECORD.
           02    FS-INC-INCIDENT-ID    PIC X(15).
           02    FS-INC-FK-SCHEDULE-ID    PIC X(15).
           02    FS-INC-TYPE    PIC X(10).
           02    FS-INC-STATUS    PIC X(8).
           02    FS-INC-LATITUDE    PIC S9(3)V9(6).
           02    FS-INC-LONGITUDE    PIC S9(3)V9(6).
           02    FS-INC-CHECKPOINT-CODE    PIC X(20).
           02    FS-INC-TIME-STAMP.
               03    FS-INC-TS-DATE    PIC 99/99/9999.
               03    FS-INC-TS-FILLER-SPACE    PIC X(3).
               03    FS-INC-TS-TIME.
                   04    FS-INC-TS-HOUR    PIC 99.
                   04    FS-INC-TS-COLON-1    PIC X.
                   04    FS-INC-TS-MINUTES    PIC 99.
                   04    FS-INC-TS-COLON-2    PIC X.
                   04    FS-INC-TS-SECOND    PIC 99.

       FD  FS-VOUCHER-FILE.
       01  FS-VOUCHER-RECORD.
           02    FS-VCH-CODE    PIC X(15).
           02    FS-VCH-FK-USER-ID    PIC X(15).
           02    FS-VCH-FK-BOOKING-ID    PIC X(15).
           02    FS-VCH-VALUE    PIC 9(10)V99.
           02    FS-VCH-STATUS    PIC X(8).
           02    FS-VCH-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-VCH-TIME-STAMP.
               03    FS-VCH-TS-DATE    PIC 99/99/9999.
               03    FS-VCH-TS-FILLER-SPACE    PIC X(3).
               03    FS-VCH-TS-TIME.
                   04    FS-VCH-TS-HOUR    PIC 99.
                   04    FS-VCH-TS-COLON-1    PIC X.
                   04    FS-VCH-TS-MINUTES    PIC 99.
                   04    FS-VCH-TS-COLON-2    PIC X.
                   04    FS-VCH-TS-SECOND    PIC 99.

       FD  FS-DELAY-COMP-FILE.
       01  FS-DELAY-COMP-RECORD.
           02    FS-DCP-BOOKING-ID    PIC X(15).
           02    FS-DCP-SCHEDULE-ID    PIC X(15).
           02    FS-DCP-ROUTE-ID    PIC X(15).
           02    FS-DCP-USER-ID    PIC X(15).
           02    FS-DCP-DEPART-DATE    PIC 99/99/9999.
           02    FS-DCP-KIND    PIC X.
           02    FS-DCP-CAUSE    PIC X(10).
           02    FS-DCP-DELAY-MINUTES    PIC 9(5).
           02    FS-DCP-TIER    PIC 9.
           02    FS-DCP-VOUCHER-CODE    PIC X(15).
           02    FS-DCP-VALUE    PIC 9(10)V99.
           02    FS-DCP-TIME-STAMP.
               03    FS-DCP-TS-DATE    PIC 99/99/9999.
               03    FS-DCP-TS-FILLER-SPACE    PIC X(3).
               03    FS-DCP-TS-TIME.
                   04    FS-DCP-TS-HOUR    PIC 99.
                   04    FS-DCP-TS-COLON-1    PIC X.
                   04    FS-DCP-TS-MINUTES    PIC 99.
                   04    FS-DCP-TS-COLON-2    PIC X.
                   04    FS-DCP-TS-SECOND    PIC 99.

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


      *    Outbound wording by message type and language, with
      *    {NAME} {BOOKING} {SCHEDULE} {ROUTE} {DATE} {TIME}
      *    {AMOUNT} and {DETAIL} filled in when the text is rendered.
       FD  FS-MESSAGE-TEMPLATE-FILE.
       01  FS-MESSAGE-TEMPLATE-RECORD.
           02    FS-MTP-KEY.
               03    FS-MTP-MSG-TYPE    PIC X(12).
               03    FS-MTP-LANGUAGE    PIC X(3).
           02    FS-MTP-TEXT    PIC X(200).
           02    FS-MTP-UPDATED-BY    PIC X(15).
           02    FS-MTP-TIME-STAMP    PIC X(21).

       FD  FS-REPORT-FILE.
       01  FS-REPORT-RECORD    PIC X(132).

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


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-SA-FILE-STATUS    PIC XX.
       01  WS-PSG-FILE-STATUS    PIC XX.
       01  WS-INC-FILE-STATUS    PIC XX.
       01  WS-VCH-FILE-STATUS    PIC XX.
       01  WS-DCP-FILE-STATUS    PIC XX.
       01  WS-OBX-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-RPT-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-SEQ-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-BKG-EOF    PIC X.
       01  WS-INC-EOF    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-TIME    PIC 9(8).
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
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-BPM-TODAY-INT    PIC 9(8).
       01  WS-BPM-EFFECTIVE-INT    PIC 9(8).
       01  WS-OBX-CHANNEL    PIC X(5).
       01  WS-OBX-ADDRESS    PIC X(100).
       01  WS-OBX-BOOKING-ID    PIC X(15).
       01  WS-OBX-TEXT    PIC X(200).
       01  WS-MTP-FILE-STATUS    PIC XX.
       01  WS-MTP-WANT-TYPE    PIC X(12).
       01  WS-MTP-WANT-LANG    PIC X(3).
       01  WS-MTP-NAME    PIC X(50).
       01  WS-MTP-BOOKING    PIC X(15).
       01  WS-MTP-SCHEDULE    PIC X(15).
       01  WS-MTP-ROUTE    PIC X(60).
       01  WS-MTP-DATE    PIC X(10).
       01  WS-MTP-TIME    PIC X(8).
       01  WS-MTP-AMOUNT    PIC X(20).
       01  WS-MTP-DETAIL    PIC X(60).
       01  WS-MTP-RENDERED    PIC X(200).
       01  WS-MTP-TOKEN    PIC X(12).
       01  WS-MTP-VALUE    PIC X(60).
       01  WS-MTP-LENGTH    PIC 9(3).
       01  WS-MTP-IN-POS    PIC 9(3).
       01  WS-MTP-OUT-POS    PIC 9(3).
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-DC-RUN-DATE-ENTRY    PIC X(10).
       01  WS-DC-RUN-DATE    PIC 99/99/9999.
       01  WS-DC-DATE-INT    PIC 9(8).
       01  WS-DC-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-DC-MIN-1    PIC 9(5) VALUE 30.
       01  WS-DC-MIN-2    PIC 9(5) VALUE 60.
       01  WS-DC-MIN-3    PIC 9(5) VALUE 120.
       01  WS-DC-PCT-1    PIC 9(3)V99 VALUE 25.
       01  WS-DC-PCT-2    PIC 9(3)V99 VALUE 50.
       01  WS-DC-PCT-3    PIC 9(3)V99 VALUE 100.
       01  WS-DC-CXL-PCT    PIC 9(3)V99 VALUE 100.
       01  WS-DC-VALID-DAYS    PIC 9(5) VALUE 90.
       01  WS-DC-EXPIRY-INT    PIC 9(8).
       01  WS-DC-EXPIRY-DATE    PIC 99/99/9999.
       01  WS-DC-KIND    PIC X.
       01  WS-DC-TIER    PIC 9.
       01  WS-DC-PCT    PIC 9(3)V99.
       01  WS-DC-CAUSE    PIC X(10).
       01  WS-DC-SCHEDULE-ID    PIC X(15).
       01  WS-DC-ROUTE-ID    PIC X(15).
       01  WS-DC-DEPART-DATE    PIC 99/99/9999.
       01  WS-DC-CANCEL-TIME    PIC X(8).
       01  WS-DC-PLANNED-MINUTES    PIC S9(9) COMP.
       01  WS-DC-DELAY-MINUTES    PIC S9(9) COMP.
       01  WS-DC-VALUE    PIC 9(10)V99.
       01  WS-DC-VOUCHER-CODE    PIC X(15).
       01  WS-DC-MESSAGES    PIC 9.
       01  WS-DC-VALUE-EDIT    PIC Z(9)9.99.
       01  WS-DC-DELAY-EDIT    PIC Z(4)9.
       01  WS-DC-COUNT-EDIT    PIC Z(6)9.
       01  WS-DC-TRIPS-LATE    PIC 9(7) VALUE 0.
       01  WS-DC-TRIPS-CANCELED    PIC 9(7) VALUE 0.
       01  WS-DC-VOUCHERS    PIC 9(7) VALUE 0.
       01  WS-DC-ALREADY-ISSUED    PIC 9(7) VALUE 0.
       01  WS-DC-NO-FARE    PIC 9(7) VALUE 0.
       01  WS-DC-MESSAGES-QUEUED    PIC 9(7) VALUE 0.
       01  WS-DC-NOT-NOTIFIED    PIC 9(7) VALUE 0.
       01  WS-DC-RUN-VALUE    PIC 9(10)V99 VALUE 0.
       01  WS-DC-GRAND-COUNT    PIC 9(7).
       01  WS-DC-GRAND-VALUE    PIC 9(10)V99.
       01  WS-DC-COST-COUNT    PIC 9(4) VALUE 0.
       01  WS-DC-COST-TABLE.
           02    WS-DC-COST-ROW OCCURS 500 TIMES.
               03    WS-DC-C-ROUTE-ID    PIC X(15).
               03    WS-DC-C-CAUSE    PIC X(10).
               03    WS-DC-C-VOUCHERS    PIC 9(7).
               03    WS-DC-C-VALUE    PIC 9(10)V99.
       01  WS-DC-I    PIC 9(4).
       01  WS-DC-FOUND    PIC X.
       01  WS-DC-REPORT-LINE.
           02    WS-DC-R-ROUTE-ID    PIC X(15).
           02    FILLER    PIC X(2) VALUE SPACES.
           02    WS-DC-R-CAUSE    PIC X(10).
           02    FILLER    PIC X(2) VALUE SPACES.
           02    WS-DC-R-VOUCHERS    PIC Z(6)9.
           02    FILLER    PIC X(2) VALUE SPACES.
           02    WS-DC-R-VALUE    PIC Z(9)9.99.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    Delay compensation under the passenger charter. Run after
      *    the day closes, it takes each trip that left on the run
      *    date and compares the departure recorded in
      *    schedule_actuals with the timetable. A trip more than
      *    DELAY-COMP-MIN-1 / -2 / -3 minutes late (defaults 30, 60
      *    and 120) earns everyone who boarded it a travel voucher
      *    worth DELAY-COMP-PCT-1 / -2 / -3 percent of their fare
      *    (defaults 25, 50 and 100). A trip canceled on its own
      *    departure day earns the passengers whose bookings the
      *    cancellation cleared DELAY-COMP-CXL-PCT percent (default
      *    100), on top of whatever the cancellation itself refunded
      *    or converted. Vouchers run DELAY-COMP-DAYS days (default
      *    90) and each passenger is told through the outbox under
      *    their notify preference. The cause is the incident logged
      *    against the trip, else LATE or CANCELED. Every voucher is
      *    logged by booking in data/delay_compensation.txt, so a
      *    rerun never pays a booking twice, and the report totals
      *    the cost of the day's vouchers per route and cause.
      *    Usage : delay_compensation [MM/DD/YYYY]  (default
      *            yesterday's trips)
           ACCEPT WS-DC-RUN-DATE-ENTRY FROM COMMAND-LINE
           PERFORM LOAD-BUSINESS-PARAMETERS

           IF WS-DC-RUN-DATE-ENTRY = SPACES THEN
               COMPUTE WS-DC-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT) - 1
               COMPUTE WS-DC-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-DC-DAY-NUMBER)
               MOVE WS-DC-DATE-INT(5:2) TO WS-DC-RUN-DATE(1:2)
               MOVE '/' TO WS-DC-RUN-DATE(3:1)
               MOVE WS-DC-DATE-INT(7:2) TO WS-DC-RUN-DATE(4:2)
               MOVE '/' TO WS-DC-RUN-DATE(6:1)
               MOVE WS-DC-DATE-INT(1:4) TO WS-DC-RUN-DATE(7:4)
           ELSE
               MOVE WS-DC-RUN-DATE-ENTRY TO WS-DC-RUN-DATE
           END-IF

           COMPUTE WS-DC-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT) +
               WS-DC-VALID-DAYS
           COMPUTE WS-DC-EXPIRY-INT =
               FUNCTION DATE-OF-INTEGER(WS-DC-DAY-NUMBER)
           MOVE WS-DC-EXPIRY-INT(5:2) TO WS-DC-EXPIRY-DATE(1:2)
           MOVE '/' TO WS-DC-EXPIRY-DATE(3:1)
           MOVE WS-DC-EXPIRY-INT(7:2) TO WS-DC-EXPIRY-DATE(4:2)
           MOVE '/' TO WS-DC-EXPIRY-DATE(6:1)
           MOVE WS-DC-EXPIRY-INT(1:4) TO WS-DC-EXPIRY-DATE(7:4)

           OPEN INPUT FS-SCHEDULES-FILE
           IF WS-SCH-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Schedules file not available - nothing to do.'
               STOP RUN
           END-IF
           OPEN INPUT FS-BOOKING-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Booking file not available - nothing to do.'
               CLOSE FS-SCHEDULES-FILE
               STOP RUN
           END-IF
           OPEN INPUT FS-SCHEDULE-ACTUALS-FILE
           OPEN INPUT FS-PASSENGER-FILE
           OPEN I-O FS-VOUCHER-FILE
           IF WS-VCH-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-VOUCHER-FILE
               CLOSE FS-VOUCHER-FILE
               OPEN I-O FS-VOUCHER-FILE
           END-IF
           OPEN I-O FS-DELAY-COMP-FILE
           IF WS-DCP-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DELAY-COMP-FILE
               CLOSE FS-DELAY-COMP-FILE
               OPEN I-O FS-DELAY-COMP-FILE
           END-IF

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-D-DATE = WS-DC-RUN-DATE THEN
                       PERFORM CHECK-ONE-TRIP
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-DELAY-COMP-FILE
           CLOSE FS-VOUCHER-FILE
           CLOSE FS-PASSENGER-FILE
           IF WS-SA-FILE-STATUS = '00' OR
               WS-SA-FILE-STATUS = '10' OR
               WS-SA-FILE-STATUS = '23' THEN
               CLOSE FS-SCHEDULE-ACTUALS-FILE
           END-IF
           CLOSE FS-BOOKING-FILE
           CLOSE FS-SCHEDULES-FILE

           PERFORM WRITE-COST-REPORT

           MOVE WS-DC-RUN-VALUE TO WS-DC-VALUE-EDIT
           DISPLAY 'Delay compensation run for trips of '
               WS-DC-RUN-DATE
           DISPLAY 'Trips late past threshold : ' WS-DC-TRIPS-LATE
           DISPLAY 'Trips canceled on the day : '
               WS-DC-TRIPS-CANCELED
           DISPLAY 'Vouchers issued           : ' WS-DC-VOUCHERS
           DISPLAY 'Value issued              : ' WS-DC-VALUE-EDIT
           DISPLAY 'Already compensated       : '
               WS-DC-ALREADY-ISSUED
           DISPLAY 'No fare to compensate     : ' WS-DC-NO-FARE
           DISPLAY 'Messages queued           : '
               WS-DC-MESSAGES-QUEUED
           DISPLAY 'Passengers not notified   : ' WS-DC-NOT-NOTIFIED
           DISPLAY 'Report written to'
               ' data/export/delay_compensation_report.txt'

           GOBACK
           STOP RUN.

       CHECK-ONE-TRIP.
           MOVE FS-SCHEDULE-ID TO WS-DC-SCHEDULE-ID
           MOVE FS-FK-ROUTE-ID TO WS-DC-ROUTE-ID
           MOVE FS-S-D-DATE TO WS-DC-DEPART-DATE
           MOVE ZEROES TO WS-DC-DELAY-MINUTES
           MOVE ZEROES TO WS-DC-TIER

      *    Only a cancellation stamped on the departure day itself
      *    counts; trips called off in advance were rebooked or
      *    refunded with notice and are not owed anything more.
           IF FS-S-STATUS = 'canceled' THEN
               IF FS-S-DATE NOT = FS-S-D-DATE THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'C' TO WS-DC-KIND
               MOVE WS-DC-CXL-PCT TO WS-DC-PCT
               MOVE FS-S-TIME TO WS-DC-CANCEL-TIME
               ADD 1 TO WS-DC-TRIPS-CANCELED
           ELSE
               IF WS-SA-FILE-STATUS NOT = '00' AND
                   WS-SA-FILE-STATUS NOT = '10' AND
                   WS-SA-FILE-STATUS NOT = '23' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE FS-SCHEDULE-ID TO FS-SA-SCHEDULE-ID
               READ FS-SCHEDULE-ACTUALS-FILE
               KEY IS FS-SA-SCHEDULE-ID
               INVALID KEY
                   EXIT PARAGRAPH
               END-READ
               IF FS-SA-AD-DATE = SPACES OR
                   FS-SA-AD-DATE = ZEROES THEN
                   EXIT PARAGRAPH
               END-IF

               MOVE FS-S-D-DATE TO WS-CVM-DATE
               MOVE FS-S-D-HOUR TO WS-CVM-HOUR
               MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
               MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
               PERFORM CONVERT-TIME-TO-MINUTES
               MOVE WS-CVM-TOTAL-MINUTES TO WS-DC-PLANNED-MINUTES

               MOVE FS-SA-AD-DATE TO WS-CVM-DATE
               MOVE FS-SA-AD-HOUR TO WS-CVM-HOUR
               MOVE FS-SA-AD-MINUTES TO WS-CVM-MINUTES
               MOVE FS-SA-AD-TIME-FORMAT TO WS-CVM-TIME-FORMAT
               PERFORM CONVERT-TIME-TO-MINUTES
               COMPUTE WS-DC-DELAY-MINUTES =
                   WS-CVM-TOTAL-MINUTES - WS-DC-PLANNED-MINUTES

               EVALUATE TRUE
                   WHEN WS-DC-DELAY-MINUTES > WS-DC-MIN-3
                       MOVE 3 TO WS-DC-TIER
                       MOVE WS-DC-PCT-3 TO WS-DC-PCT
                   WHEN WS-DC-DELAY-MINUTES > WS-DC-MIN-2
                       MOVE 2 TO WS-DC-TIER
                       MOVE WS-DC-PCT-2 TO WS-DC-PCT
                   WHEN WS-DC-DELAY-MINUTES > WS-DC-MIN-1
                       MOVE 1 TO WS-DC-TIER
                       MOVE WS-DC-PCT-1 TO WS-DC-PCT
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               MOVE 'L' TO WS-DC-KIND
               ADD 1 TO WS-DC-TRIPS-LATE
           END-IF

           PERFORM FIND-TRIP-CAUSE

           MOVE SPACES TO WS-BKG-EOF
           MOVE WS-DC-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-BKG-EOF
           END-START
           PERFORM UNTIL WS-BKG-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKG-EOF
               NOT AT END
                   IF FS-FK-SCHEDULE-ID NOT = WS-DC-SCHEDULE-ID THEN
                       MOVE 'Y' TO WS-BKG-EOF
                   ELSE
                       PERFORM CHECK-ONE-BOOKING
                   END-IF
               END-READ
           END-PERFORM
           .

       FIND-TRIP-CAUSE.
      *    The first incident reported against the trip names the
      *    cause; a trip with none is put down to plain lateness or
      *    to the cancellation itself.
           IF WS-DC-KIND = 'C' THEN
               MOVE 'CANCELED' TO WS-DC-CAUSE
           ELSE
               MOVE 'LATE' TO WS-DC-CAUSE
           END-IF

           MOVE SPACES TO WS-INC-EOF
           OPEN INPUT FS-INCIDENT-FILE
           IF WS-INC-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INC-EOF = 'Y'
               READ FS-INCIDENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INC-EOF
               NOT AT END
                   IF FS-INC-FK-SCHEDULE-ID = WS-DC-SCHEDULE-ID AND
                       FS-INC-TYPE NOT = SPACES THEN
                       MOVE FS-INC-TYPE TO WS-DC-CAUSE
                       MOVE 'Y' TO WS-INC-EOF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-INCIDENT-FILE
           .

       CHECK-ONE-BOOKING.
      *    Late trips pay those who actually travelled. On a trip
      *    canceled on the day the bookings were all set to canceled
      *    by the cancellation run, stamped no earlier than the trip
      *    itself; anyone who had already canceled on their own
      *    carries an earlier stamp and is left out.
           IF WS-DC-KIND = 'L' THEN
               IF FS-BOOKING-STATUS NOT = 'boarded' AND
                   FS-BOOKING-STATUS NOT = 'alighted' THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FS-BOOKING-STATUS NOT = 'canceled' THEN
                   EXIT PARAGRAPH
               END-IF
               IF FS-TS-DATE NOT = WS-DC-DEPART-DATE OR
                   FS-TS-TIME < WS-DC-CANCEL-TIME THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE FS-BOOKING-ID TO FS-DCP-BOOKING-ID
           READ FS-DELAY-COMP-FILE
           KEY IS FS-DCP-BOOKING-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-DC-ALREADY-ISSUED
               EXIT PARAGRAPH
           END-READ

           COMPUTE WS-DC-VALUE ROUNDED =
               FS-PRICE * WS-DC-PCT / 100
           IF WS-DC-VALUE = ZEROES THEN
               ADD 1 TO WS-DC-NO-FARE
               EXIT PARAGRAPH
           END-IF

           PERFORM ISSUE-COMPENSATION-VOUCHER

           MOVE SPACES TO FS-DELAY-COMP-RECORD
           MOVE FS-BOOKING-ID TO FS-DCP-BOOKING-ID
           MOVE WS-DC-SCHEDULE-ID TO FS-DCP-SCHEDULE-ID
           MOVE WS-DC-ROUTE-ID TO FS-DCP-ROUTE-ID
           MOVE FS-FK-USER-ID TO FS-DCP-USER-ID
           MOVE WS-DC-DEPART-DATE TO FS-DCP-DEPART-DATE
           MOVE WS-DC-KIND TO FS-DCP-KIND
           MOVE WS-DC-CAUSE TO FS-DCP-CAUSE
           MOVE WS-DC-DELAY-MINUTES TO FS-DCP-DELAY-MINUTES
           MOVE WS-DC-TIER TO FS-DCP-TIER
           MOVE WS-DC-VOUCHER-CODE TO FS-DCP-VOUCHER-CODE
           MOVE WS-DC-VALUE TO FS-DCP-VALUE
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-DCP-TIME-STAMP
           WRITE FS-DELAY-COMP-RECORD
               INVALID KEY CONTINUE
           END-WRITE

           ADD 1 TO WS-DC-VOUCHERS
           ADD WS-DC-VALUE TO WS-DC-RUN-VALUE

           PERFORM NOTIFY-PASSENGER
           .

       ISSUE-COMPENSATION-VOUCHER.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'VOUCHER' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-DC-VOUCHER-CODE

           MOVE SPACES TO FS-VOUCHER-RECORD
           MOVE WS-DC-VOUCHER-CODE TO FS-VCH-CODE
           MOVE FS-FK-USER-ID TO FS-VCH-FK-USER-ID
           MOVE FS-BOOKING-ID TO FS-VCH-FK-BOOKING-ID
           MOVE WS-DC-VALUE TO FS-VCH-VALUE
           MOVE 'active' TO FS-VCH-STATUS
           MOVE WS-DC-EXPIRY-DATE TO FS-VCH-EXPIRY-DATE
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-VCH-TIME-STAMP
           WRITE FS-VOUCHER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           .

       NOTIFY-PASSENGER.
      *    The voucher stands whether or not the passenger can be
      *    told; frozen or closed accounts and notify-none simply
      *    find it on their account. This is a service notice, not
      *    marketing, so no consent is needed.
           MOVE FS-FK-USER-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               ADD 1 TO WS-DC-NOT-NOTIFIED
               EXIT PARAGRAPH
           END-READ

           IF FS-P-STATUS = 'frozen' OR
               FS-P-STATUS = 'deactive' OR
               FS-P-STATUS = 'inactive' OR
               FS-P-NOTIFY-NONE THEN
               ADD 1 TO WS-DC-NOT-NOTIFIED
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-COMPENSATION-TEXT

           MOVE ZEROES TO WS-DC-MESSAGES
           MOVE FS-BOOKING-ID TO WS-OBX-BOOKING-ID
           IF FS-P-NOTIFY-SMS-ONLY OR FS-P-NOTIFY-BOTH THEN
               IF FS-P-PHONE-NUMBER NOT = SPACES THEN
                   MOVE 'SMS' TO WS-OBX-CHANNEL
                   MOVE FS-P-PHONE-NUMBER TO WS-OBX-ADDRESS
                   PERFORM WRITE-OUTBOX-MESSAGE
               END-IF
           END-IF
           IF NOT FS-P-NOTIFY-SMS-ONLY THEN
               IF FS-P-EMAIL NOT = SPACES THEN
                   MOVE 'EMAIL' TO WS-OBX-CHANNEL
                   MOVE FS-P-EMAIL TO WS-OBX-ADDRESS
                   PERFORM WRITE-OUTBOX-MESSAGE
               END-IF
           END-IF

           IF WS-DC-MESSAGES = ZEROES THEN
               ADD 1 TO WS-DC-NOT-NOTIFIED
           END-IF
           .

       BUILD-COMPENSATION-TEXT.
           MOVE WS-DC-VALUE TO WS-DC-VALUE-EDIT
           MOVE WS-DC-DELAY-MINUTES TO WS-DC-DELAY-EDIT

           MOVE SPACES TO WS-OBX-TEXT
           IF WS-DC-KIND = 'C' THEN
               STRING 'We are sorry: your trip on booking '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(FS-BOOKING-ID) DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   WS-DC-DEPART-DATE DELIMITED BY SIZE
                   ' was canceled on the day.' DELIMITED BY SIZE
               INTO WS-OBX-TEXT
           ELSE
               STRING 'We are sorry: your trip on booking '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(FS-BOOKING-ID) DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   WS-DC-DEPART-DATE DELIMITED BY SIZE
                   ' left ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DC-DELAY-EDIT) DELIMITED BY SIZE
                   ' minutes late.' DELIMITED BY SIZE
               INTO WS-OBX-TEXT
           END-IF
           STRING FUNCTION TRIM(WS-OBX-TEXT) DELIMITED BY SIZE
               ' Travel voucher ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DC-VOUCHER-CODE) DELIMITED BY SIZE
               ' worth ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DC-VALUE-EDIT) DELIMITED BY SIZE
               ' is on your account, valid until ' DELIMITED BY SIZE
               WS-DC-EXPIRY-DATE DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
           INTO WS-OBX-TEXT

           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE 'DELAY-COMP' TO WS-MTP-WANT-TYPE
           MOVE FS-BOOKING-ID TO WS-MTP-BOOKING
           MOVE FS-FK-SCHEDULE-ID TO WS-MTP-SCHEDULE
           MOVE WS-DC-DEPART-DATE TO WS-MTP-DATE
           MOVE WS-DC-VALUE-EDIT TO WS-MTP-AMOUNT
           MOVE WS-DC-VOUCHER-CODE TO WS-MTP-DETAIL
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               MOVE WS-MTP-RENDERED TO WS-OBX-TEXT
           END-IF
           .

       RENDER-MESSAGE-TEMPLATE.
      *    The wording for WS-MTP-WANT-TYPE in the passenger's
      *    language, or the English row when there is no
      *    translation yet, with the placeholders filled in. No
      *    template on file leaves WS-MTP-RENDERED blank and the
      *    caller falls back to its own wording.
           MOVE SPACES TO WS-MTP-RENDERED
           IF WS-MTP-WANT-LANG NOT = 'FIL' AND
               WS-MTP-WANT-LANG NOT = 'CEB' THEN
               MOVE 'ENG' TO WS-MTP-WANT-LANG
           END-IF

           OPEN INPUT FS-MESSAGE-TEMPLATE-FILE
           IF WS-MTP-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MTP-WANT-TYPE TO FS-MTP-MSG-TYPE
           MOVE WS-MTP-WANT-LANG TO FS-MTP-LANGUAGE
           READ FS-MESSAGE-TEMPLATE-FILE
           KEY IS FS-MTP-KEY
           INVALID KEY
               MOVE 'ENG' TO FS-MTP-LANGUAGE
               READ FS-MESSAGE-TEMPLATE-FILE
               KEY IS FS-MTP-KEY
               INVALID KEY
                   MOVE SPACES TO FS-MTP-TEXT
               END-READ
           END-READ
           CLOSE FS-MESSAGE-TEMPLATE-FILE
           IF FS-MTP-TEXT = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MTP-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(FS-MTP-TEXT TRAILING))
           MOVE 1 TO WS-MTP-IN-POS
           MOVE 1 TO WS-MTP-OUT-POS
           PERFORM UNTIL WS-MTP-IN-POS > WS-MTP-LENGTH OR
               WS-MTP-OUT-POS > 200
               IF FS-MTP-TEXT(WS-MTP-IN-POS:1) = '{' THEN
                   ADD 1 TO WS-MTP-IN-POS
                   MOVE SPACES TO WS-MTP-TOKEN
                   UNSTRING FS-MTP-TEXT DELIMITED BY '}'
                       INTO WS-MTP-TOKEN
                       WITH POINTER WS-MTP-IN-POS
                   END-UNSTRING
                   PERFORM PICK-TEMPLATE-VALUE
                   IF WS-MTP-VALUE NOT = SPACES THEN
                       STRING FUNCTION TRIM(WS-MTP-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-MTP-RENDERED
                           WITH POINTER WS-MTP-OUT-POS
                           ON OVERFLOW MOVE 201 TO WS-MTP-OUT-POS
                       END-STRING
                   END-IF
               ELSE
                   MOVE FS-MTP-TEXT(WS-MTP-IN-POS:1) TO
                       WS-MTP-RENDERED(WS-MTP-OUT-POS:1)
                   ADD 1 TO WS-MTP-IN-POS
                   ADD 1 TO WS-MTP-OUT-POS
               END-IF
           END-PERFORM
           .

       PICK-TEMPLATE-VALUE.
           EVALUATE WS-MTP-TOKEN
               WHEN 'NAME'
                   MOVE WS-MTP-NAME TO WS-MTP-VALUE
               WHEN 'BOOKING'
                   MOVE WS-MTP-BOOKING TO WS-MTP-VALUE
               WHEN 'SCHEDULE'
                   MOVE WS-MTP-SCHEDULE TO WS-MTP-VALUE
               WHEN 'ROUTE'
                   MOVE WS-MTP-ROUTE TO WS-MTP-VALUE
               WHEN 'DATE'
                   MOVE WS-MTP-DATE TO WS-MTP-VALUE
               WHEN 'TIME'
                   MOVE WS-MTP-TIME TO WS-MTP-VALUE
               WHEN 'AMOUNT'
                   MOVE WS-MTP-AMOUNT TO WS-MTP-VALUE
               WHEN 'DETAIL'
                   MOVE WS-MTP-DETAIL TO WS-MTP-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-MTP-VALUE
           END-EVALUATE
           .

       SET-PASSENGER-PLACEHOLDERS.
           MOVE FS-P-LANGUAGE TO WS-MTP-WANT-LANG
           MOVE SPACES TO WS-MTP-NAME
           STRING FUNCTION TRIM(FS-P-FIRST-NAME) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-P-LAST-NAME) DELIMITED BY SIZE
           INTO WS-MTP-NAME
           MOVE SPACES TO WS-MTP-BOOKING
           MOVE SPACES TO WS-MTP-SCHEDULE
           MOVE SPACES TO WS-MTP-ROUTE
           MOVE SPACES TO WS-MTP-DATE
           MOVE SPACES TO WS-MTP-TIME
           MOVE SPACES TO WS-MTP-AMOUNT
           MOVE SPACES TO WS-MTP-DETAIL
           .

       WRITE-OUTBOX-MESSAGE.
      *    Queued as pending with no attempts made; the outbox sender
      *    delivers it and takes the text from data/outbox_text.txt.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'OUTBOX' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-OUTBOX-TEXT-FILE
           IF WS-OBT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-TEXT-FILE
           END-IF
           MOVE WS-GENERATED-ID TO FS-OBT-MSG-ID
           MOVE WS-OBX-TEXT TO FS-OBT-TEXT
           WRITE FS-OUTBOX-TEXT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-OUTBOX-TEXT-FILE

           OPEN I-O FS-OUTBOX-FILE
           IF WS-OBX-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
           END-IF

           MOVE SPACES TO FS-OUTBOX-RECORD
           MOVE WS-GENERATED-ID TO FS-OBX-MSG-ID
           MOVE WS-OBX-CHANNEL TO FS-OBX-CHANNEL
           MOVE WS-OBX-ADDRESS TO FS-OBX-ADDRESS
           MOVE WS-OBX-BOOKING-ID TO FS-OBX-FK-BOOKING-ID
           MOVE 'pending' TO FS-OBX-STATUS
           MOVE ZEROES TO FS-OBX-ATTEMPTS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-OBX-TIME-STAMP

           WRITE FS-OUTBOX-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DC-MESSAGES
                   ADD 1 TO WS-DC-MESSAGES-QUEUED
           END-WRITE
           CLOSE FS-OUTBOX-FILE
           .

       WRITE-COST-REPORT.
      *    Built from the compensation log rather than this run's
      *    counts, so a rerun reports the whole day again.
           MOVE ZEROES TO WS-DC-COST-COUNT
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-DELAY-COMP-FILE
           IF WS-DCP-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DELAY-COMP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-DCP-DEPART-DATE = WS-DC-RUN-DATE THEN
                       PERFORM ADD-TO-COST-TABLE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DCP-FILE-STATUS = '00' OR
               WS-DCP-FILE-STATUS = '10' THEN
               CLOSE FS-DELAY-COMP-FILE
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export"
           OPEN OUTPUT FS-REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING 'DELAY COMPENSATION - TRIPS OF ' WS-DC-RUN-DATE
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'ROUTE            CAUSE       VOUCHERS'
               '           VALUE'
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE

           MOVE ZEROES TO WS-DC-GRAND-COUNT
           MOVE ZEROES TO WS-DC-GRAND-VALUE
           PERFORM VARYING WS-DC-I FROM 1 BY 1
               UNTIL WS-DC-I > WS-DC-COST-COUNT
               MOVE WS-DC-C-ROUTE-ID(WS-DC-I) TO WS-DC-R-ROUTE-ID
               MOVE WS-DC-C-CAUSE(WS-DC-I) TO WS-DC-R-CAUSE
               MOVE WS-DC-C-VOUCHERS(WS-DC-I) TO WS-DC-R-VOUCHERS
               MOVE WS-DC-C-VALUE(WS-DC-I) TO WS-DC-R-VALUE
               WRITE FS-REPORT-RECORD FROM WS-DC-REPORT-LINE
               ADD WS-DC-C-VOUCHERS(WS-DC-I) TO WS-DC-GRAND-COUNT
               ADD WS-DC-C-VALUE(WS-DC-I) TO WS-DC-GRAND-VALUE
           END-PERFORM

           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE 'TOTAL' TO WS-DC-R-ROUTE-ID
           MOVE SPACES TO WS-DC-R-CAUSE
           MOVE WS-DC-GRAND-COUNT TO WS-DC-R-VOUCHERS
           MOVE WS-DC-GRAND-VALUE TO WS-DC-R-VALUE
           WRITE FS-REPORT-RECORD FROM WS-DC-REPORT-LINE
           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'DELAY-COMP delay_compensation '
               'data/export/delay_compensation_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           .

       ADD-TO-COST-TABLE.
           MOVE 'N' TO WS-DC-FOUND
           PERFORM VARYING WS-DC-I FROM 1 BY 1
               UNTIL WS-DC-I > WS-DC-COST-COUNT OR WS-DC-FOUND = 'Y'
               IF WS-DC-C-ROUTE-ID(WS-DC-I) = FS-DCP-ROUTE-ID AND
                   WS-DC-C-CAUSE(WS-DC-I) = FS-DCP-CAUSE THEN
                   MOVE 'Y' TO WS-DC-FOUND
                   ADD 1 TO WS-DC-C-VOUCHERS(WS-DC-I)
                   ADD FS-DCP-VALUE TO WS-DC-C-VALUE(WS-DC-I)
               END-IF
           END-PERFORM
           IF WS-DC-FOUND = 'N' AND WS-DC-COST-COUNT < 500 THEN
               ADD 1 TO WS-DC-COST-COUNT
               MOVE FS-DCP-ROUTE-ID TO
                   WS-DC-C-ROUTE-ID(WS-DC-COST-COUNT)
               MOVE FS-DCP-CAUSE TO WS-DC-C-CAUSE(WS-DC-COST-COUNT)
               MOVE 1 TO WS-DC-C-VOUCHERS(WS-DC-COST-COUNT)
               MOVE FS-DCP-VALUE TO WS-DC-C-VALUE(WS-DC-COST-COUNT)
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

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-BPM-FILE-STATUS = '00' THEN
               MOVE 'DELAY-COMP-MIN-1' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-MIN-1
               END-IF
               MOVE 'DELAY-COMP-MIN-2' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-MIN-2
               END-IF
               MOVE 'DELAY-COMP-MIN-3' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-MIN-3
               END-IF
               MOVE 'DELAY-COMP-PCT-1' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-PCT-1
               END-IF
               MOVE 'DELAY-COMP-PCT-2' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-PCT-2
               END-IF
               MOVE 'DELAY-COMP-PCT-3' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-PCT-3
               END-IF
               MOVE 'DELAY-COMP-CXL-PCT' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-CXL-PCT
               END-IF
               MOVE 'DELAY-COMP-DAYS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-DC-VALID-DAYS
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
