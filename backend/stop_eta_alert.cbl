       IDENTIFICATION DIVISION.
       PROGRAM-ID. stop_eta_alert.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-PING-HISTORY-FILE ASSIGN TO
               'data/location_pings.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PING-FILE-STATUS.

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

           SELECT FS-ROUTE-STOPS-FILE ASSIGN TO 'data/route_stops.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RST-KEY
               FILE STATUS IS WS-RST-FILE-STATUS.

           SELECT FS-STOPS-FILE ASSIGN TO 'data/stops.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STP-STOP-ID
               FILE STATUS IS WS-STP-FILE-STATUS.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-BOOKING-STAGE-FILE ASSIGN TO
               'data/booking_stages.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BST-BOOKING-ID
               FILE STATUS IS WS-BST-FILE-STATUS.

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-PSG-FILE-STATUS.

           SELECT FS-STOP-ALERT-FILE ASSIGN TO 'data/stop_alerts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SAL-FK-BOOKING-ID
               FILE STATUS IS WS-SAL-FILE-STATUS.

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
               'data/export/stop_alert_report.txt'
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
               FILE STATUS IS WS-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-PING-HISTORY-FILE.
       01  FS-PING-HISTORY-RECORD.
           02    FS-PNG-VEHICLE-ID    PIC X(15).
           02    FS-PNG-FILLER-1    PIC X(3).
           02    FS-PNG-CHECKPOINT-CODE    PIC X(20).
           02    FS-PNG-FILLER-2    PIC X(3).
           02    FS-PNG-TIME-STAMP.
               03    FS-PNG-TS-DATE    PIC 99/99/9999.
               03    FS-PNG-TS-FILLER    PIC X(3).
               03    FS-PNG-TS-HOUR    PIC 99.
               03    FS-PNG-TS-COLON-1    PIC X.
               03    FS-PNG-TS-MINUTES    PIC 99.
               03    FS-PNG-TS-COLON-2    PIC X.
               03    FS-PNG-TS-SECOND    PIC 99.

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

       FD  FS-ROUTE-STOPS-FILE.
       01  FS-ROUTE-STOPS-RECORD.
           02    FS-RST-KEY.
               03    FS-RST-FK-ROUTE-ID    PIC X(15).
               03    FS-RST-SEQUENCE    PIC 9(2).
           02    FS-RST-FK-STOP-ID    PIC X(15).
           02    FS-RST-DISTANCE-FROM-ORIGIN    PIC 9(10)V9(2).

       FD  FS-STOPS-FILE.
       01  FS-STOPS-RECORD.
           02    FS-STP-STOP-ID    PIC X(15).
           02    FS-STP-NAME    PIC X(30).
           02    FS-STP-TIME-STAMP.
               03    FS-STP-DATE    PIC 99/99/9999.
               03    FS-STP-FILLER-SPACE    PIC X(3).
               03    FS-STP-TIME.
                   04    FS-STP-HOUR    PIC 99.
                   04    FS-STP-COLON-1    PIC X.
                   04    FS-STP-MINUTES    PIC 99.
                   04    FS-STP-COLON-2    PIC X.
                   04    FS-STP-SECOND    PIC 99.

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

       FD  FS-BOOKING-STAGE-FILE.
       01  FS-BOOKING-STAGE-RECORD.
           02    FS-BST-BOOKING-ID    PIC X(15).
           02    FS-BST-BOARD-STOP-ID    PIC X(15).
           02    FS-BST-ALIGHT-STOP-ID    PIC X(15).
           02    FS-BST-STAGE-DISTANCE    PIC 9(10)V9(2).

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

       FD  FS-STOP-ALERT-FILE.
       01  FS-STOP-ALERT-RECORD.
           02    FS-SAL-FK-BOOKING-ID    PIC X(15).
           02    FS-SAL-FK-SCHEDULE-ID    PIC X(15).
           02    FS-SAL-FK-STOP-ID    PIC X(15).
           02    FS-SAL-ETA-DATE    PIC 99/99/9999.
           02    FS-SAL-ETA-TIME    PIC X(5).
           02    FS-SAL-LEAD-MINUTES    PIC 9(3).
           02    FS-SAL-SMS-MSG-ID    PIC X(15).
           02    FS-SAL-EMAIL-MSG-ID    PIC X(15).
           02    FS-SAL-TIME-STAMP.
               03    FS-SAL-TS-DATE    PIC 99/99/9999.
               03    FS-SAL-TS-FILLER-SPACE    PIC X(3).
               03    FS-SAL-TS-TIME.
                   04    FS-SAL-TS-HOUR    PIC 99.
                   04    FS-SAL-TS-COLON-1    PIC X.
                   04    FS-SAL-TS-MINUTES    PIC 99.
                   04    FS-SAL-TS-COLON-2    PIC X.
                   04    FS-SAL-TS-SECOND    PIC 99.

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
       01  WS-PING-FILE-STATUS    PIC XX.
       01  WS-SCH-FILE-STATUS    PIC XX.
       01  WS-SA-FILE-STATUS    PIC XX.
       01  WS-RST-FILE-STATUS    PIC XX.
       01  WS-STP-FILE-STATUS    PIC XX.
       01  WS-BST-FILE-STATUS    PIC XX.
       01  WS-PSG-FILE-STATUS    PIC XX.
       01  WS-SAL-FILE-STATUS    PIC XX.
       01  WS-OBX-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-RPT-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-SCAN-EOF    PIC X.
       01  WS-BKG-EOF    PIC X.
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
       01  WS-OBX-MSG-ID    PIC X(15).
       01  WS-ETA-MODE    PIC X(10).
       01  WS-ETA-LEAD-MINUTES    PIC 9(3) VALUE 10.
       01  WS-ETA-BOARDING-MINUTES    PIC 9(3) VALUE 30.
       01  WS-ETA-NOW-CLOCK.
           02    WS-ETA-NOW-HOUR    PIC 99.
           02    WS-ETA-NOW-MINUTE    PIC 99.
           02    WS-ETA-NOW-REST    PIC 9(4).
       01  WS-ETA-NOW-MINUTES    PIC S9(9) COMP.
       01  WS-ETA-DEPART-MINUTES    PIC S9(9) COMP.
       01  WS-ETA-ARRIVE-MINUTES    PIC S9(9) COMP.
       01  WS-ETA-PING-MINUTES    PIC S9(9) COMP.
       01  WS-ETA-STOP-TABLE.
           02    WS-ETA-STOP OCCURS 20 TIMES.
               03    WS-ETA-STOP-ID    PIC X(15).
               03    WS-ETA-STOP-DISTANCE    PIC 9(10)V9(2).
               03    WS-ETA-STOP-PING    PIC S9(9) COMP.
       01  WS-ETA-STOP-COUNT    PIC 9(2).
       01  WS-ETA-I    PIC 9(2).
       01  WS-ETA-FIRST-IDX    PIC 9(2).
       01  WS-ETA-LAST-IDX    PIC 9(2).
       01  WS-ETA-FIRST-MIN    PIC S9(9) COMP.
       01  WS-ETA-LAST-MIN    PIC S9(9) COMP.
       01  WS-ETA-PACE    PIC 9(5)V9(4).
       01  WS-ETA-DISTANCE    PIC 9(10)V9(2).
       01  WS-ETA-STOP-ETA    PIC S9(9) COMP.
       01  WS-ETA-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-ETA-DATE-INT    PIC 9(8).
       01  WS-ETA-CLOCK-MINUTES    PIC S9(9) COMP.
       01  WS-ETA-CLOCK-DATE    PIC 99/99/9999.
       01  WS-ETA-CLOCK-TIME.
           02    WS-ETA-CLOCK-HOUR    PIC 99.
           02    WS-ETA-CLOCK-COLON    PIC X VALUE ':'.
           02    WS-ETA-CLOCK-MINUTE    PIC 99.
       01  WS-ETA-STOP-NAME    PIC X(30).
       01  WS-ETA-TRIPS-TRACKED    PIC 9(5) VALUE 0.
       01  WS-ETA-STOPS-DUE    PIC 9(5) VALUE 0.
       01  WS-ETA-ALERTS-SENT    PIC 9(7) VALUE 0.
       01  WS-ETA-MESSAGES-QUEUED    PIC 9(7) VALUE 0.
       01  WS-ETA-SUPPRESSED    PIC 9(7) VALUE 0.
       01  WS-RPT-QUEUED-MIN    PIC S9(9) COMP.
       01  WS-RPT-SENT-MIN    PIC S9(9) COMP.
       01  WS-RPT-ARRIVAL-MIN    PIC S9(9) COMP.
       01  WS-RPT-MARGIN    PIC S9(5).
       01  WS-RPT-EDIT-MARGIN    PIC -(4)9.
       01  WS-RPT-VERDICT    PIC X(10).
       01  WS-RPT-SENT-TIME    PIC X(5).
       01  WS-RPT-ARRIVAL-TIME    PIC X(5).
       01  WS-RPT-VEHICLE-ID    PIC X(15).
       01  WS-RPT-ALERTS    PIC 9(7) VALUE 0.
       01  WS-RPT-ON-TIME    PIC 9(7) VALUE 0.
       01  WS-RPT-LATE    PIC 9(7) VALUE 0.
       01  WS-RPT-NOT-SENT    PIC 9(7) VALUE 0.
       01  WS-RPT-NO-ARRIVAL    PIC 9(7) VALUE 0.
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    "Your bus is approaching" alerts. Meant to run every few
      *    minutes while service is out. For each active trip that
      *    is under way and not yet closed out, the vehicle's pings
      *    are matched to the route's stops (checkpoint codes carry
      *    the stop id, as in running_time_analysis); from the last
      *    stop reached, the arrival at each stop still ahead is
      *    estimated from the distance left at the pace the bus has
      *    actually kept so far - the timetable's pace until it has
      *    passed two stops. When a stop's estimate falls inside the
      *    lead time (STOP-ALERT-LEAD-MIN, default 10) every paid or
      *    checked-in passenger boarding there per booking_stages
      *    gets one alert through the outbox on the channels of
      *    their notify preference. data/stop_alerts.txt keeps one
      *    row per booking - the stop, the estimate, the lead time
      *    and the outbox message ids - so an alert is never sent
      *    twice, and the REPORT run measures each alert's delivery
      *    against the bus's actual ping at the stop.
      *    Usage : stop_eta_alert [REPORT]
           ACCEPT WS-ETA-MODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-ETA-MODE) TO WS-ETA-MODE

           PERFORM LOAD-BUSINESS-PARAMETERS

           IF WS-ETA-MODE = 'REPORT' THEN
               PERFORM ALERT-TIMELINESS-REPORT
               GOBACK
           END-IF

           ACCEPT WS-ETA-NOW-CLOCK FROM TIME
           COMPUTE WS-ETA-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT)
           COMPUTE WS-ETA-NOW-MINUTES =
               (WS-ETA-DAY-NUMBER * 1440) + (WS-ETA-NOW-HOUR * 60) +
               WS-ETA-NOW-MINUTE

           OPEN INPUT FS-SCHEDULES-FILE
           IF WS-SCH-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Schedules file not available - nothing to do.'
               STOP RUN
           END-IF

           OPEN I-O FS-STOP-ALERT-FILE
           IF WS-SAL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-STOP-ALERT-FILE
               CLOSE FS-STOP-ALERT-FILE
               OPEN I-O FS-STOP-ALERT-FILE
           END-IF
           OPEN INPUT FS-SCHEDULE-ACTUALS-FILE
           OPEN INPUT FS-ROUTE-STOPS-FILE
           OPEN INPUT FS-STOPS-FILE
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-BOOKING-STAGE-FILE
           OPEN INPUT FS-PASSENGER-FILE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-STATUS = 'active' THEN
                       PERFORM TRACK-ONE-TRIP
                   END-IF
               END-READ
           END-PERFORM

           CLOSE FS-PASSENGER-FILE
           IF WS-BST-FILE-STATUS = '00' OR
               WS-BST-FILE-STATUS = '10' OR
               WS-BST-FILE-STATUS = '23' THEN
               CLOSE FS-BOOKING-STAGE-FILE
           END-IF
           CLOSE FS-BOOKING-FILE
           IF WS-STP-FILE-STATUS = '00' OR
               WS-STP-FILE-STATUS = '10' OR
               WS-STP-FILE-STATUS = '23' THEN
               CLOSE FS-STOPS-FILE
           END-IF
           CLOSE FS-ROUTE-STOPS-FILE
           IF WS-SA-FILE-STATUS = '00' OR
               WS-SA-FILE-STATUS = '10' OR
               WS-SA-FILE-STATUS = '23' THEN
               CLOSE FS-SCHEDULE-ACTUALS-FILE
           END-IF
           CLOSE FS-STOP-ALERT-FILE
           CLOSE FS-SCHEDULES-FILE

           DISPLAY 'Approach alert run complete.'
           DISPLAY 'Trips tracked by GPS : ' WS-ETA-TRIPS-TRACKED
           DISPLAY 'Stops inside lead    : ' WS-ETA-STOPS-DUE
           DISPLAY 'Passengers alerted   : ' WS-ETA-ALERTS-SENT
           DISPLAY 'Messages queued      : ' WS-ETA-MESSAGES-QUEUED
           DISPLAY 'Suppressed           : ' WS-ETA-SUPPRESSED

           GOBACK
           STOP RUN.

       TRACK-ONE-TRIP.
           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO WS-ETA-DEPART-MINUTES

           MOVE FS-S-A-DATE TO WS-CVM-DATE
           MOVE FS-S-A-HOUR TO WS-CVM-HOUR
           MOVE FS-S-A-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-A-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO WS-ETA-ARRIVE-MINUTES

      *    Not yet boarding, or long since due in.
           IF WS-ETA-NOW-MINUTES <
               WS-ETA-DEPART-MINUTES - WS-ETA-BOARDING-MINUTES THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-ETA-NOW-MINUTES > WS-ETA-ARRIVE-MINUTES + 720 THEN
               EXIT PARAGRAPH
           END-IF

      *    Actuals on file mean the trip is closed out.
           MOVE FS-SCHEDULE-ID TO FS-SA-SCHEDULE-ID
           READ FS-SCHEDULE-ACTUALS-FILE
           KEY IS FS-SA-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FS-SA-AA-DATE NOT = SPACES AND
                   FS-SA-AA-DATE NOT = ZEROES THEN
                   EXIT PARAGRAPH
               END-IF
           END-READ

           PERFORM LOAD-ROUTE-STOPS
           IF WS-ETA-STOP-COUNT < 2 THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-TRIP-PINGS
           IF WS-ETA-LAST-IDX = ZEROES OR
               WS-ETA-LAST-IDX = WS-ETA-STOP-COUNT THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ETA-TRIPS-TRACKED

      *    Minutes per distance unit: observed between the first and
      *    last stops pinged, else the timetable's end to end.
           MOVE ZEROES TO WS-ETA-PACE
           IF WS-ETA-LAST-IDX > WS-ETA-FIRST-IDX AND
               WS-ETA-LAST-MIN > WS-ETA-FIRST-MIN AND
               WS-ETA-STOP-DISTANCE(WS-ETA-LAST-IDX) >
               WS-ETA-STOP-DISTANCE(WS-ETA-FIRST-IDX) THEN
               COMPUTE WS-ETA-PACE ROUNDED =
                   (WS-ETA-LAST-MIN - WS-ETA-FIRST-MIN) /
                   (WS-ETA-STOP-DISTANCE(WS-ETA-LAST-IDX) -
                   WS-ETA-STOP-DISTANCE(WS-ETA-FIRST-IDX))
           ELSE
               IF WS-ETA-STOP-DISTANCE(WS-ETA-STOP-COUNT) >
                   WS-ETA-STOP-DISTANCE(1) AND
                   WS-ETA-ARRIVE-MINUTES > WS-ETA-DEPART-MINUTES THEN
                   COMPUTE WS-ETA-PACE ROUNDED =
                       (WS-ETA-ARRIVE-MINUTES - WS-ETA-DEPART-MINUTES)
                       / (WS-ETA-STOP-DISTANCE(WS-ETA-STOP-COUNT) -
                       WS-ETA-STOP-DISTANCE(1))
               END-IF
           END-IF
           IF WS-ETA-PACE = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ETA-I = WS-ETA-LAST-IDX + 1
           PERFORM UNTIL WS-ETA-I > WS-ETA-STOP-COUNT
               COMPUTE WS-ETA-DISTANCE =
                   WS-ETA-STOP-DISTANCE(WS-ETA-I) -
                   WS-ETA-STOP-DISTANCE(WS-ETA-LAST-IDX)
               COMPUTE WS-ETA-STOP-ETA ROUNDED =
                   WS-ETA-LAST-MIN + (WS-ETA-DISTANCE * WS-ETA-PACE)
      *        Stops further on are only later still.
               IF WS-ETA-STOP-ETA - WS-ETA-NOW-MINUTES >
                   WS-ETA-LEAD-MINUTES THEN
                   MOVE WS-ETA-STOP-COUNT TO WS-ETA-I
               ELSE
                   ADD 1 TO WS-ETA-STOPS-DUE
                   PERFORM ALERT-STOP-PASSENGERS
               END-IF
               ADD 1 TO WS-ETA-I
           END-PERFORM
           .

       LOAD-ROUTE-STOPS.
           MOVE ZEROES TO WS-ETA-STOP-COUNT
           MOVE SPACES TO WS-SCAN-EOF
           MOVE FS-FK-ROUTE-ID TO FS-RST-FK-ROUTE-ID
           MOVE ZEROES TO FS-RST-SEQUENCE
           START FS-ROUTE-STOPS-FILE KEY IS >= FS-RST-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-ROUTE-STOPS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-RST-FK-ROUTE-ID NOT = FS-FK-ROUTE-ID THEN
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF WS-ETA-STOP-COUNT < 20 THEN
                           ADD 1 TO WS-ETA-STOP-COUNT
                           MOVE FS-RST-FK-STOP-ID TO
                               WS-ETA-STOP-ID(WS-ETA-STOP-COUNT)
                           MOVE FS-RST-DISTANCE-FROM-ORIGIN TO
                               WS-ETA-STOP-DISTANCE(WS-ETA-STOP-COUNT)
                           MOVE ZEROES TO
                               WS-ETA-STOP-PING(WS-ETA-STOP-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       MATCH-TRIP-PINGS.
      *    Only pings from the boarding window on belong to this
      *    trip; the vehicle may have run another one earlier.
           MOVE ZEROES TO WS-ETA-FIRST-IDX
           MOVE ZEROES TO WS-ETA-LAST-IDX
           MOVE ZEROES TO WS-ETA-FIRST-MIN
           MOVE ZEROES TO WS-ETA-LAST-MIN

           MOVE SPACES TO WS-SCAN-EOF
           OPEN INPUT FS-PING-HISTORY-FILE
           IF WS-PING-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-PING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-PNG-VEHICLE-ID = FS-FK-VEHICLE-ID THEN
                       PERFORM MATCH-ONE-PING
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PING-FILE-STATUS = '00' OR
               WS-PING-FILE-STATUS = '10' THEN
               CLOSE FS-PING-HISTORY-FILE
           END-IF
           .

       MATCH-ONE-PING.
           PERFORM PING-TO-MINUTES
           IF WS-ETA-PING-MINUTES <
               WS-ETA-DEPART-MINUTES - WS-ETA-BOARDING-MINUTES OR
               WS-ETA-PING-MINUTES > WS-ETA-NOW-MINUTES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-ETA-I
           PERFORM UNTIL WS-ETA-I > WS-ETA-STOP-COUNT
               IF FS-PNG-CHECKPOINT-CODE(1:15) =
                   WS-ETA-STOP-ID(WS-ETA-I) THEN
                   IF WS-ETA-STOP-PING(WS-ETA-I) = ZEROES THEN
                       MOVE WS-ETA-PING-MINUTES TO
                           WS-ETA-STOP-PING(WS-ETA-I)
                   END-IF
                   IF WS-ETA-FIRST-IDX = ZEROES OR
                       WS-ETA-PING-MINUTES < WS-ETA-FIRST-MIN THEN
                       MOVE WS-ETA-I TO WS-ETA-FIRST-IDX
                       MOVE WS-ETA-PING-MINUTES TO WS-ETA-FIRST-MIN
                   END-IF
                   IF WS-ETA-PING-MINUTES >= WS-ETA-LAST-MIN THEN
                       MOVE WS-ETA-I TO WS-ETA-LAST-IDX
                       MOVE WS-ETA-PING-MINUTES TO WS-ETA-LAST-MIN
                   END-IF
                   MOVE WS-ETA-STOP-COUNT TO WS-ETA-I
               END-IF
               ADD 1 TO WS-ETA-I
           END-PERFORM
           .

       PING-TO-MINUTES.
           MOVE FS-PNG-TS-DATE(7:4) TO WS-ETA-DATE-INT(1:4)
           MOVE FS-PNG-TS-DATE(1:2) TO WS-ETA-DATE-INT(5:2)
           MOVE FS-PNG-TS-DATE(4:2) TO WS-ETA-DATE-INT(7:2)
           COMPUTE WS-ETA-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ETA-DATE-INT)
           COMPUTE WS-ETA-PING-MINUTES =
               (WS-ETA-DAY-NUMBER * 1440) + (FS-PNG-TS-HOUR * 60) +
               FS-PNG-TS-MINUTES
           .

       ALERT-STOP-PASSENGERS.
           MOVE WS-ETA-STOP-ID(WS-ETA-I) TO FS-STP-STOP-ID
           READ FS-STOPS-FILE
           KEY IS FS-STP-STOP-ID
           INVALID KEY
               MOVE WS-ETA-STOP-ID(WS-ETA-I) TO WS-ETA-STOP-NAME
           NOT INVALID KEY
               MOVE FS-STP-NAME TO WS-ETA-STOP-NAME
           END-READ

           MOVE WS-ETA-STOP-ETA TO WS-ETA-CLOCK-MINUTES
           PERFORM MINUTES-TO-CLOCK

           MOVE SPACES TO WS-BKG-EOF
           MOVE FS-SCHEDULE-ID TO FS-FK-SCHEDULE-ID
           START FS-BOOKING-FILE KEY IS = FS-FK-SCHEDULE-ID
               INVALID KEY MOVE 'Y' TO WS-BKG-EOF
           END-START
           PERFORM UNTIL WS-BKG-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BKG-EOF
               NOT AT END
                   IF FS-FK-SCHEDULE-ID NOT = FS-SCHEDULE-ID THEN
                       MOVE 'Y' TO WS-BKG-EOF
                   ELSE
                       IF FS-BOOKING-STATUS = 'paid' OR
                           FS-BOOKING-STATUS = 'checked' THEN
                           PERFORM ALERT-ONE-PASSENGER
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       ALERT-ONE-PASSENGER.
      *    A booking with no stage row boards at the origin, which
      *    is never a stop still ahead.
           MOVE FS-BOOKING-ID TO FS-BST-BOOKING-ID
           READ FS-BOOKING-STAGE-FILE
           KEY IS FS-BST-BOOKING-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF FS-BST-BOARD-STOP-ID NOT = WS-ETA-STOP-ID(WS-ETA-I) THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-BOOKING-ID TO FS-SAL-FK-BOOKING-ID
           READ FS-STOP-ALERT-FILE
           KEY IS FS-SAL-FK-BOOKING-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               EXIT PARAGRAPH
           END-READ

           MOVE FS-FK-USER-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               ADD 1 TO WS-ETA-SUPPRESSED
               EXIT PARAGRAPH
           END-READ
           IF FS-P-STATUS = 'frozen' OR
               FS-P-STATUS = 'deactive' OR
               FS-P-STATUS = 'inactive' OR
               FS-P-NOTIFY-NONE THEN
               ADD 1 TO WS-ETA-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OBX-TEXT
           STRING 'Your bus is approaching ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ETA-STOP-NAME) DELIMITED BY SIZE
               ' - expected about ' DELIMITED BY SIZE
               WS-ETA-CLOCK-TIME DELIMITED BY SIZE
               '. Booking ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-BOOKING-ID) DELIMITED BY SIZE
               ', please be at the stop.' DELIMITED BY SIZE
           INTO WS-OBX-TEXT

           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE 'ETA-ALERT' TO WS-MTP-WANT-TYPE
           MOVE FS-BOOKING-ID TO WS-MTP-BOOKING
           MOVE FS-SCHEDULE-ID TO WS-MTP-SCHEDULE
           MOVE WS-ETA-CLOCK-TIME TO WS-MTP-TIME
           MOVE WS-ETA-STOP-NAME TO WS-MTP-DETAIL
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               MOVE WS-MTP-RENDERED TO WS-OBX-TEXT
           END-IF

           MOVE SPACES TO FS-STOP-ALERT-RECORD
           MOVE FS-BOOKING-ID TO WS-OBX-BOOKING-ID
           IF FS-P-NOTIFY-SMS-ONLY OR FS-P-NOTIFY-BOTH THEN
               IF FS-P-PHONE-NUMBER NOT = SPACES THEN
                   MOVE 'SMS' TO WS-OBX-CHANNEL
                   MOVE FS-P-PHONE-NUMBER TO WS-OBX-ADDRESS
                   PERFORM WRITE-OUTBOX-MESSAGE
                   MOVE WS-OBX-MSG-ID TO FS-SAL-SMS-MSG-ID
               END-IF
           END-IF
           IF NOT FS-P-NOTIFY-SMS-ONLY THEN
               IF FS-P-EMAIL NOT = SPACES THEN
                   MOVE 'EMAIL' TO WS-OBX-CHANNEL
                   MOVE FS-P-EMAIL TO WS-OBX-ADDRESS
                   PERFORM WRITE-OUTBOX-MESSAGE
                   MOVE WS-OBX-MSG-ID TO FS-SAL-EMAIL-MSG-ID
               END-IF
           END-IF
           IF FS-SAL-SMS-MSG-ID = SPACES AND
               FS-SAL-EMAIL-MSG-ID = SPACES THEN
               ADD 1 TO WS-ETA-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           MOVE FS-BOOKING-ID TO FS-SAL-FK-BOOKING-ID
           MOVE FS-SCHEDULE-ID TO FS-SAL-FK-SCHEDULE-ID
           MOVE WS-ETA-STOP-ID(WS-ETA-I) TO FS-SAL-FK-STOP-ID
           MOVE WS-ETA-CLOCK-DATE TO FS-SAL-ETA-DATE
           MOVE WS-ETA-CLOCK-TIME TO FS-SAL-ETA-TIME
           MOVE WS-ETA-LEAD-MINUTES TO FS-SAL-LEAD-MINUTES
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-SAL-TIME-STAMP
           WRITE FS-STOP-ALERT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-ETA-ALERTS-SENT
           .

       MINUTES-TO-CLOCK.
      *    Absolute minutes back to a date and a 24-hour HH:MM.
           DIVIDE WS-ETA-CLOCK-MINUTES BY 1440
               GIVING WS-ETA-DAY-NUMBER
           COMPUTE WS-ETA-DATE-INT =
               FUNCTION DATE-OF-INTEGER(WS-ETA-DAY-NUMBER)
           MOVE WS-ETA-DATE-INT(5:2) TO WS-ETA-CLOCK-DATE(1:2)
           MOVE '/' TO WS-ETA-CLOCK-DATE(3:1)
           MOVE WS-ETA-DATE-INT(7:2) TO WS-ETA-CLOCK-DATE(4:2)
           MOVE '/' TO WS-ETA-CLOCK-DATE(6:1)
           MOVE WS-ETA-DATE-INT(1:4) TO WS-ETA-CLOCK-DATE(7:4)
           COMPUTE WS-ETA-CLOCK-MINUTES = WS-ETA-CLOCK-MINUTES -
               (WS-ETA-DAY-NUMBER * 1440)
           DIVIDE WS-ETA-CLOCK-MINUTES BY 60
               GIVING WS-ETA-CLOCK-HOUR
               REMAINDER WS-ETA-CLOCK-MINUTE
           MOVE ':' TO WS-ETA-CLOCK-COLON
           .

       ALERT-TIMELINESS-REPORT.
      *    One line per alert: when it was queued, when the outbox
      *    actually delivered it, and when the bus was first pinged
      *    at the stop afterwards. ON TIME means delivered before
      *    the bus got there; the margin is the warning it gave.
           OPEN INPUT FS-STOP-ALERT-FILE
           IF WS-SAL-FILE-STATUS NOT = '00' THEN
               DISPLAY 'No approach alerts on file.'
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mkdir -p data/export"
           OPEN OUTPUT FS-REPORT-FILE
           OPEN INPUT FS-OUTBOX-FILE
           OPEN INPUT FS-SCHEDULES-FILE

           MOVE 'APPROACH ALERT TIMELINESS' TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO WS-LINE
           STRING 'BOOKING         STOP            ETA DATE   ETA  '
               '  QUEUED SENT   AT STOP VERDICT    MARGIN'
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-STOP-ALERT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM REPORT-ONE-ALERT
               END-READ
           END-PERFORM

           MOVE SPACES TO FS-REPORT-RECORD
           WRITE FS-REPORT-RECORD
           MOVE SPACES TO WS-LINE
           STRING 'Alerts ' WS-RPT-ALERTS
               '  on time ' WS-RPT-ON-TIME
               '  late ' WS-RPT-LATE
               '  not sent ' WS-RPT-NOT-SENT
               '  no arrival ping ' WS-RPT-NO-ARRIVAL
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE

           CLOSE FS-SCHEDULES-FILE
           IF WS-OBX-FILE-STATUS = '00' OR
               WS-OBX-FILE-STATUS = '10' OR
               WS-OBX-FILE-STATUS = '23' THEN
               CLOSE FS-OUTBOX-FILE
           END-IF
           CLOSE FS-REPORT-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'ETA-ALERT stop_eta_alert '
               'data/export/stop_alert_report.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           CLOSE FS-STOP-ALERT-FILE

           DISPLAY 'Alerts checked  : ' WS-RPT-ALERTS
           DISPLAY 'On time         : ' WS-RPT-ON-TIME
           DISPLAY 'Late            : ' WS-RPT-LATE
           DISPLAY 'Not sent        : ' WS-RPT-NOT-SENT
           DISPLAY 'No arrival ping : ' WS-RPT-NO-ARRIVAL
           DISPLAY 'Report written to data/export/stop_alert_report.txt'
           .

       REPORT-ONE-ALERT.
           ADD 1 TO WS-RPT-ALERTS
           MOVE FS-SAL-TS-DATE(7:4) TO WS-ETA-DATE-INT(1:4)
           MOVE FS-SAL-TS-DATE(1:2) TO WS-ETA-DATE-INT(5:2)
           MOVE FS-SAL-TS-DATE(4:2) TO WS-ETA-DATE-INT(7:2)
           COMPUTE WS-ETA-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ETA-DATE-INT)
           COMPUTE WS-RPT-QUEUED-MIN =
               (WS-ETA-DAY-NUMBER * 1440) + (FS-SAL-TS-HOUR * 60) +
               FS-SAL-TS-MINUTES

      *    The earliest delivered channel is the one that counts.
           MOVE ZEROES TO WS-RPT-SENT-MIN
           MOVE SPACES TO WS-RPT-SENT-TIME
           IF FS-SAL-SMS-MSG-ID NOT = SPACES THEN
               MOVE FS-SAL-SMS-MSG-ID TO FS-OBX-MSG-ID
               PERFORM CHECK-ALERT-DELIVERY
           END-IF
           IF FS-SAL-EMAIL-MSG-ID NOT = SPACES THEN
               MOVE FS-SAL-EMAIL-MSG-ID TO FS-OBX-MSG-ID
               PERFORM CHECK-ALERT-DELIVERY
           END-IF

           MOVE ZEROES TO WS-RPT-ARRIVAL-MIN
           MOVE SPACES TO WS-RPT-ARRIVAL-TIME
           MOVE SPACES TO WS-RPT-VEHICLE-ID
           MOVE FS-SAL-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-FK-VEHICLE-ID TO WS-RPT-VEHICLE-ID
           END-READ
           IF WS-RPT-VEHICLE-ID NOT = SPACES THEN
               PERFORM FIND-STOP-ARRIVAL
           END-IF

           MOVE ZEROES TO WS-RPT-MARGIN
           EVALUATE TRUE
               WHEN WS-RPT-SENT-MIN = ZEROES
                   MOVE 'NOT SENT' TO WS-RPT-VERDICT
                   ADD 1 TO WS-RPT-NOT-SENT
               WHEN WS-RPT-ARRIVAL-MIN = ZEROES
                   MOVE 'NO ARRIVAL' TO WS-RPT-VERDICT
                   ADD 1 TO WS-RPT-NO-ARRIVAL
               WHEN WS-RPT-SENT-MIN <= WS-RPT-ARRIVAL-MIN
                   MOVE 'ON TIME' TO WS-RPT-VERDICT
                   COMPUTE WS-RPT-MARGIN =
                       WS-RPT-ARRIVAL-MIN - WS-RPT-SENT-MIN
                   ADD 1 TO WS-RPT-ON-TIME
               WHEN OTHER
                   MOVE 'LATE' TO WS-RPT-VERDICT
                   COMPUTE WS-RPT-MARGIN =
                       WS-RPT-ARRIVAL-MIN - WS-RPT-SENT-MIN
                   ADD 1 TO WS-RPT-LATE
           END-EVALUATE
           MOVE WS-RPT-MARGIN TO WS-RPT-EDIT-MARGIN

           MOVE SPACES TO WS-LINE
           STRING FS-SAL-FK-BOOKING-ID ' '
               FS-SAL-FK-STOP-ID ' '
               FS-SAL-ETA-DATE ' '
               FS-SAL-ETA-TIME '  '
               FS-SAL-TS-HOUR ':' FS-SAL-TS-MINUTES '  '
               WS-RPT-SENT-TIME '  '
               WS-RPT-ARRIVAL-TIME '   '
               WS-RPT-VERDICT ' '
               WS-RPT-EDIT-MARGIN
               DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REPORT-RECORD FROM WS-LINE
           .

       CHECK-ALERT-DELIVERY.
           READ FS-OUTBOX-FILE
           KEY IS FS-OBX-MSG-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF FS-OBX-STATUS NOT = 'sent' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-OBX-TS-DATE(7:4) TO WS-ETA-DATE-INT(1:4)
           MOVE FS-OBX-TS-DATE(1:2) TO WS-ETA-DATE-INT(5:2)
           MOVE FS-OBX-TS-DATE(4:2) TO WS-ETA-DATE-INT(7:2)
           COMPUTE WS-ETA-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ETA-DATE-INT)
           COMPUTE WS-ETA-CLOCK-MINUTES =
               (WS-ETA-DAY-NUMBER * 1440) + (FS-OBX-TS-HOUR * 60) +
               FS-OBX-TS-MINUTES
           IF WS-RPT-SENT-MIN = ZEROES OR
               WS-ETA-CLOCK-MINUTES < WS-RPT-SENT-MIN THEN
               MOVE WS-ETA-CLOCK-MINUTES TO WS-RPT-SENT-MIN
               MOVE SPACES TO WS-RPT-SENT-TIME
               STRING FS-OBX-TS-HOUR ':' FS-OBX-TS-MINUTES
                   DELIMITED BY SIZE INTO WS-RPT-SENT-TIME
           END-IF
           .

       FIND-STOP-ARRIVAL.
      *    First ping of the trip's vehicle at the stop from the
      *    moment the alert was queued.
           MOVE SPACES TO WS-SCAN-EOF
           OPEN INPUT FS-PING-HISTORY-FILE
           IF WS-PING-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ FS-PING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF FS-PNG-VEHICLE-ID = WS-RPT-VEHICLE-ID AND
                       FS-PNG-CHECKPOINT-CODE(1:15) =
                       FS-SAL-FK-STOP-ID THEN
                       PERFORM PING-TO-MINUTES
                       IF WS-ETA-PING-MINUTES >= WS-RPT-QUEUED-MIN
                           AND (WS-RPT-ARRIVAL-MIN = ZEROES OR
                           WS-ETA-PING-MINUTES < WS-RPT-ARRIVAL-MIN)
                           THEN
                           MOVE WS-ETA-PING-MINUTES TO
                               WS-RPT-ARRIVAL-MIN
                           MOVE SPACES TO WS-RPT-ARRIVAL-TIME
                           STRING FS-PNG-TS-HOUR ':'
                               FS-PNG-TS-MINUTES
                               DELIMITED BY SIZE INTO
                               WS-RPT-ARRIVAL-TIME
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PING-FILE-STATUS = '00' OR
               WS-PING-FILE-STATUS = '10' THEN
               CLOSE FS-PING-HISTORY-FILE
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
           MOVE WS-GENERATED-ID TO WS-OBX-MSG-ID

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
               INVALID KEY
                   MOVE SPACES TO WS-OBX-MSG-ID
               NOT INVALID KEY
                   ADD 1 TO WS-ETA-MESSAGES-QUEUED
           END-WRITE
           CLOSE FS-OUTBOX-FILE
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
               MOVE 'STOP-ALERT-LEAD-MIN' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-ETA-LEAD-MINUTES
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
