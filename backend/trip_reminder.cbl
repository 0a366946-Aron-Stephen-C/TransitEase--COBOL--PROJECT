       IDENTIFICATION DIVISION.
       PROGRAM-ID. trip_reminder.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-BOOKING-FILE ASSIGN TO 'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BOOKING-ID
               ALTERNATE RECORD KEY IS FS-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SCHEDULES-FILE ASSIGN TO 'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SCHEDULE-ID
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT FS-PASSENGER-FILE ASSIGN TO 'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-P-USER-ID
               FILE STATUS IS WS-PSG-FILE-STATUS.

           SELECT FS-MARKETING-PREFS-FILE ASSIGN TO
               'data/marketing_prefs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MKP-USER-ID
               FILE STATUS IS WS-MKP-FILE-STATUS.

           SELECT FS-SCHEDULE-BAYS-FILE ASSIGN TO
               'data/schedule_bays.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SB-SCHEDULE-ID
               FILE STATUS IS WS-BAY-FILE-STATUS.

           SELECT FS-ADVISORY-FILE ASSIGN TO 'data/advisories.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ADV-ID
               FILE STATUS IS WS-ADV-FILE-STATUS.

           SELECT FS-REMINDER-FILE ASSIGN TO 'data/trip_reminders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TRM-KEY
               FILE STATUS IS WS-TRM-FILE-STATUS.

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

       FD  FS-MARKETING-PREFS-FILE.
       01  FS-MARKETING-PREFS-RECORD.
           02    FS-MKP-USER-ID    PIC X(15).
           02    FS-MKP-CONSENT    PIC X.

       FD  FS-SCHEDULE-BAYS-FILE.
       01  FS-SCHEDULE-BAYS-RECORD.
           02    FS-SB-SCHEDULE-ID    PIC X(15).
           02    FS-SB-BAY-ID    PIC X(15).
           02    FS-SB-TERMINAL    PIC X(30).

       FD  FS-ADVISORY-FILE.
       01  FS-ADVISORY-RECORD.
           02    FS-ADV-ID    PIC X(15).
           02    FS-ADV-MESSAGE    PIC X(80).
           02    FS-ADV-FK-ROUTE-ID    PIC X(15).
           02    FS-ADV-FK-SCHEDULE-ID    PIC X(15).
           02    FS-ADV-SEVERITY    PIC X(6).
           02    FS-ADV-START-DATE    PIC 99/99/9999.
           02    FS-ADV-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-ADV-STATUS    PIC X(8).

       FD  FS-REMINDER-FILE.
       01  FS-REMINDER-RECORD.
           02    FS-TRM-KEY.
               03    FS-TRM-FK-BOOKING-ID    PIC X(15).
               03    FS-TRM-KIND    PIC X(3).
           02    FS-TRM-FK-SCHEDULE-ID    PIC X(15).
           02    FS-TRM-MESSAGES    PIC 9.
           02    FS-TRM-TIME-STAMP.
               03    FS-TRM-TS-DATE    PIC 99/99/9999.
               03    FS-TRM-TS-FILLER-SPACE    PIC X(3).
               03    FS-TRM-TS-TIME.
                   04    FS-TRM-TS-HOUR    PIC 99.
                   04    FS-TRM-TS-COLON-1    PIC X.
                   04    FS-TRM-TS-MINUTES    PIC 99.
                   04    FS-TRM-TS-COLON-2    PIC X.
                   04    FS-TRM-TS-SECOND    PIC 99.

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
       01  WS-PSG-FILE-STATUS    PIC XX.
       01  WS-MKP-FILE-STATUS    PIC XX.
       01  WS-BAY-FILE-STATUS    PIC XX.
       01  WS-ADV-FILE-STATUS    PIC XX.
       01  WS-TRM-FILE-STATUS    PIC XX.
       01  WS-OBX-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-BPM-FILE-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-ADV-EOF    PIC X.
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
       01  WS-TR-FIRST-HOURS    PIC 9(3) VALUE 24.
       01  WS-TR-FINAL-HOURS    PIC 9(3) VALUE 2.
       01  WS-TR-FIRST-MINUTES    PIC S9(9) COMP.
       01  WS-TR-FINAL-MINUTES    PIC S9(9) COMP.
       01  WS-TR-NOW-MINUTES    PIC S9(9) COMP.
       01  WS-TR-NOW-CLOCK.
           02    WS-TR-NOW-HOUR    PIC 99.
           02    WS-TR-NOW-MINUTE    PIC 99.
           02    WS-TR-NOW-REST    PIC 9(4).
       01  WS-TR-DEPART-MINUTES    PIC S9(9) COMP.
       01  WS-TR-MINUTES-LEFT    PIC S9(9) COMP.
       01  WS-TR-KIND    PIC X(3).
       01  WS-TR-MESSAGES    PIC 9.
       01  WS-TR-CACHED-SCHEDULE-ID    PIC X(15).
       01  WS-TR-BAY-TEXT    PIC X(50).
       01  WS-TR-ADVISORY-TEXT    PIC X(80).
       01  WS-TR-ROUTE-ADVISORY    PIC X(80).
       01  WS-TR-SEAT-EDIT    PIC Z(9)9.
       01  WS-TR-LEAD-TEXT    PIC X(20).
       01  WS-TR-DEPART-DATE-INT    PIC 9(8).
       01  WS-TR-DEPART-DAY    PIC S9(9) COMP.
       01  WS-ADV-DATE-INT    PIC 9(8).
       01  WS-ADV-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-ADV-TODAY-DAY    PIC S9(9) COMP.
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE-INT    PIC 9(8).
       01  WS-CVM-HOUR24    PIC 99.
       01  WS-CVM-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-CVM-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-TR-BOOKINGS-DUE    PIC 9(7) VALUE 0.
       01  WS-TR-REMINDERS-SENT    PIC 9(7) VALUE 0.
       01  WS-TR-MESSAGES-QUEUED    PIC 9(7) VALUE 0.
       01  WS-TR-ALREADY-SENT    PIC 9(7) VALUE 0.
       01  WS-TR-SUPPRESSED    PIC 9(7) VALUE 0.


       PROCEDURE DIVISION.
      *    Pre-departure trip reminders. Every paid (or already
      *    checked-in) booking whose trip leaves within the next 24
      *    hours gets a first reminder, and a final one inside the
      *    last 2 hours; both windows are business parameters. The
      *    text carries the departure, the seat, the loading bay from
      *    schedule_bays and any advisory live on the trip, and is
      *    queued through the outbox for the sender to deliver. The
      *    same rules as the campaign extract decide who hears from
      *    us: the notify preference picks the channels, and frozen
      *    or closed accounts, notify-none and passengers without
      *    consent on file get nothing. data/trip_reminders.txt
      *    records each reminder by booking, so a rerun - or the
      *    hourly schedule this job is meant for - never sends the
      *    same one twice; a booking first seen inside 2 hours gets
      *    only the final reminder.
           PERFORM LOAD-BUSINESS-PARAMETERS

           ACCEPT WS-TR-NOW-CLOCK FROM TIME
           COMPUTE WS-ADV-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-BPM-TODAY-INT)
           COMPUTE WS-TR-NOW-MINUTES =
               (WS-ADV-TODAY-DAY * 1440) + (WS-TR-NOW-HOUR * 60) +
               WS-TR-NOW-MINUTE
           COMPUTE WS-TR-FIRST-MINUTES = WS-TR-FIRST-HOURS * 60
           COMPUTE WS-TR-FINAL-MINUTES = WS-TR-FINAL-HOURS * 60

           OPEN INPUT FS-BOOKING-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               DISPLAY 'Booking file not available - nothing to do.'
               STOP RUN
           END-IF

           OPEN I-O FS-REMINDER-FILE
           IF WS-TRM-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-REMINDER-FILE
               CLOSE FS-REMINDER-FILE
               OPEN I-O FS-REMINDER-FILE
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-PASSENGER-FILE
           OPEN INPUT FS-MARKETING-PREFS-FILE
           OPEN INPUT FS-SCHEDULE-BAYS-FILE
           MOVE SPACES TO WS-TR-CACHED-SCHEDULE-ID

           MOVE SPACES TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-BOOKING-STATUS = 'paid' OR
                       FS-BOOKING-STATUS = 'checked' THEN
                       PERFORM CHECK-ONE-BOOKING
                   END-IF
               END-READ
           END-PERFORM

           IF WS-BAY-FILE-STATUS = '00' OR
               WS-BAY-FILE-STATUS = '10' OR
               WS-BAY-FILE-STATUS = '23' THEN
               CLOSE FS-SCHEDULE-BAYS-FILE
           END-IF
           IF WS-MKP-FILE-STATUS = '00' OR
               WS-MKP-FILE-STATUS = '10' OR
               WS-MKP-FILE-STATUS = '23' THEN
               CLOSE FS-MARKETING-PREFS-FILE
           END-IF
           CLOSE FS-PASSENGER-FILE
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-REMINDER-FILE
           CLOSE FS-BOOKING-FILE

           DISPLAY 'Trip reminder run complete.'
           DISPLAY 'Bookings due a reminder : ' WS-TR-BOOKINGS-DUE
           DISPLAY 'Reminders sent          : ' WS-TR-REMINDERS-SENT
           DISPLAY 'Messages queued         : ' WS-TR-MESSAGES-QUEUED
           DISPLAY 'Already reminded        : ' WS-TR-ALREADY-SENT
           DISPLAY 'Suppressed              : ' WS-TR-SUPPRESSED

           GOBACK
           STOP RUN.

       CHECK-ONE-BOOKING.
           MOVE FS-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF FS-S-STATUS NOT = 'active' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-S-D-DATE TO WS-CVM-DATE
           MOVE FS-S-D-HOUR TO WS-CVM-HOUR
           MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
           MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
           PERFORM CONVERT-TIME-TO-MINUTES
           MOVE WS-CVM-TOTAL-MINUTES TO WS-TR-DEPART-MINUTES
           COMPUTE WS-TR-MINUTES-LEFT =
               WS-TR-DEPART-MINUTES - WS-TR-NOW-MINUTES

      *    Already gone, or not yet inside the first window.
           IF WS-TR-MINUTES-LEFT <= ZEROES OR
               WS-TR-MINUTES-LEFT > WS-TR-FIRST-MINUTES THEN
               EXIT PARAGRAPH
           END-IF

           IF WS-TR-MINUTES-LEFT <= WS-TR-FINAL-MINUTES THEN
               MOVE '02H' TO WS-TR-KIND
           ELSE
               MOVE '24H' TO WS-TR-KIND
           END-IF
           ADD 1 TO WS-TR-BOOKINGS-DUE

           MOVE FS-BOOKING-ID TO FS-TRM-FK-BOOKING-ID
           MOVE WS-TR-KIND TO FS-TRM-KIND
           READ FS-REMINDER-FILE
           KEY IS FS-TRM-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-TR-ALREADY-SENT
               EXIT PARAGRAPH
           END-READ

           MOVE FS-FK-USER-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               ADD 1 TO WS-TR-SUPPRESSED
               EXIT PARAGRAPH
           END-READ

           IF FS-P-STATUS = 'frozen' OR
               FS-P-STATUS = 'deactive' OR
               FS-P-STATUS = 'inactive' OR
               FS-P-NOTIFY-NONE THEN
               ADD 1 TO WS-TR-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           IF WS-MKP-FILE-STATUS NOT = '00' AND
               WS-MKP-FILE-STATUS NOT = '10' AND
               WS-MKP-FILE-STATUS NOT = '23' THEN
               ADD 1 TO WS-TR-SUPPRESSED
               EXIT PARAGRAPH
           END-IF
           MOVE FS-P-USER-ID TO FS-MKP-USER-ID
           READ FS-MARKETING-PREFS-FILE
           KEY IS FS-MKP-USER-ID
           INVALID KEY
               ADD 1 TO WS-TR-SUPPRESSED
               EXIT PARAGRAPH
           END-READ
           IF FS-MKP-CONSENT NOT = 'Y' THEN
               ADD 1 TO WS-TR-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           IF FS-SCHEDULE-ID NOT = WS-TR-CACHED-SCHEDULE-ID THEN
               PERFORM LOAD-TRIP-DETAILS
           END-IF
           PERFORM BUILD-REMINDER-TEXT

           MOVE ZEROES TO WS-TR-MESSAGES
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

           IF WS-TR-MESSAGES = ZEROES THEN
               ADD 1 TO WS-TR-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

      *    The final reminder stands in for a first one the passenger
      *    never got, so both are marked once the final goes out.
           MOVE SPACES TO FS-REMINDER-RECORD
           MOVE FS-BOOKING-ID TO FS-TRM-FK-BOOKING-ID
           MOVE WS-TR-KIND TO FS-TRM-KIND
           MOVE FS-SCHEDULE-ID TO FS-TRM-FK-SCHEDULE-ID
           MOVE WS-TR-MESSAGES TO FS-TRM-MESSAGES
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TRM-TIME-STAMP
           WRITE FS-REMINDER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-TR-KIND = '02H' THEN
               MOVE '24H' TO FS-TRM-KIND
               WRITE FS-REMINDER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-TR-REMINDERS-SENT
           .

       LOAD-TRIP-DETAILS.
      *    Bay and advisory are the same for everyone on the trip;
      *    bookings come off the file in key order, so they are
      *    looked up again only when the trip changes.
           MOVE FS-SCHEDULE-ID TO WS-TR-CACHED-SCHEDULE-ID
           MOVE SPACES TO WS-TR-BAY-TEXT
           MOVE SPACES TO WS-TR-ADVISORY-TEXT
           MOVE SPACES TO WS-TR-ROUTE-ADVISORY

           MOVE FS-SCHEDULE-ID TO FS-SB-SCHEDULE-ID
           READ FS-SCHEDULE-BAYS-FILE
           KEY IS FS-SB-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               STRING 'bay ' DELIMITED BY SIZE
                   FUNCTION TRIM(FS-SB-BAY-ID) DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   FUNCTION TRIM(FS-SB-TERMINAL) DELIMITED BY SIZE
               INTO WS-TR-BAY-TEXT
           END-READ

           MOVE FS-S-D-DATE(7:4) TO WS-TR-DEPART-DATE-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-TR-DEPART-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-TR-DEPART-DATE-INT(7:2)
           COMPUTE WS-TR-DEPART-DAY =
               FUNCTION INTEGER-OF-DATE(WS-TR-DEPART-DATE-INT)

      *    A notice for the trip itself wins over one for its route.
           MOVE SPACES TO WS-ADV-EOF
           OPEN INPUT FS-ADVISORY-FILE
           IF WS-ADV-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-ADV-EOF
           END-IF
           PERFORM UNTIL WS-ADV-EOF = 'Y'
               READ FS-ADVISORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ADV-EOF
               NOT AT END
                   IF FS-ADV-STATUS = 'active' THEN
                       PERFORM CHECK-ONE-ADVISORY
                   END-IF
               END-READ
           END-PERFORM
           IF WS-ADV-FILE-STATUS = '00' OR
               WS-ADV-FILE-STATUS = '10' THEN
               CLOSE FS-ADVISORY-FILE
           END-IF
           IF WS-TR-ADVISORY-TEXT = SPACES THEN
               MOVE WS-TR-ROUTE-ADVISORY TO WS-TR-ADVISORY-TEXT
           END-IF
           .

       CHECK-ONE-ADVISORY.
           IF FS-ADV-FK-SCHEDULE-ID NOT = SPACES AND
               FS-ADV-FK-SCHEDULE-ID NOT = FS-SCHEDULE-ID THEN
               EXIT PARAGRAPH
           END-IF
           IF FS-ADV-FK-SCHEDULE-ID = SPACES AND
               FS-ADV-FK-ROUTE-ID NOT = FS-FK-ROUTE-ID THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-ADV-EXPIRY-DATE(7:4) TO WS-ADV-DATE-INT(1:4)
           MOVE FS-ADV-EXPIRY-DATE(1:2) TO WS-ADV-DATE-INT(5:2)
           MOVE FS-ADV-EXPIRY-DATE(4:2) TO WS-ADV-DATE-INT(7:2)
           COMPUTE WS-ADV-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ADV-DATE-INT)
           IF WS-ADV-DAY-NUMBER < WS-ADV-TODAY-DAY THEN
               EXIT PARAGRAPH
           END-IF

           IF FS-ADV-START-DATE NOT = SPACES AND
               FS-ADV-START-DATE NOT = ZEROES THEN
               MOVE FS-ADV-START-DATE(7:4) TO WS-ADV-DATE-INT(1:4)
               MOVE FS-ADV-START-DATE(1:2) TO WS-ADV-DATE-INT(5:2)
               MOVE FS-ADV-START-DATE(4:2) TO WS-ADV-DATE-INT(7:2)
               COMPUTE WS-ADV-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-ADV-DATE-INT)
               IF WS-ADV-DAY-NUMBER > WS-TR-DEPART-DAY THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF FS-ADV-FK-SCHEDULE-ID NOT = SPACES THEN
               IF WS-TR-ADVISORY-TEXT = SPACES THEN
                   MOVE FS-ADV-MESSAGE TO WS-TR-ADVISORY-TEXT
               END-IF
           ELSE
               IF WS-TR-ROUTE-ADVISORY = SPACES THEN
                   MOVE FS-ADV-MESSAGE TO WS-TR-ROUTE-ADVISORY
               END-IF
           END-IF
           .

       BUILD-REMINDER-TEXT.
           IF WS-TR-KIND = '02H' THEN
               MOVE 'Final reminder:' TO WS-TR-LEAD-TEXT
           ELSE
               MOVE 'Trip reminder:' TO WS-TR-LEAD-TEXT
           END-IF
           MOVE FS-SEAT-NUMBER TO WS-TR-SEAT-EDIT

           MOVE SPACES TO WS-OBX-TEXT
           STRING FUNCTION TRIM(WS-TR-LEAD-TEXT) DELIMITED BY SIZE
               ' booking ' DELIMITED BY SIZE
               FUNCTION TRIM(FS-BOOKING-ID) DELIMITED BY SIZE
               ' departs ' DELIMITED BY SIZE
               FS-S-D-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME-FORMAT DELIMITED BY SIZE
               ', seat ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TR-SEAT-EDIT) DELIMITED BY SIZE
           INTO WS-OBX-TEXT
           IF WS-TR-BAY-TEXT NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-OBX-TEXT) DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TR-BAY-TEXT) DELIMITED BY SIZE
               INTO WS-OBX-TEXT
           END-IF
           IF WS-TR-ADVISORY-TEXT NOT = SPACES THEN
               STRING FUNCTION TRIM(WS-OBX-TEXT) DELIMITED BY SIZE
                   '. Advisory: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TR-ADVISORY-TEXT)
                   DELIMITED BY SIZE
               INTO WS-OBX-TEXT
           END-IF

      *    A template on file replaces the wording built above, in
      *    the passenger's own language where there is one.
           PERFORM SET-PASSENGER-PLACEHOLDERS
           IF WS-TR-KIND = '02H' THEN
               MOVE 'FINAL-REMIND' TO WS-MTP-WANT-TYPE
           ELSE
               MOVE 'TRIP-REMIND' TO WS-MTP-WANT-TYPE
           END-IF
           MOVE FS-BOOKING-ID TO WS-MTP-BOOKING
           MOVE FS-SCHEDULE-ID TO WS-MTP-SCHEDULE
           MOVE FS-FK-ROUTE-ID TO WS-MTP-ROUTE
           MOVE FS-S-D-DATE TO WS-MTP-DATE
           STRING FS-S-D-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME-FORMAT DELIMITED BY SIZE
           INTO WS-MTP-TIME
           MOVE WS-TR-BAY-TEXT TO WS-MTP-DETAIL
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
                   ADD 1 TO WS-TR-MESSAGES
                   ADD 1 TO WS-TR-MESSAGES-QUEUED
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
               MOVE 'REMIND-FIRST-HOURS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-TR-FIRST-HOURS
               END-IF
               MOVE 'REMIND-FINAL-HOURS' TO FS-BPM-PARAM-NAME
               PERFORM READ-ONE-BUSINESS-PARAM
               IF WS-BPM-PARAM-IS-LIVE = 'Y' THEN
                   MOVE FS-BPM-PARAM-VALUE TO WS-TR-FINAL-HOURS
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
