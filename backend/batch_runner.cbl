
       FD  FS-CHECKPOINT-FILE.
       01  FS-CHECKPOINT-RECORD.
           02    FS-CKP-RUN-DATE    PIC 99/99/9999.
           02    FS-CKP-FILLER-1    PIC X(2).
           02    FS-CKP-LAST-SEQ    PIC 9(3).

       FD  FS-RUN-LOG-FILE.
       01  FS-RUN-LOG-RECORD.
           02    FS-RL-RUN-DATE    PIC 99/99/9999.
           02    FS-RL-FILLER-1    PIC X(2).
           02    FS-RL-TIME    PIC X(8).
           02    FS-RL-FILLER-2    PIC X(2).
       01  WS-CHECKPOINT-STATUS    PIC XX.
       01  WS-RUN-LOG-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-RUN-DATE    PIC 99/99/9999.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-NOW-TIME    PIC 9(8).
      *    checkpoint records the last job that finished cleanly. Run
      *    again after a failure on the same date, the runner resumes
      *    at the failed step instead of re-doing the whole window.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO WS-RUN-DATE(1:2)
           MOVE '/' TO WS-RUN-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-RUN-DATE(4:2)
           MOVE '/' TO WS-RUN-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-RUN-DATE(7:4)

           PERFORM LOAD-JOB-CONTROL-FILE
           IF WS-JOB-TABLE-COUNT = ZEROES THEN
      *    First run on a fresh installation: write the standard
      *    nightly sequence so the operator has a template to edit.
           OPEN OUTPUT FS-JOB-FILE

      *    The evidence hash chains are walked first so the integrity
      *    check can raise any break the same night.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 005 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'AUDIT-CHAIN' TO FS-JOB-NAME
           MOVE 'backend/audit_chain VERIFY' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

           MOVE SPACES TO FS-JOB-RECORD
           MOVE 010 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'backend/integrity_check BATCH' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    The day's collection and tap imports post payment rows,
      *    so they run ahead of the GL export that books them.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 014 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'OTC-COLLECTION' TO FS-JOB-NAME
           MOVE 'backend/otc_collection' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

           MOVE SPACES TO FS-JOB-RECORD
           MOVE 016 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'CARD-TAP-IMPORT' TO FS-JOB-NAME
           MOVE 'backend/tap_import' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Owner-operator settlement raises the owners' payables
      *    the GL export books the same night.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 018 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'OWNER-SETTLEMENT' TO FS-JOB-NAME
           MOVE 'backend/owner_settlement' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Advertising and concession contracts are billed once a
      *    month; the run skips anything already billed, so it sits
      *    in the nightly window ahead of the GL export.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 019 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'CONTRACT-BILLING' TO FS-JOB-NAME
           MOVE 'backend/concession_module BILL' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

           MOVE SPACES TO FS-JOB-RECORD
           MOVE 020 TO FS-JOB-SEQ
           MOVE 010 TO FS-JOB-DEPENDS
           MOVE 'backend/deposit_sweep' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Open data privacy requests past or near their statutory
      *    due date; the report goes out to its list with the sender.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 032 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'DSAR-OVERDUE' TO FS-JOB-NAME
           MOVE 'backend/privacy_access OVERDUE' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Reminders are queued just ahead of the sender so they go
      *    out in the same window; the job can also run on its own
      *    through the day to catch the 2-hour reminders.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 035 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'TRIP-REMINDER' TO FS-JOB-NAME
           MOVE 'backend/trip_reminder' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Delay compensation pays out on yesterday's trip actuals;
      *    it runs ahead of the sender so the voucher notices go out
      *    the same night.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 036 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'DELAY-COMPENSATION' TO FS-JOB-NAME
           MOVE 'backend/delay_compensation' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Passenger information for cross-border departures falls
      *    due a set time before each one leaves, so the job is
      *    meant for the hourly schedule as well; the nightly run
      *    picks up the early-morning departures.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 037 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'API-TRANSMIT' TO FS-JOB-NAME
           MOVE 'backend/api_transmit' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Standing commuter reservations book the trips that opened
      *    for sale overnight; it runs ahead of the outbox sender so
      *    any could-not-book notices go out in the same window.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 038 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'STANDING-ORDERS' TO FS-JOB-NAME
           MOVE 'backend/standing_orders' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

      *    Referral rewards credit both sides once a referred
      *    passenger's first paid trip is done, and issue codes to
      *    accounts that have none yet.
           MOVE SPACES TO FS-JOB-RECORD
           MOVE 039 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'REFERRAL-REWARDS' TO FS-JOB-NAME
           MOVE 'backend/referral_rewards' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

           MOVE SPACES TO FS-JOB-RECORD
           MOVE 040 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
               FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

           MOVE SPACES TO FS-JOB-RECORD
           MOVE 075 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'DRIVING-EXCEPTIONS' TO FS-JOB-NAME
           MOVE 'backend/driving_exceptions' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

           MOVE SPACES TO FS-JOB-RECORD
           MOVE 080 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'backend/schedule_manager ARCHIVE-BATCH' TO
               FS-JOB-COMMAND
           WRITE FS-JOB-RECORD

           MOVE SPACES TO FS-JOB-RECORD
           MOVE 100 TO FS-JOB-SEQ
           MOVE 000 TO FS-JOB-DEPENDS
           MOVE 'CARD-SETTLEMENT' TO FS-JOB-NAME
           MOVE 'backend/card_settlement' TO FS-JOB-COMMAND
           WRITE FS-JOB-RECORD
           CLOSE FS-JOB-FILE
           .

