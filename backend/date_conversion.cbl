       IDENTIFICATION DIVISION.
       PROGRAM-ID. date_conversion.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Each indexed file is read under the layout it was written
      *    with (two-digit years) and rewritten under data/conv with
      *    the widened layout every program now declares. Only the
      *    keys are spelled out; they all lead the record, so the
      *    date fields behind them move and the keys do not. Where a
      *    record has since gained fields of its own (agents, cargo,
      *    passengers) the new layout carries those too, so the file
      *    comes out at the length the programs open it with.
           SELECT FS-OLD-ADMIN-FILE ASSIGN TO
               'data/admin_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ADMIN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ADMIN-FILE ASSIGN TO
               'data/conv/admin_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ADMIN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-ADVISORY-FILE ASSIGN TO
               'data/advisories.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ADVISORY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ADVISORY-FILE ASSIGN TO
               'data/conv/advisories.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ADVISORY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-AGENT-SALE-FILE ASSIGN TO
               'data/agent_sales.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-AGENT-SALE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-AGENT-SALE-FILE ASSIGN TO
               'data/conv/agent_sales.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-AGENT-SALE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-AGENT-FILE ASSIGN TO
               'data/agents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-AGENT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-AGENT-FILE ASSIGN TO
               'data/conv/agents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-AGENT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-ALLOTMENT-FILE ASSIGN TO
               'data/allotments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ALLOTMENT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ALLOTMENT-FILE ASSIGN TO
               'data/conv/allotments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ALLOTMENT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-BOOKING-FILE ASSIGN TO
               'data/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-BOOKING-KEY
               ALTERNATE RECORD KEY IS FS-O-BOOKING-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-O-BOOKING-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-BOOKING-FILE ASSIGN TO
               'data/conv/booking.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-BOOKING-KEY
               ALTERNATE RECORD KEY IS FS-N-BOOKING-FK-USER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-N-BOOKING-FK-SCHEDULE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-BOOKING-HIST-FILE ASSIGN TO
               'data/booking_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-BOOKING-HIST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-BOOKING-HIST-FILE ASSIGN TO
               'data/conv/booking_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-BOOKING-HIST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PARAM-FILE ASSIGN TO
               'data/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PARAM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PARAM-FILE ASSIGN TO
               'data/conv/business_params.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PARAM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-CARGO-FILE ASSIGN TO
               'data/cargo.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-CARGO-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-CARGO-FILE ASSIGN TO
               'data/conv/cargo.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-CARGO-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-REMIT-FILE ASSIGN TO
               'data/conductor_remit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-REMIT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-REMIT-FILE ASSIGN TO
               'data/conv/conductor_remit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-REMIT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-CONDUCTOR-FILE ASSIGN TO
               'data/conductors.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-CONDUCTOR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-CONDUCTOR-FILE ASSIGN TO
               'data/conv/conductors.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-CONDUCTOR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-DEPOSIT-SLIP-FILE ASSIGN TO
               'data/deposit_slips.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-DEPOSIT-SLIP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-DEPOSIT-SLIP-FILE ASSIGN TO
               'data/conv/deposit_slips.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-DEPOSIT-SLIP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-DISPUTE-FILE ASSIGN TO
               'data/disputes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-DISPUTE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-DISPUTE-FILE ASSIGN TO
               'data/conv/disputes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-DISPUTE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-DRAWER-FILE ASSIGN TO
               'data/drawer_sessions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-DRAWER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-DRAWER-FILE ASSIGN TO
               'data/conv/drawer_sessions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-DRAWER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-CREDENTIAL-FILE ASSIGN TO
               'data/driver_credentials.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-CREDENTIAL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-CREDENTIAL-FILE ASSIGN TO
               'data/conv/driver_credentials.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-CREDENTIAL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-DRIVER-FILE ASSIGN TO
               'data/drivers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-DRIVER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-DRIVER-FILE ASSIGN TO
               'data/conv/drivers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-DRIVER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-DUP-EXCEPTION-FILE ASSIGN TO
               'data/dup_exceptions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-DUP-EXCEPTION-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-DUP-EXCEPTION-FILE ASSIGN TO
               'data/conv/dup_exceptions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-DUP-EXCEPTION-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-ERROR-LOG-FILE ASSIGN TO
               'data/error_log.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ERROR-LOG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ERROR-LOG-FILE ASSIGN TO
               'data/conv/error_log.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ERROR-LOG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-EXCH-RATE-FILE ASSIGN TO
               'data/exchange_rates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-EXCH-RATE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-EXCH-RATE-FILE ASSIGN TO
               'data/conv/exchange_rates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-EXCH-RATE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-FARE-MATRIX-FILE ASSIGN TO
               'data/fare_matrix.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-FARE-MATRIX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-FARE-MATRIX-FILE ASSIGN TO
               'data/conv/fare_matrix.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-FARE-MATRIX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-FEEDBACK-FILE ASSIGN TO
               'data/feedback.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-FEEDBACK-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-FEEDBACK-FILE ASSIGN TO
               'data/conv/feedback.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-FEEDBACK-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-FOUND-ITEM-FILE ASSIGN TO
               'data/found_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-FOUND-ITEM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-FOUND-ITEM-FILE ASSIGN TO
               'data/conv/found_items.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-FOUND-ITEM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-FRAUD-FLAG-FILE ASSIGN TO
               'data/fraud_flags.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-FRAUD-FLAG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-FRAUD-FLAG-FILE ASSIGN TO
               'data/conv/fraud_flags.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-FRAUD-FLAG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-FUEL-TXN-FILE ASSIGN TO
               'data/fuel_transactions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-FUEL-TXN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-FUEL-TXN-FILE ASSIGN TO
               'data/conv/fuel_transactions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-FUEL-TXN-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-INCIDENT-FILE ASSIGN TO
               'data/incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-INCIDENT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-INCIDENT-FILE ASSIGN TO
               'data/conv/incidents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-INCIDENT-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-INSPECTION-FILE ASSIGN TO
               'data/inspections.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-INSPECTION-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-INSPECTION-FILE ASSIGN TO
               'data/conv/inspections.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-INSPECTION-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-INS-CLAIM-FILE ASSIGN TO
               'data/insurance_claims.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-INS-CLAIM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-INS-CLAIM-FILE ASSIGN TO
               'data/conv/insurance_claims.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-INS-CLAIM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-INS-POLICY-FILE ASSIGN TO
               'data/insurance_policies.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-INS-POLICY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-INS-POLICY-FILE ASSIGN TO
               'data/conv/insurance_policies.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-INS-POLICY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-INVOICE-FILE ASSIGN TO
               'data/invoice_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-INVOICE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-INVOICE-FILE ASSIGN TO
               'data/conv/invoice_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-INVOICE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-JOURNEY-FILE ASSIGN TO
               'data/journeys.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-JOURNEY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-JOURNEY-FILE ASSIGN TO
               'data/conv/journeys.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-JOURNEY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-LOSS-CLAIM-FILE ASSIGN TO
               'data/loss_claims.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-LOSS-CLAIM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-LOSS-CLAIM-FILE ASSIGN TO
               'data/conv/loss_claims.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-LOSS-CLAIM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-ODOMETER-FILE ASSIGN TO
               'data/odometer.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ODOMETER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ODOMETER-FILE ASSIGN TO
               'data/conv/odometer.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ODOMETER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-OR-REG-FILE ASSIGN TO
               'data/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-OR-REG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-OR-REG-FILE ASSIGN TO
               'data/conv/or_register.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-OR-REG-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-OUTBOX-FILE ASSIGN TO
               'data/outbox.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-OUTBOX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-OUTBOX-FILE ASSIGN TO
               'data/conv/outbox.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-OUTBOX-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PROFILE-FILE ASSIGN TO
               'data/passenger_file.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PROFILE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PROFILE-FILE ASSIGN TO
               'data/conv/passenger_file.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PROFILE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PASSENGER-FILE ASSIGN TO
               'data/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PASSENGER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PASSENGER-FILE ASSIGN TO
               'data/conv/passenger_file.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PASSENGER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PASS-FILE ASSIGN TO
               'data/passes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PASS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PASS-FILE ASSIGN TO
               'data/conv/passes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PASS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PAYMENT-FILE ASSIGN TO
               'data/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PAYMENT-KEY
               ALTERNATE RECORD KEY IS FS-O-PAYMENT-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PAYMENT-FILE ASSIGN TO
               'data/conv/payments.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PAYMENT-KEY
               ALTERNATE RECORD KEY IS FS-N-PAYMENT-FK-BOOKING-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PENALTY-FILE ASSIGN TO
               'data/penalty_cases.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PENALTY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PENALTY-FILE ASSIGN TO
               'data/conv/penalty_cases.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PENALTY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PEND-CHANGE-FILE ASSIGN TO
               'data/pending_changes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PEND-CHANGE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PEND-CHANGE-FILE ASSIGN TO
               'data/conv/pending_changes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PEND-CHANGE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PERIOD-FILE ASSIGN TO
               'data/period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PERIOD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PERIOD-FILE ASSIGN TO
               'data/conv/period_control.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PERIOD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PRICE-CAL-FILE ASSIGN TO
               'data/pricing_calendar.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PRICE-CAL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PRICE-CAL-FILE ASSIGN TO
               'data/conv/pricing_calendar.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PRICE-CAL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PROMO-FILE ASSIGN TO
               'data/promo_codes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PROMO-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PROMO-FILE ASSIGN TO
               'data/conv/promo_codes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PROMO-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-QUOTE-FILE ASSIGN TO
               'data/quotes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-QUOTE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-QUOTE-FILE ASSIGN TO
               'data/conv/quotes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-QUOTE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-REFUND-REQ-FILE ASSIGN TO
               'data/refund_requests.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-REFUND-REQ-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-REFUND-REQ-FILE ASSIGN TO
               'data/conv/refund_requests.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-REFUND-REQ-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-ROUTE-FILE ASSIGN TO
               'data/routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ROUTE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ROUTE-FILE ASSIGN TO
               'data/conv/routes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ROUTE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-ACTUAL-FILE ASSIGN TO
               'data/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ACTUAL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ACTUAL-FILE ASSIGN TO
               'data/conv/schedule_actuals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ACTUAL-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-POSITION-FILE ASSIGN TO
               'data/schedule_position.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-POSITION-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-POSITION-FILE ASSIGN TO
               'data/conv/schedule_position.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-POSITION-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-READINESS-FILE ASSIGN TO
               'data/schedule_readiness.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-READINESS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-READINESS-FILE ASSIGN TO
               'data/conv/schedule_readiness.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-READINESS-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-SCHEDULE-FILE ASSIGN TO
               'data/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-SCHEDULE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-SCHEDULE-FILE ASSIGN TO
               'data/conv/schedules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-SCHEDULE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-SCHED-HIST-FILE ASSIGN TO
               'data/schedules_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-SCHED-HIST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-SCHED-HIST-FILE ASSIGN TO
               'data/conv/schedules_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-SCHED-HIST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-SCHED-WORK-FILE ASSIGN TO
               'data/schedules_working.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-SCHED-WORK-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-SCHED-WORK-FILE ASSIGN TO
               'data/conv/schedules_working.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-SCHED-WORK-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-SERVICE-FILE ASSIGN TO
               'data/service_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-SERVICE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-SERVICE-FILE ASSIGN TO
               'data/conv/service_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-SERVICE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-STANDBY-FILE ASSIGN TO
               'data/standby_queue.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-STANDBY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-STANDBY-FILE ASSIGN TO
               'data/conv/standby_queue.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-STANDBY-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-STOP-FILE ASSIGN TO
               'data/stops.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-STOP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-STOP-FILE ASSIGN TO
               'data/conv/stops.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-STOP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-TRIP-ACK-FILE ASSIGN TO
               'data/trip_acks.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-TRIP-ACK-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-TRIP-ACK-FILE ASSIGN TO
               'data/conv/trip_acks.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-TRIP-ACK-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-TRIP-EXP-FILE ASSIGN TO
               'data/trip_expenses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-TRIP-EXP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-TRIP-EXP-FILE ASSIGN TO
               'data/conv/trip_expenses.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-TRIP-EXP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-TRIP-SUM-FILE ASSIGN TO
               'data/trip_summary.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-TRIP-SUM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-TRIP-SUM-FILE ASSIGN TO
               'data/conv/trip_summary.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-TRIP-SUM-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-VEH-DOC-FILE ASSIGN TO
               'data/vehicle_documents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-VEH-DOC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-VEH-DOC-FILE ASSIGN TO
               'data/conv/vehicle_documents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-VEH-DOC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-VEH-LOC-FILE ASSIGN TO
               'data/vehicle_location.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-VEH-LOC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-VEH-LOC-FILE ASSIGN TO
               'data/conv/vehicle_location.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-VEH-LOC-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-VEHICLE-FILE ASSIGN TO
               'data/vehicles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-VEHICLE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-VEHICLE-FILE ASSIGN TO
               'data/conv/vehicles.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-VEHICLE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-VOUCHER-FILE ASSIGN TO
               'data/vouchers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-VOUCHER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-VOUCHER-FILE ASSIGN TO
               'data/conv/vouchers.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-VOUCHER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-WORK-ORDER-FILE ASSIGN TO
               'data/work_orders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-WORK-ORDER-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-WORK-ORDER-FILE ASSIGN TO
               'data/conv/work_orders.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-WORK-ORDER-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    The line sequential logs and ledgers all go through the
      *    one pair of generic files, re-pointed per file.
      *    Layouts that grew without any date in them to widen: the
      *    records are carried across with the new fields defaulted.
           SELECT FS-OLD-ROUTE-RULE-FILE ASSIGN TO
               'data/route_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-ROUTE-RULE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-ROUTE-RULE-FILE ASSIGN TO
               'data/conv/route_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-ROUTE-RULE-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-SEAT-ATTR-FILE ASSIGN TO
               'data/seat_attributes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-SEAT-ATTR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-SEAT-ATTR-FILE ASSIGN TO
               'data/conv/seat_attributes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-SEAT-ATTR-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-PAYROLL-DED-FILE ASSIGN TO
               'data/payroll_deductions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-O-PAYROLL-DED-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-PAYROLL-DED-FILE ASSIGN TO
               'data/conv/payroll_deductions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-N-PAYROLL-DED-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-OLD-LINE-FILE ASSIGN USING WS-CV-OLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-NEW-LINE-FILE ASSIGN USING WS-CV-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-CONTROL-FILE ASSIGN TO
               'data/artifact/date_conversion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD  FS-OLD-ADMIN-FILE.
       01  FS-OLD-ADMIN-RECORD.
           02    FS-O-ADMIN-KEY    PIC X(15).
           02    FS-O-ADMIN-BODY    PIC X(318).

       FD  FS-NEW-ADMIN-FILE.
       01  FS-NEW-ADMIN-RECORD.
           02    FS-N-ADMIN-KEY    PIC X(15).
           02    FS-N-ADMIN-BODY    PIC X(320).

       FD  FS-OLD-ADVISORY-FILE.
       01  FS-OLD-ADVISORY-RECORD.
           02    FS-O-ADVISORY-KEY    PIC X(15).
           02    FS-O-ADVISORY-BODY    PIC X(140).

       FD  FS-NEW-ADVISORY-FILE.
       01  FS-NEW-ADVISORY-RECORD.
           02    FS-N-ADVISORY-KEY    PIC X(15).
           02    FS-N-ADVISORY-BODY    PIC X(144).

       FD  FS-OLD-AGENT-SALE-FILE.
       01  FS-OLD-AGENT-SALE-RECORD.
           02    FS-O-AGENT-SALE-KEY    PIC X(15).
           02    FS-O-AGENT-SALE-BODY    PIC X(58).

       FD  FS-NEW-AGENT-SALE-FILE.
       01  FS-NEW-AGENT-SALE-RECORD.
           02    FS-N-AGENT-SALE-KEY    PIC X(15).
           02    FS-N-AGENT-SALE-BODY    PIC X(60).

       FD  FS-OLD-AGENT-FILE.
       01  FS-OLD-AGENT-RECORD.
           02    FS-O-AGENT-KEY    PIC X(15).
           02    FS-O-AGENT-BODY    PIC X(72).

       FD  FS-NEW-AGENT-FILE.
       01  FS-NEW-AGENT-RECORD.
           02    FS-N-AGENT-KEY    PIC X(15).
           02    FS-N-AGENT-BODY    PIC X(74).
           02    FS-N-AGENT-TIN    PIC X(15).
           02    FS-N-AGENT-EWT-RATE    PIC 9(2)V99.

       FD  FS-OLD-ALLOTMENT-FILE.
       01  FS-OLD-ALLOTMENT-RECORD.
           02    FS-O-ALLOTMENT-KEY    PIC X(15).
           02    FS-O-ALLOTMENT-BODY    PIC X(85).

       FD  FS-NEW-ALLOTMENT-FILE.
       01  FS-NEW-ALLOTMENT-RECORD.
           02    FS-N-ALLOTMENT-KEY    PIC X(15).
           02    FS-N-ALLOTMENT-BODY    PIC X(89).

       FD  FS-OLD-BOOKING-FILE.
       01  FS-OLD-BOOKING-RECORD.
           02    FS-O-BOOKING-KEY    PIC X(15).
           02    FS-O-BOOKING-FK-USER-ID    PIC X(15).
           02    FS-O-BOOKING-FK-SCHEDULE-ID    PIC X(15).
           02    FS-O-BOOKING-BODY    PIC X(72).

       FD  FS-NEW-BOOKING-FILE.
       01  FS-NEW-BOOKING-RECORD.
           02    FS-N-BOOKING-KEY    PIC X(15).
           02    FS-N-BOOKING-FK-USER-ID    PIC X(15).
           02    FS-N-BOOKING-FK-SCHEDULE-ID    PIC X(15).
           02    FS-N-BOOKING-BODY    PIC X(74).

       FD  FS-OLD-BOOKING-HIST-FILE.
       01  FS-OLD-BOOKING-HIST-RECORD.
           02    FS-O-BOOKING-HIST-KEY    PIC X(15).
           02    FS-O-BOOKING-HIST-BODY    PIC X(102).

       FD  FS-NEW-BOOKING-HIST-FILE.
       01  FS-NEW-BOOKING-HIST-RECORD.
           02    FS-N-BOOKING-HIST-KEY    PIC X(15).
           02    FS-N-BOOKING-HIST-BODY    PIC X(104).

       FD  FS-OLD-PARAM-FILE.
       01  FS-OLD-PARAM-RECORD.
           02    FS-O-PARAM-KEY    PIC X(20).
           02    FS-O-PARAM-BODY    PIC X(35).

       FD  FS-NEW-PARAM-FILE.
       01  FS-NEW-PARAM-RECORD.
           02    FS-N-PARAM-KEY    PIC X(20).
           02    FS-N-PARAM-BODY    PIC X(39).

       FD  FS-OLD-CARGO-FILE.
       01  FS-OLD-CARGO-RECORD.
           02    FS-O-CARGO-KEY    PIC X(15).
           02    FS-O-CARGO-BODY    PIC X(219).

       FD  FS-NEW-CARGO-FILE.
       01  FS-NEW-CARGO-RECORD.
           02    FS-N-CARGO-KEY    PIC X(15).
           02    FS-N-CARGO-BODY.
               03    FS-N-CARGO-LEAD    PIC X(137).
               03    FS-N-CARGO-WEIGHT-KG    PIC 9(5)V99.
               03    FS-N-CARGO-MIDDLE    PIC X(56).
               03    FS-N-CARGO-TS-DATE    PIC X(10).
               03    FS-N-CARGO-TS-REST    PIC X(11).
           02    FS-N-CARGO-LENGTH-CM    PIC 9(4).
           02    FS-N-CARGO-WIDTH-CM    PIC 9(4).
           02    FS-N-CARGO-HEIGHT-CM    PIC 9(4).
           02    FS-N-CARGO-CHARGE-WEIGHT    PIC 9(5)V99.
           02    FS-N-CARGO-ACCEPT-DATE    PIC X(10).

       FD  FS-OLD-REMIT-FILE.
       01  FS-OLD-REMIT-RECORD.
           02    FS-O-REMIT-KEY    PIC X(15).
           02    FS-O-REMIT-BODY    PIC X(79).

       FD  FS-NEW-REMIT-FILE.
       01  FS-NEW-REMIT-RECORD.
           02    FS-N-REMIT-KEY    PIC X(15).
           02    FS-N-REMIT-BODY    PIC X(81).

       FD  FS-OLD-CONDUCTOR-FILE.
       01  FS-OLD-CONDUCTOR-RECORD.
           02    FS-O-CONDUCTOR-KEY    PIC X(15).
           02    FS-O-CONDUCTOR-BODY    PIC X(80).

       FD  FS-NEW-CONDUCTOR-FILE.
       01  FS-NEW-CONDUCTOR-RECORD.
           02    FS-N-CONDUCTOR-KEY    PIC X(15).
           02    FS-N-CONDUCTOR-BODY    PIC X(82).

       FD  FS-OLD-DEPOSIT-SLIP-FILE.
       01  FS-OLD-DEPOSIT-SLIP-RECORD.
           02    FS-O-DEPOSIT-SLIP-KEY    PIC X(15).
           02    FS-O-DEPOSIT-SLIP-BODY    PIC X(113).

       FD  FS-NEW-DEPOSIT-SLIP-FILE.
       01  FS-NEW-DEPOSIT-SLIP-RECORD.
           02    FS-N-DEPOSIT-SLIP-KEY    PIC X(15).
           02    FS-N-DEPOSIT-SLIP-BODY    PIC X(121).

       FD  FS-OLD-DISPUTE-FILE.
       01  FS-OLD-DISPUTE-RECORD.
           02    FS-O-DISPUTE-KEY    PIC X(15).
           02    FS-O-DISPUTE-BODY    PIC X(90).

       FD  FS-NEW-DISPUTE-FILE.
       01  FS-NEW-DISPUTE-RECORD.
           02    FS-N-DISPUTE-KEY    PIC X(15).
           02    FS-N-DISPUTE-BODY    PIC X(92).

       FD  FS-OLD-DRAWER-FILE.
       01  FS-OLD-DRAWER-RECORD.
           02    FS-O-DRAWER-KEY    PIC X(15).
           02    FS-O-DRAWER-BODY    PIC X(137).

       FD  FS-NEW-DRAWER-FILE.
       01  FS-NEW-DRAWER-RECORD.
           02    FS-N-DRAWER-KEY    PIC X(15).
           02    FS-N-DRAWER-BODY    PIC X(139).

       FD  FS-OLD-CREDENTIAL-FILE.
       01  FS-OLD-CREDENTIAL-RECORD.
           02    FS-O-CREDENTIAL-KEY    PIC X(15).
           02    FS-O-CREDENTIAL-BODY    PIC X(56).

       FD  FS-NEW-CREDENTIAL-FILE.
       01  FS-NEW-CREDENTIAL-RECORD.
           02    FS-N-CREDENTIAL-KEY    PIC X(15).
           02    FS-N-CREDENTIAL-BODY    PIC X(60).

       FD  FS-OLD-DRIVER-FILE.
       01  FS-OLD-DRIVER-RECORD.
           02    FS-O-DRIVER-KEY    PIC X(15).
           02    FS-O-DRIVER-BODY    PIC X(80).

       FD  FS-NEW-DRIVER-FILE.
       01  FS-NEW-DRIVER-RECORD.
           02    FS-N-DRIVER-KEY    PIC X(15).
           02    FS-N-DRIVER-BODY    PIC X(82).

       FD  FS-OLD-DUP-EXCEPTION-FILE.
       01  FS-OLD-DUP-EXCEPTION-RECORD.
           02    FS-O-DUP-EXCEPTION-KEY    PIC X(15).
           02    FS-O-DUP-EXCEPTION-BODY    PIC X(85).

       FD  FS-NEW-DUP-EXCEPTION-FILE.
       01  FS-NEW-DUP-EXCEPTION-RECORD.
           02    FS-N-DUP-EXCEPTION-KEY    PIC X(15).
           02    FS-N-DUP-EXCEPTION-BODY    PIC X(87).

       FD  FS-OLD-ERROR-LOG-FILE.
       01  FS-OLD-ERROR-LOG-RECORD.
           02    FS-O-ERROR-LOG-KEY    PIC X(15).
           02    FS-O-ERROR-LOG-BODY    PIC X(107).

       FD  FS-NEW-ERROR-LOG-FILE.
       01  FS-NEW-ERROR-LOG-RECORD.
           02    FS-N-ERROR-LOG-KEY    PIC X(15).
           02    FS-N-ERROR-LOG-BODY    PIC X(109).

       FD  FS-OLD-EXCH-RATE-FILE.
       01  FS-OLD-EXCH-RATE-RECORD.
           02    FS-O-EXCH-RATE-KEY    PIC X(3).
           02    FS-O-EXCH-RATE-BODY    PIC X(29).

       FD  FS-NEW-EXCH-RATE-FILE.
       01  FS-NEW-EXCH-RATE-RECORD.
           02    FS-N-EXCH-RATE-KEY    PIC X(3).
           02    FS-N-EXCH-RATE-BODY    PIC X(31).

       FD  FS-OLD-FARE-MATRIX-FILE.
       01  FS-OLD-FARE-MATRIX-RECORD.
           02    FS-O-FARE-MATRIX-KEY    PIC X.
           02    FS-O-FARE-MATRIX-BODY    PIC X(34).

       FD  FS-NEW-FARE-MATRIX-FILE.
       01  FS-NEW-FARE-MATRIX-RECORD.
           02    FS-N-FARE-MATRIX-KEY    PIC X.
           02    FS-N-FARE-MATRIX-BODY    PIC X(36).

       FD  FS-OLD-FEEDBACK-FILE.
       01  FS-OLD-FEEDBACK-RECORD.
           02    FS-O-FEEDBACK-KEY    PIC X(15).
           02    FS-O-FEEDBACK-BODY    PIC X(183).

       FD  FS-NEW-FEEDBACK-FILE.
       01  FS-NEW-FEEDBACK-RECORD.
           02    FS-N-FEEDBACK-KEY    PIC X(15).
           02    FS-N-FEEDBACK-BODY    PIC X(185).

       FD  FS-OLD-FOUND-ITEM-FILE.
       01  FS-OLD-FOUND-ITEM-RECORD.
           02    FS-O-FOUND-ITEM-KEY    PIC X(15).
           02    FS-O-FOUND-ITEM-BODY    PIC X(126).

       FD  FS-NEW-FOUND-ITEM-FILE.
       01  FS-NEW-FOUND-ITEM-RECORD.
           02    FS-N-FOUND-ITEM-KEY    PIC X(15).
           02    FS-N-FOUND-ITEM-BODY    PIC X(130).

       FD  FS-OLD-FRAUD-FLAG-FILE.
       01  FS-OLD-FRAUD-FLAG-RECORD.
           02    FS-O-FRAUD-FLAG-KEY    PIC X(15).
           02    FS-O-FRAUD-FLAG-BODY    PIC X(84).

       FD  FS-NEW-FRAUD-FLAG-FILE.
       01  FS-NEW-FRAUD-FLAG-RECORD.
           02    FS-N-FRAUD-FLAG-KEY    PIC X(15).
           02    FS-N-FRAUD-FLAG-BODY    PIC X(86).

       FD  FS-OLD-FUEL-TXN-FILE.
       01  FS-OLD-FUEL-TXN-RECORD.
           02    FS-O-FUEL-TXN-KEY    PIC X(15).
           02    FS-O-FUEL-TXN-BODY    PIC X(75).

       FD  FS-NEW-FUEL-TXN-FILE.
       01  FS-NEW-FUEL-TXN-RECORD.
           02    FS-N-FUEL-TXN-KEY    PIC X(15).
           02    FS-N-FUEL-TXN-BODY    PIC X(77).

       FD  FS-OLD-INCIDENT-FILE.
       01  FS-OLD-INCIDENT-RECORD.
           02    FS-O-INCIDENT-KEY    PIC X(15).
           02    FS-O-INCIDENT-BODY    PIC X(90).

       FD  FS-NEW-INCIDENT-FILE.
       01  FS-NEW-INCIDENT-RECORD.
           02    FS-N-INCIDENT-KEY    PIC X(15).
           02    FS-N-INCIDENT-BODY    PIC X(92).

       FD  FS-OLD-INSPECTION-FILE.
       01  FS-OLD-INSPECTION-RECORD.
           02    FS-O-INSPECTION-KEY    PIC X(15).
           02    FS-O-INSPECTION-BODY    PIC X(55).

       FD  FS-NEW-INSPECTION-FILE.
       01  FS-NEW-INSPECTION-RECORD.
           02    FS-N-INSPECTION-KEY    PIC X(15).
           02    FS-N-INSPECTION-BODY    PIC X(57).

       FD  FS-OLD-INS-CLAIM-FILE.
       01  FS-OLD-INS-CLAIM-RECORD.
           02    FS-O-INS-CLAIM-KEY    PIC X(15).
           02    FS-O-INS-CLAIM-BODY    PIC X(139).

       FD  FS-NEW-INS-CLAIM-FILE.
       01  FS-NEW-INS-CLAIM-RECORD.
           02    FS-N-INS-CLAIM-KEY    PIC X(15).
           02    FS-N-INS-CLAIM-BODY    PIC X(141).

       FD  FS-OLD-INS-POLICY-FILE.
       01  FS-OLD-INS-POLICY-RECORD.
           02    FS-O-INS-POLICY-KEY    PIC X(15).
           02    FS-O-INS-POLICY-BODY    PIC X(50).

       FD  FS-NEW-INS-POLICY-FILE.
       01  FS-NEW-INS-POLICY-RECORD.
           02    FS-N-INS-POLICY-KEY    PIC X(15).
           02    FS-N-INS-POLICY-BODY    PIC X(52).

       FD  FS-OLD-INVOICE-FILE.
       01  FS-OLD-INVOICE-RECORD.
           02    FS-O-INVOICE-KEY    PIC X(15).
           02    FS-O-INVOICE-BODY    PIC X(75).

       FD  FS-NEW-INVOICE-FILE.
       01  FS-NEW-INVOICE-RECORD.
           02    FS-N-INVOICE-KEY    PIC X(15).
           02    FS-N-INVOICE-BODY    PIC X(79).

       FD  FS-OLD-JOURNEY-FILE.
       01  FS-OLD-JOURNEY-RECORD.
           02    FS-O-JOURNEY-KEY    PIC X(15).
           02    FS-O-JOURNEY-BODY    PIC X(73).

       FD  FS-NEW-JOURNEY-FILE.
       01  FS-NEW-JOURNEY-RECORD.
           02    FS-N-JOURNEY-KEY    PIC X(15).
           02    FS-N-JOURNEY-BODY    PIC X(75).

       FD  FS-OLD-LOSS-CLAIM-FILE.
       01  FS-OLD-LOSS-CLAIM-RECORD.
           02    FS-O-LOSS-CLAIM-KEY    PIC X(15).
           02    FS-O-LOSS-CLAIM-BODY    PIC X(98).

       FD  FS-NEW-LOSS-CLAIM-FILE.
       01  FS-NEW-LOSS-CLAIM-RECORD.
           02    FS-N-LOSS-CLAIM-KEY    PIC X(15).
           02    FS-N-LOSS-CLAIM-BODY    PIC X(100).

       FD  FS-OLD-ODOMETER-FILE.
       01  FS-OLD-ODOMETER-RECORD.
           02    FS-O-ODOMETER-KEY    PIC X(15).
           02    FS-O-ODOMETER-BODY    PIC X(16).

       FD  FS-NEW-ODOMETER-FILE.
       01  FS-NEW-ODOMETER-RECORD.
           02    FS-N-ODOMETER-KEY    PIC X(15).
           02    FS-N-ODOMETER-BODY    PIC X(18).

       FD  FS-OLD-OR-REG-FILE.
       01  FS-OLD-OR-REG-RECORD.
           02    FS-O-OR-REG-KEY    PIC X(8).
           02    FS-O-OR-REG-BODY    PIC X(85).

       FD  FS-NEW-OR-REG-FILE.
       01  FS-NEW-OR-REG-RECORD.
           02    FS-N-OR-REG-KEY    PIC X(8).
           02    FS-N-OR-REG-BODY    PIC X(87).

       FD  FS-OLD-OUTBOX-FILE.
       01  FS-OLD-OUTBOX-RECORD.
           02    FS-O-OUTBOX-KEY    PIC X(15).
           02    FS-O-OUTBOX-BODY    PIC X(150).

       FD  FS-NEW-OUTBOX-FILE.
       01  FS-NEW-OUTBOX-RECORD.
           02    FS-N-OUTBOX-KEY    PIC X(15).
           02    FS-N-OUTBOX-BODY    PIC X(152).

       FD  FS-OLD-PROFILE-FILE.
       01  FS-OLD-PROFILE-RECORD.
           02    FS-O-PROFILE-KEY    PIC X(15).
           02    FS-O-PROFILE-BODY    PIC X(326).

       FD  FS-NEW-PROFILE-FILE.
       01  FS-NEW-PROFILE-RECORD.
           02    FS-N-PROFILE-KEY    PIC X(15).
           02    FS-N-PROFILE-BODY    PIC X(328).
           02    FS-N-PROFILE-LANGUAGE    PIC X(3).

       FD  FS-OLD-PASSENGER-FILE.
       01  FS-OLD-PASSENGER-RECORD.
           02    FS-O-PASSENGER-KEY    PIC X(15).
           02    FS-O-PASSENGER-BODY    PIC X(326).

       FD  FS-NEW-PASSENGER-FILE.
       01  FS-NEW-PASSENGER-RECORD.
           02    FS-N-PASSENGER-KEY    PIC X(15).
           02    FS-N-PASSENGER-BODY    PIC X(328).
           02    FS-N-PASSENGER-LANGUAGE    PIC X(3).

       FD  FS-OLD-PASS-FILE.
       01  FS-OLD-PASS-RECORD.
           02    FS-O-PASS-KEY    PIC X(15).
           02    FS-O-PASS-BODY    PIC X(87).

       FD  FS-NEW-PASS-FILE.
       01  FS-NEW-PASS-RECORD.
           02    FS-N-PASS-KEY    PIC X(15).
           02    FS-N-PASS-BODY    PIC X(93).

       FD  FS-OLD-PAYMENT-FILE.
       01  FS-OLD-PAYMENT-RECORD.
           02    FS-O-PAYMENT-KEY    PIC X(15).
           02    FS-O-PAYMENT-FK-BOOKING-ID    PIC X(15).
           02    FS-O-PAYMENT-BODY    PIC X(152).

       FD  FS-NEW-PAYMENT-FILE.
       01  FS-NEW-PAYMENT-RECORD.
           02    FS-N-PAYMENT-KEY    PIC X(15).
           02    FS-N-PAYMENT-FK-BOOKING-ID    PIC X(15).
           02    FS-N-PAYMENT-BODY    PIC X(154).

       FD  FS-OLD-PENALTY-FILE.
       01  FS-OLD-PENALTY-RECORD.
           02    FS-O-PENALTY-KEY    PIC X(15).
           02    FS-O-PENALTY-BODY    PIC X(102).

       FD  FS-NEW-PENALTY-FILE.
       01  FS-NEW-PENALTY-RECORD.
           02    FS-N-PENALTY-KEY    PIC X(15).
           02    FS-N-PENALTY-BODY    PIC X(104).

       FD  FS-OLD-PEND-CHANGE-FILE.
       01  FS-OLD-PEND-CHANGE-RECORD.
           02    FS-O-PEND-CHANGE-KEY    PIC X(15).
           02    FS-O-PEND-CHANGE-BODY    PIC X(206).

       FD  FS-NEW-PEND-CHANGE-FILE.
       01  FS-NEW-PEND-CHANGE-RECORD.
           02    FS-N-PEND-CHANGE-KEY    PIC X(15).
           02    FS-N-PEND-CHANGE-BODY    PIC X(214).

       FD  FS-OLD-PERIOD-FILE.
       01  FS-OLD-PERIOD-RECORD.
           02    FS-O-PERIOD-KEY    PIC X(4).
           02    FS-O-PERIOD-BODY    PIC X(42).

       FD  FS-NEW-PERIOD-FILE.
       01  FS-NEW-PERIOD-RECORD.
           02    FS-N-PERIOD-KEY    PIC X(6).
           02    FS-N-PERIOD-BODY    PIC X(44).

       FD  FS-OLD-PRICE-CAL-FILE.
       01  FS-OLD-PRICE-CAL-RECORD.
           02    FS-O-PRICE-CAL-KEY    PIC X(15).
           02    FS-O-PRICE-CAL-BODY    PIC X(93).

       FD  FS-NEW-PRICE-CAL-FILE.
       01  FS-NEW-PRICE-CAL-RECORD.
           02    FS-N-PRICE-CAL-KEY    PIC X(15).
           02    FS-N-PRICE-CAL-BODY    PIC X(99).

       FD  FS-OLD-PROMO-FILE.
       01  FS-OLD-PROMO-RECORD.
           02    FS-O-PROMO-KEY    PIC X(15).
           02    FS-O-PROMO-BODY    PIC X(45).

       FD  FS-NEW-PROMO-FILE.
       01  FS-NEW-PROMO-RECORD.
           02    FS-N-PROMO-KEY    PIC X(15).
           02    FS-N-PROMO-BODY    PIC X(49).

       FD  FS-OLD-QUOTE-FILE.
       01  FS-OLD-QUOTE-RECORD.
           02    FS-O-QUOTE-KEY    PIC X(15).
           02    FS-O-QUOTE-BODY    PIC X(77).

       FD  FS-NEW-QUOTE-FILE.
       01  FS-NEW-QUOTE-RECORD.
           02    FS-N-QUOTE-KEY    PIC X(15).
           02    FS-N-QUOTE-BODY    PIC X(79).

       FD  FS-OLD-REFUND-REQ-FILE.
       01  FS-OLD-REFUND-REQ-RECORD.
           02    FS-O-REFUND-REQ-KEY    PIC X(15).
           02    FS-O-REFUND-REQ-BODY    PIC X(103).

       FD  FS-NEW-REFUND-REQ-FILE.
       01  FS-NEW-REFUND-REQ-RECORD.
           02    FS-N-REFUND-REQ-KEY    PIC X(15).
           02    FS-N-REFUND-REQ-BODY    PIC X(107).

       FD  FS-OLD-ROUTE-FILE.
       01  FS-OLD-ROUTE-RECORD.
           02    FS-O-ROUTE-KEY    PIC X(15).
           02    FS-O-ROUTE-BODY    PIC X(106).

       FD  FS-NEW-ROUTE-FILE.
       01  FS-NEW-ROUTE-RECORD.
           02    FS-N-ROUTE-KEY    PIC X(15).
           02    FS-N-ROUTE-BODY    PIC X(108).

       FD  FS-OLD-ACTUAL-FILE.
       01  FS-OLD-ACTUAL-RECORD.
           02    FS-O-ACTUAL-KEY    PIC X(15).
           02    FS-O-ACTUAL-BODY    PIC X(76).

       FD  FS-NEW-ACTUAL-FILE.
       01  FS-NEW-ACTUAL-RECORD.
           02    FS-N-ACTUAL-KEY    PIC X(15).
           02    FS-N-ACTUAL-BODY    PIC X(82).

       FD  FS-OLD-POSITION-FILE.
       01  FS-OLD-POSITION-RECORD.
           02    FS-O-POSITION-KEY    PIC X(15).
           02    FS-O-POSITION-BODY    PIC X(37).

       FD  FS-NEW-POSITION-FILE.
       01  FS-NEW-POSITION-RECORD.
           02    FS-N-POSITION-KEY    PIC X(15).
           02    FS-N-POSITION-BODY    PIC X(39).

       FD  FS-OLD-READINESS-FILE.
       01  FS-OLD-READINESS-RECORD.
           02    FS-O-READINESS-KEY    PIC X(15).
           02    FS-O-READINESS-BODY    PIC X(43).

       FD  FS-NEW-READINESS-FILE.
       01  FS-NEW-READINESS-RECORD.
           02    FS-N-READINESS-KEY    PIC X(15).
           02    FS-N-READINESS-BODY    PIC X(45).

       FD  FS-OLD-SCHEDULE-FILE.
       01  FS-OLD-SCHEDULE-RECORD.
           02    FS-O-SCHEDULE-KEY    PIC X(15).
           02    FS-O-SCHEDULE-BODY    PIC X(114).

       FD  FS-NEW-SCHEDULE-FILE.
       01  FS-NEW-SCHEDULE-RECORD.
           02    FS-N-SCHEDULE-KEY    PIC X(15).
           02    FS-N-SCHEDULE-BODY    PIC X(120).

       FD  FS-OLD-SCHED-HIST-FILE.
       01  FS-OLD-SCHED-HIST-RECORD.
           02    FS-O-SCHED-HIST-KEY    PIC X(15).
           02    FS-O-SCHED-HIST-BODY    PIC X(114).

       FD  FS-NEW-SCHED-HIST-FILE.
       01  FS-NEW-SCHED-HIST-RECORD.
           02    FS-N-SCHED-HIST-KEY    PIC X(15).
           02    FS-N-SCHED-HIST-BODY    PIC X(120).

       FD  FS-OLD-SCHED-WORK-FILE.
       01  FS-OLD-SCHED-WORK-RECORD.
           02    FS-O-SCHED-WORK-KEY    PIC X(15).
           02    FS-O-SCHED-WORK-BODY    PIC X(124).

       FD  FS-NEW-SCHED-WORK-FILE.
       01  FS-NEW-SCHED-WORK-RECORD.
           02    FS-N-SCHED-WORK-KEY    PIC X(15).
           02    FS-N-SCHED-WORK-BODY    PIC X(126).

       FD  FS-OLD-SERVICE-FILE.
       01  FS-OLD-SERVICE-RECORD.
           02    FS-O-SERVICE-KEY    PIC X(15).
           02    FS-O-SERVICE-BODY    PIC X(76).

       FD  FS-NEW-SERVICE-FILE.
       01  FS-NEW-SERVICE-RECORD.
           02    FS-N-SERVICE-KEY    PIC X(15).
           02    FS-N-SERVICE-BODY    PIC X(78).

       FD  FS-OLD-STANDBY-FILE.
       01  FS-OLD-STANDBY-RECORD.
           02    FS-O-STANDBY-KEY    PIC X(18).
           02    FS-O-STANDBY-BODY    PIC X(142).

       FD  FS-NEW-STANDBY-FILE.
       01  FS-NEW-STANDBY-RECORD.
           02    FS-N-STANDBY-KEY    PIC X(18).
           02    FS-N-STANDBY-BODY    PIC X(144).

       FD  FS-OLD-STOP-FILE.
       01  FS-OLD-STOP-RECORD.
           02    FS-O-STOP-KEY    PIC X(15).
           02    FS-O-STOP-BODY    PIC X(49).

       FD  FS-NEW-STOP-FILE.
       01  FS-NEW-STOP-RECORD.
           02    FS-N-STOP-KEY    PIC X(15).
           02    FS-N-STOP-BODY    PIC X(51).

       FD  FS-OLD-TRIP-ACK-FILE.
       01  FS-OLD-TRIP-ACK-RECORD.
           02    FS-O-TRIP-ACK-KEY    PIC X(15).
           02    FS-O-TRIP-ACK-BODY    PIC X(34).

       FD  FS-NEW-TRIP-ACK-FILE.
       01  FS-NEW-TRIP-ACK-RECORD.
           02    FS-N-TRIP-ACK-KEY    PIC X(15).
           02    FS-N-TRIP-ACK-BODY    PIC X(36).

       FD  FS-OLD-TRIP-EXP-FILE.
       01  FS-OLD-TRIP-EXP-RECORD.
           02    FS-O-TRIP-EXP-KEY    PIC X(15).
           02    FS-O-TRIP-EXP-BODY    PIC X(56).

       FD  FS-NEW-TRIP-EXP-FILE.
       01  FS-NEW-TRIP-EXP-RECORD.
           02    FS-N-TRIP-EXP-KEY    PIC X(15).
           02    FS-N-TRIP-EXP-BODY    PIC X(58).

       FD  FS-OLD-TRIP-SUM-FILE.
       01  FS-OLD-TRIP-SUM-RECORD.
           02    FS-O-TRIP-SUM-KEY    PIC X(15).
           02    FS-O-TRIP-SUM-BODY    PIC X(58).

       FD  FS-NEW-TRIP-SUM-FILE.
       01  FS-NEW-TRIP-SUM-RECORD.
           02    FS-N-TRIP-SUM-KEY    PIC X(15).
           02    FS-N-TRIP-SUM-BODY    PIC X(60).

       FD  FS-OLD-VEH-DOC-FILE.
       01  FS-OLD-VEH-DOC-RECORD.
           02    FS-O-VEH-DOC-KEY    PIC X(25).
           02    FS-O-VEH-DOC-BODY    PIC X(47).

       FD  FS-NEW-VEH-DOC-FILE.
       01  FS-NEW-VEH-DOC-RECORD.
           02    FS-N-VEH-DOC-KEY    PIC X(25).
           02    FS-N-VEH-DOC-BODY    PIC X(51).

       FD  FS-OLD-VEH-LOC-FILE.
       01  FS-OLD-VEH-LOC-RECORD.
           02    FS-O-VEH-LOC-KEY    PIC X(15).
           02    FS-O-VEH-LOC-BODY    PIC X(57).

       FD  FS-NEW-VEH-LOC-FILE.
       01  FS-NEW-VEH-LOC-RECORD.
           02    FS-N-VEH-LOC-KEY    PIC X(15).
           02    FS-N-VEH-LOC-BODY    PIC X(59).

       FD  FS-OLD-VEHICLE-FILE.
       01  FS-OLD-VEHICLE-RECORD.
           02    FS-O-VEHICLE-KEY    PIC X(15).
           02    FS-O-VEHICLE-BODY    PIC X(72).

       FD  FS-NEW-VEHICLE-FILE.
       01  FS-NEW-VEHICLE-RECORD.
           02    FS-N-VEHICLE-KEY    PIC X(15).
           02    FS-N-VEHICLE-BODY    PIC X(74).

       FD  FS-OLD-VOUCHER-FILE.
       01  FS-OLD-VOUCHER-RECORD.
           02    FS-O-VOUCHER-KEY    PIC X(15).
           02    FS-O-VOUCHER-BODY    PIC X(77).

       FD  FS-NEW-VOUCHER-FILE.
       01  FS-NEW-VOUCHER-RECORD.
           02    FS-N-VOUCHER-KEY    PIC X(15).
           02    FS-N-VOUCHER-BODY    PIC X(81).

       FD  FS-OLD-WORK-ORDER-FILE.
       01  FS-OLD-WORK-ORDER-RECORD.
           02    FS-O-WORK-ORDER-KEY    PIC X(15).
           02    FS-O-WORK-ORDER-BODY    PIC X(117).

       FD  FS-NEW-WORK-ORDER-FILE.
       01  FS-NEW-WORK-ORDER-RECORD.
           02    FS-N-WORK-ORDER-KEY    PIC X(15).
           02    FS-N-WORK-ORDER-BODY    PIC X(121).

       FD  FS-OLD-ROUTE-RULE-FILE.
       01  FS-OLD-ROUTE-RULE-RECORD.
           02    FS-O-ROUTE-RULE-KEY    PIC X(15).
           02    FS-O-ROUTE-RULE-BODY    PIC X(8).

       FD  FS-NEW-ROUTE-RULE-FILE.
       01  FS-NEW-ROUTE-RULE-RECORD.
           02    FS-N-ROUTE-RULE-KEY    PIC X(15).
           02    FS-N-ROUTE-RULE-BODY    PIC X(8).
           02    FS-N-ROUTE-RULE-CROSSBORDER    PIC X.

       FD  FS-OLD-SEAT-ATTR-FILE.
       01  FS-OLD-SEAT-ATTR-RECORD.
           02    FS-O-SEAT-ATTR-KEY    PIC X(4).
           02    FS-O-SEAT-ATTR-BODY    PIC X(14).

       FD  FS-NEW-SEAT-ATTR-FILE.
       01  FS-NEW-SEAT-ATTR-RECORD.
           02    FS-N-SEAT-ATTR-KEY    PIC X(4).
           02    FS-N-SEAT-ATTR-BODY    PIC X(14).
           02    FS-N-SEAT-ATTR-DECK    PIC X.
           02    FS-N-SEAT-ATTR-BERTH    PIC X.

       FD  FS-OLD-PAYROLL-DED-FILE.
       01  FS-OLD-PAYROLL-DED-RECORD.
           02    FS-O-PAYROLL-DED-KEY    PIC X(23).
           02    FS-O-PAYROLL-DED-LEAD    PIC X(101).
           02    FS-O-PAYROLL-DED-TAIL    PIC X(31).

       FD  FS-NEW-PAYROLL-DED-FILE.
       01  FS-NEW-PAYROLL-DED-RECORD.
           02    FS-N-PAYROLL-DED-KEY    PIC X(23).
           02    FS-N-PAYROLL-DED-LEAD    PIC X(101).
           02    FS-N-PAYROLL-DED-CHARGES    PIC 9(7)V99.
           02    FS-N-PAYROLL-DED-TAIL    PIC X(31).

       FD  FS-OLD-LINE-FILE.
       01  FS-OLD-LINE-RECORD    PIC X(400).

       FD  FS-NEW-LINE-FILE.
       01  FS-NEW-LINE-RECORD    PIC X(400).

       FD  FS-CONTROL-FILE.
       01  FS-CONTROL-RECORD    PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-CONTROL-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-CONFIRM    PIC X(3).
       01  WS-COMMAND    PIC X(120).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-LINE    PIC X(80).
       01  WS-CV-FILE-NAME    PIC X(40).
       01  WS-CV-OLD-PATH    PIC X(60).
       01  WS-CV-NEW-PATH    PIC X(60).
       01  WS-CV-OLD-LENGTH    PIC 9(3).
       01  WS-CV-OLD-RECORD    PIC X(400).
       01  WS-CV-NEW-RECORD    PIC X(400).
       01  WS-CV-OLD-POS    PIC 9(3).
       01  WS-CV-NEW-POS    PIC 9(3).
       01  WS-CV-SEG-LEN    PIC S9(3).
       01  WS-CV-I    PIC 9(2).
       01  WS-CV-DATE-COUNT    PIC 9(2).
       01  WS-CV-DATE-TABLE.
           02    WS-CV-DATE-ENTRY OCCURS 5 TIMES.
               03    WS-CV-DATE-POS    PIC 9(3).
               03    WS-CV-DATE-KIND    PIC X.
       01  WS-CV-OLD-DATE    PIC X(8).
       01  WS-CV-NEW-DATE.
           02    WS-CV-ND-MONTH    PIC XX.
           02    WS-CV-ND-SLASH-1    PIC X VALUE '/'.
           02    WS-CV-ND-DAY    PIC XX.
           02    WS-CV-ND-SLASH-2    PIC X VALUE '/'.
           02    WS-CV-ND-YEAR    PIC 9999.
       01  WS-CV-YY    PIC 99.
       01  WS-CV-CCYY    PIC 9999.
       01  WS-CV-BEFORE-COUNT    PIC 9(7).
       01  WS-CV-AFTER-COUNT    PIC 9(7).
       01  WS-CV-DATES-CHANGED    PIC 9(8).
       01  WS-CV-FILES-CONVERTED    PIC 9(3) VALUE 0.
       01  WS-CV-FILES-SKIPPED    PIC 9(3) VALUE 0.
       01  WS-CV-FILES-HELD    PIC 9(3) VALUE 0.
       01  WS-CV-TOTAL-RECORDS    PIC 9(9) VALUE 0.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.


       PROCEDURE DIVISION.
      *    One-off cutover to four-digit years. Every date in the
      *    data files was held as MM/DD/YY (and the record
      *    time-stamps, which came straight off ACCEPT FROM DATE, as
      *    YY/MM/DD); every program now reads and writes MM/DD/YYYY,
      *    and the GL period key runs YYYYMM. Each file is read under
      *    its old layout, each date is widened in place - years
      *    below 50 go to 20xx, the rest to 19xx - and the result
      *    replaces the original only when the record counts before
      *    and after agree. A file that is missing, or that no longer
      *    opens under the old layout, is left alone. Records that
      *    have gained fields since the old layout come out at their
      *    current length with those fields defaulted, and the route
      *    rules, seat attributes and payroll deduction files, which
      *    hold no two-digit dates, are brought to their current
      *    layout in the same run. The run leaves
      *    data/artifact/date_conversion.txt behind and refuses to
      *    run a second time, since the line sequential files would
      *    otherwise be widened twice.
           OPEN INPUT FS-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00' THEN
               READ FS-CONTROL-FILE
                   AT END MOVE SPACES TO FS-CONTROL-RECORD
               END-READ
               CLOSE FS-CONTROL-FILE
               DISPLAY 'The date conversion has already been run:'
               DISPLAY FS-CONTROL-RECORD
               DISPLAY 'Nothing changed.'
               GOBACK
               STOP RUN
           END-IF

           DISPLAY 'One-time four-digit year conversion of every data'
               ' file.'
           DISPLAY 'Run this ONCE at cutover with no other program'
               ' active,'
           DISPLAY 'straight after a full backup set has been taken.'
           DISPLAY 'Continue? [YES/NO] ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM

           IF WS-CONFIRM NOT = 'YES' THEN
               GOBACK
               STOP RUN
           END-IF

           CALL "SYSTEM" USING
               "mkdir -p data/conv/export data/conv/import"
               RETURNING WS-RETURN-CODE
           CALL "SYSTEM" USING
               "mkdir -p data/conv/journal data/conv/artifact"
               RETURNING WS-RETURN-CODE
           CALL "SYSTEM" USING "mkdir -p data/artifact"
               RETURNING WS-RETURN-CODE

           DISPLAY ' '
           DISPLAY 'FILE                             BEFORE    AFTER'
               '  DATES'
           DISPLAY '-------------------------------------------------'
               '-------'
           PERFORM CONVERT-ADMIN-FILE
           PERFORM CONVERT-ADVISORY-FILE
           PERFORM CONVERT-AGENT-SALE-FILE
           PERFORM CONVERT-AGENT-FILE
           PERFORM CONVERT-ALLOTMENT-FILE
           PERFORM CONVERT-BOOKING-FILE
           PERFORM CONVERT-BOOKING-HIST-FILE
           PERFORM CONVERT-PARAM-FILE
           PERFORM CONVERT-CARGO-FILE
           PERFORM CONVERT-REMIT-FILE
           PERFORM CONVERT-CONDUCTOR-FILE
           PERFORM CONVERT-DEPOSIT-SLIP-FILE
           PERFORM CONVERT-DISPUTE-FILE
           PERFORM CONVERT-DRAWER-FILE
           PERFORM CONVERT-CREDENTIAL-FILE
           PERFORM CONVERT-DRIVER-FILE
           PERFORM CONVERT-DUP-EXCEPTION-FILE
           PERFORM CONVERT-ERROR-LOG-FILE
           PERFORM CONVERT-EXCH-RATE-FILE
           PERFORM CONVERT-FARE-MATRIX-FILE
           PERFORM CONVERT-FEEDBACK-FILE
           PERFORM CONVERT-FOUND-ITEM-FILE
           PERFORM CONVERT-FRAUD-FLAG-FILE
           PERFORM CONVERT-FUEL-TXN-FILE
           PERFORM CONVERT-INCIDENT-FILE
           PERFORM CONVERT-INSPECTION-FILE
           PERFORM CONVERT-INS-CLAIM-FILE
           PERFORM CONVERT-INS-POLICY-FILE
           PERFORM CONVERT-INVOICE-FILE
           PERFORM CONVERT-JOURNEY-FILE
           PERFORM CONVERT-LOSS-CLAIM-FILE
           PERFORM CONVERT-ODOMETER-FILE
           PERFORM CONVERT-OR-REG-FILE
           PERFORM CONVERT-OUTBOX-FILE
           PERFORM CONVERT-PROFILE-FILE
           PERFORM CONVERT-PASSENGER-FILE
           PERFORM CONVERT-PASS-FILE
           PERFORM CONVERT-PAYMENT-FILE
           PERFORM CONVERT-PENALTY-FILE
           PERFORM CONVERT-PEND-CHANGE-FILE
           PERFORM CONVERT-PERIOD-FILE
           PERFORM CONVERT-PRICE-CAL-FILE
           PERFORM CONVERT-PROMO-FILE
           PERFORM CONVERT-QUOTE-FILE
           PERFORM CONVERT-REFUND-REQ-FILE
           PERFORM CONVERT-ROUTE-FILE
           PERFORM CONVERT-ACTUAL-FILE
           PERFORM CONVERT-POSITION-FILE
           PERFORM CONVERT-READINESS-FILE
           PERFORM CONVERT-SCHEDULE-FILE
           PERFORM CONVERT-SCHED-HIST-FILE
           PERFORM CONVERT-SCHED-WORK-FILE
           PERFORM CONVERT-SERVICE-FILE
           PERFORM CONVERT-STANDBY-FILE
           PERFORM CONVERT-STOP-FILE
           PERFORM CONVERT-TRIP-ACK-FILE
           PERFORM CONVERT-TRIP-EXP-FILE
           PERFORM CONVERT-TRIP-SUM-FILE
           PERFORM CONVERT-VEH-DOC-FILE
           PERFORM CONVERT-VEH-LOC-FILE
           PERFORM CONVERT-VEHICLE-FILE
           PERFORM CONVERT-VOUCHER-FILE
           PERFORM CONVERT-WORK-ORDER-FILE
           PERFORM CONVERT-ADMIN-AUDIT-FILE
           PERFORM CONVERT-WALLET-LEDGER-FILE
           PERFORM CONVERT-YEAREND-CKPT-FILE
           PERFORM CONVERT-BATCH-CKPT-FILE
           PERFORM CONVERT-RUN-LOG-FILE
           PERFORM CONVERT-CANCEL-REASON-FILE
           PERFORM CONVERT-CORP-RECEIPT-FILE
           PERFORM CONVERT-GL-JOURNAL-FILE
           PERFORM CONVERT-FEEDBACK-HIST-FILE
           PERFORM CONVERT-PARTNER-REQ-FILE
           PERFORM CONVERT-DAY-JOURNAL-FILE
           PERFORM CONVERT-LEVY-LEDGER-FILE
           PERFORM CONVERT-PING-FILE
           PERFORM CONVERT-LOST-SALE-FILE
           PERFORM CONVERT-LOYALTY-LEDGER-FILE
           PERFORM CONVERT-PAY-HISTORY-FILE
           PERFORM CONVERT-ROUTE-RULE-FILE
           PERFORM CONVERT-SEAT-ATTR-FILE
           PERFORM CONVERT-PAYROLL-DED-FILE

           PERFORM WRITE-CONTROL-RECORD

           DISPLAY '-------------------------------------------------'
               '-------'
           DISPLAY 'Files converted : ' WS-CV-FILES-CONVERTED
           DISPLAY 'Files not found : ' WS-CV-FILES-SKIPPED
           DISPLAY 'Files held back : ' WS-CV-FILES-HELD
           DISPLAY 'Records written : ' WS-CV-TOTAL-RECORDS
           IF WS-CV-FILES-HELD > ZEROES THEN
               DISPLAY 'A held-back file still has its old layout and'
                   ' its copy under data/conv -'
               DISPLAY 'restore from the backup set before using the'
                   ' system.'
           END-IF
           DISPLAY 'Backup sets and journals taken before this run'
               ' hold the old layout -'
           DISPLAY 'take a fresh backup set before the next forward'
               ' recovery.'

           GOBACK
           STOP RUN.

       CONVERT-ADMIN-FILE.
           MOVE 'admin_file.txt' TO WS-CV-FILE-NAME
           MOVE 333 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 292 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ADMIN-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ADMIN-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ADMIN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-ADMIN-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-ADMIN-RECORD
                       WRITE FS-NEW-ADMIN-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ADMIN-FILE
               CLOSE FS-OLD-ADMIN-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-ADVISORY-FILE.
           MOVE 'advisories.txt' TO WS-CV-FILE-NAME
           MOVE 155 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 132 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 140 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ADVISORY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ADVISORY-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ADVISORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-ADVISORY-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-ADVISORY-RECORD
                       WRITE FS-NEW-ADVISORY-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ADVISORY-FILE
               CLOSE FS-OLD-ADVISORY-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-AGENT-SALE-FILE.
           MOVE 'agent_sales.txt' TO WS-CV-FILE-NAME
           MOVE 73 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 55 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-AGENT-SALE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-AGENT-SALE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-AGENT-SALE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-AGENT-SALE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-AGENT-SALE-RECORD
                       WRITE FS-NEW-AGENT-SALE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-AGENT-SALE-FILE
               CLOSE FS-OLD-AGENT-SALE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-AGENT-FILE.
           MOVE 'agents.txt' TO WS-CV-FILE-NAME
           MOVE 87 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 69 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-AGENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-AGENT-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-AGENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-AGENT-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-AGENT-RECORD
                       MOVE SPACES TO FS-N-AGENT-TIN
                       MOVE ZEROES TO FS-N-AGENT-EWT-RATE
                       WRITE FS-NEW-AGENT-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-AGENT-FILE
               CLOSE FS-OLD-AGENT-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-ALLOTMENT-FILE.
           MOVE 'allotments.txt' TO WS-CV-FILE-NAME
           MOVE 100 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 64 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 82 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ALLOTMENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ALLOTMENT-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ALLOTMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-ALLOTMENT-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-ALLOTMENT-RECORD
                       WRITE FS-NEW-ALLOTMENT-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ALLOTMENT-FILE
               CLOSE FS-OLD-ALLOTMENT-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-BOOKING-FILE.
           MOVE 'booking.txt' TO WS-CV-FILE-NAME
           MOVE 117 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 99 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-BOOKING-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-BOOKING-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-BOOKING-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-BOOKING-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-BOOKING-RECORD
                       WRITE FS-NEW-BOOKING-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-BOOKING-FILE
               CLOSE FS-OLD-BOOKING-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-BOOKING-HIST-FILE.
           MOVE 'booking_history.txt' TO WS-CV-FILE-NAME
           MOVE 117 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 99 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-BOOKING-HIST-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-BOOKING-HIST-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-BOOKING-HIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-BOOKING-HIST-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-BOOKING-HIST-RECORD
                       WRITE FS-NEW-BOOKING-HIST-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-BOOKING-HIST-FILE
               CLOSE FS-OLD-BOOKING-HIST-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PARAM-FILE.
           MOVE 'business_params.txt' TO WS-CV-FILE-NAME
           MOVE 55 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 29 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 37 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PARAM-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PARAM-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PARAM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PARAM-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PARAM-RECORD
                       WRITE FS-NEW-PARAM-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PARAM-FILE
               CLOSE FS-OLD-PARAM-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-CARGO-FILE.
           MOVE 'cargo.txt' TO WS-CV-FILE-NAME
           MOVE 234 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 216 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-CARGO-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-CARGO-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-CARGO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-CARGO-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-CARGO-RECORD
                       PERFORM DEFAULT-CARGO-TARIFF-FIELDS
                       WRITE FS-NEW-CARGO-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-CARGO-FILE
               CLOSE FS-OLD-CARGO-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-REMIT-FILE.
           MOVE 'conductor_remit.txt' TO WS-CV-FILE-NAME
           MOVE 94 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 75 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-REMIT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-REMIT-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-REMIT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-REMIT-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-REMIT-RECORD
                       WRITE FS-NEW-REMIT-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-REMIT-FILE
               CLOSE FS-OLD-REMIT-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-CONDUCTOR-FILE.
           MOVE 'conductors.txt' TO WS-CV-FILE-NAME
           MOVE 95 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 77 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-CONDUCTOR-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-CONDUCTOR-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-CONDUCTOR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-CONDUCTOR-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-CONDUCTOR-RECORD
                       WRITE FS-NEW-CONDUCTOR-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-CONDUCTOR-FILE
               CLOSE FS-OLD-CONDUCTOR-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-DEPOSIT-SLIP-FILE.
           MOVE 'deposit_slips.txt' TO WS-CV-FILE-NAME
           MOVE 128 TO WS-CV-OLD-LENGTH
           MOVE 4 TO WS-CV-DATE-COUNT
           MOVE 26 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 94 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           MOVE 102 TO WS-CV-DATE-POS(3)
           MOVE 'D' TO WS-CV-DATE-KIND(3)
           MOVE 110 TO WS-CV-DATE-POS(4)
           MOVE 'D' TO WS-CV-DATE-KIND(4)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-DEPOSIT-SLIP-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-DEPOSIT-SLIP-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-DEPOSIT-SLIP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-DEPOSIT-SLIP-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-DEPOSIT-SLIP-RECORD
                       WRITE FS-NEW-DEPOSIT-SLIP-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-DEPOSIT-SLIP-FILE
               CLOSE FS-OLD-DEPOSIT-SLIP-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-DISPUTE-FILE.
           MOVE 'disputes.txt' TO WS-CV-FILE-NAME
           MOVE 105 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 86 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-DISPUTE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-DISPUTE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-DISPUTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-DISPUTE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-DISPUTE-RECORD
                       WRITE FS-NEW-DISPUTE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-DISPUTE-FILE
               CLOSE FS-OLD-DISPUTE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-DRAWER-FILE.
           MOVE 'drawer_sessions.txt' TO WS-CV-FILE-NAME
           MOVE 152 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 123 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-DRAWER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-DRAWER-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-DRAWER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-DRAWER-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-DRAWER-RECORD
                       WRITE FS-NEW-DRAWER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-DRAWER-FILE
               CLOSE FS-OLD-DRAWER-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-CREDENTIAL-FILE.
           MOVE 'driver_credentials.txt' TO WS-CV-FILE-NAME
           MOVE 71 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 36 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 64 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-CREDENTIAL-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-CREDENTIAL-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-CREDENTIAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-CREDENTIAL-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-CREDENTIAL-RECORD
                       WRITE FS-NEW-CREDENTIAL-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-CREDENTIAL-FILE
               CLOSE FS-OLD-CREDENTIAL-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-DRIVER-FILE.
           MOVE 'drivers.txt' TO WS-CV-FILE-NAME
           MOVE 95 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 77 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-DRIVER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-DRIVER-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-DRIVER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-DRIVER-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-DRIVER-RECORD
                       WRITE FS-NEW-DRIVER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-DRIVER-FILE
               CLOSE FS-OLD-DRIVER-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-DUP-EXCEPTION-FILE.
           MOVE 'dup_exceptions.txt' TO WS-CV-FILE-NAME
           MOVE 100 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 81 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-DUP-EXCEPTION-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-DUP-EXCEPTION-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-DUP-EXCEPTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-DUP-EXCEPTION-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-DUP-EXCEPTION-RECORD
                       WRITE FS-NEW-DUP-EXCEPTION-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-DUP-EXCEPTION-FILE
               CLOSE FS-OLD-DUP-EXCEPTION-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-ERROR-LOG-FILE.
           MOVE 'error_log.txt' TO WS-CV-FILE-NAME
           MOVE 122 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 104 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ERROR-LOG-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ERROR-LOG-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ERROR-LOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-ERROR-LOG-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-ERROR-LOG-RECORD
                       WRITE FS-NEW-ERROR-LOG-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ERROR-LOG-FILE
               CLOSE FS-OLD-ERROR-LOG-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-EXCH-RATE-FILE.
           MOVE 'exchange_rates.txt' TO WS-CV-FILE-NAME
           MOVE 32 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 14 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-EXCH-RATE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-EXCH-RATE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-EXCH-RATE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-EXCH-RATE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-EXCH-RATE-RECORD
                       WRITE FS-NEW-EXCH-RATE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-EXCH-RATE-FILE
               CLOSE FS-OLD-EXCH-RATE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-FARE-MATRIX-FILE.
           MOVE 'fare_matrix.txt' TO WS-CV-FILE-NAME
           MOVE 35 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 17 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-FARE-MATRIX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-FARE-MATRIX-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-FARE-MATRIX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-FARE-MATRIX-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-FARE-MATRIX-RECORD
                       WRITE FS-NEW-FARE-MATRIX-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-FARE-MATRIX-FILE
               CLOSE FS-OLD-FARE-MATRIX-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-FEEDBACK-FILE.
           MOVE 'feedback.txt' TO WS-CV-FILE-NAME
           MOVE 198 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 180 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-FEEDBACK-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-FEEDBACK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-FEEDBACK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-FEEDBACK-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-FEEDBACK-RECORD
                       WRITE FS-NEW-FEEDBACK-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-FEEDBACK-FILE
               CLOSE FS-OLD-FEEDBACK-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-FOUND-ITEM-FILE.
           MOVE 'found_items.txt' TO WS-CV-FILE-NAME
           MOVE 141 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 114 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 122 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-FOUND-ITEM-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-FOUND-ITEM-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-FOUND-ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-FOUND-ITEM-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-FOUND-ITEM-RECORD
                       WRITE FS-NEW-FOUND-ITEM-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-FOUND-ITEM-FILE
               CLOSE FS-OLD-FOUND-ITEM-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-FRAUD-FLAG-FILE.
           MOVE 'fraud_flags.txt' TO WS-CV-FILE-NAME
           MOVE 99 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 81 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-FRAUD-FLAG-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-FRAUD-FLAG-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-FRAUD-FLAG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-FRAUD-FLAG-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-FRAUD-FLAG-RECORD
                       WRITE FS-NEW-FRAUD-FLAG-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-FRAUD-FLAG-FILE
               CLOSE FS-OLD-FRAUD-FLAG-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-FUEL-TXN-FILE.
           MOVE 'fuel_transactions.txt' TO WS-CV-FILE-NAME
           MOVE 90 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 72 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-FUEL-TXN-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-FUEL-TXN-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-FUEL-TXN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-FUEL-TXN-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-FUEL-TXN-RECORD
                       WRITE FS-NEW-FUEL-TXN-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-FUEL-TXN-FILE
               CLOSE FS-OLD-FUEL-TXN-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-INCIDENT-FILE.
           MOVE 'incidents.txt' TO WS-CV-FILE-NAME
           MOVE 105 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 87 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-INCIDENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-INCIDENT-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-INCIDENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-INCIDENT-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-INCIDENT-RECORD
                       WRITE FS-NEW-INCIDENT-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-INCIDENT-FILE
               CLOSE FS-OLD-INCIDENT-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-INSPECTION-FILE.
           MOVE 'inspections.txt' TO WS-CV-FILE-NAME
           MOVE 70 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 52 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-INSPECTION-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-INSPECTION-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-INSPECTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-INSPECTION-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-INSPECTION-RECORD
                       WRITE FS-NEW-INSPECTION-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-INSPECTION-FILE
               CLOSE FS-OLD-INSPECTION-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-INS-CLAIM-FILE.
           MOVE 'insurance_claims.txt' TO WS-CV-FILE-NAME
           MOVE 154 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 136 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-INS-CLAIM-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-INS-CLAIM-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-INS-CLAIM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-INS-CLAIM-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-INS-CLAIM-RECORD
                       WRITE FS-NEW-INS-CLAIM-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-INS-CLAIM-FILE
               CLOSE FS-OLD-INS-CLAIM-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-INS-POLICY-FILE.
           MOVE 'insurance_policies.txt' TO WS-CV-FILE-NAME
           MOVE 65 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 46 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-INS-POLICY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-INS-POLICY-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-INS-POLICY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-INS-POLICY-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-INS-POLICY-RECORD
                       WRITE FS-NEW-INS-POLICY-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-INS-POLICY-FILE
               CLOSE FS-OLD-INS-POLICY-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-INVOICE-FILE.
           MOVE 'invoice_register.txt' TO WS-CV-FILE-NAME
           MOVE 90 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 63 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 71 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-INVOICE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-INVOICE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-INVOICE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-INVOICE-RECORD
                       WRITE FS-NEW-INVOICE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-INVOICE-FILE
               CLOSE FS-OLD-INVOICE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-JOURNEY-FILE.
           MOVE 'journeys.txt' TO WS-CV-FILE-NAME
           MOVE 88 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 70 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-JOURNEY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-JOURNEY-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-JOURNEY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-JOURNEY-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-JOURNEY-RECORD
                       WRITE FS-NEW-JOURNEY-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-JOURNEY-FILE
               CLOSE FS-OLD-JOURNEY-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-LOSS-CLAIM-FILE.
           MOVE 'loss_claims.txt' TO WS-CV-FILE-NAME
           MOVE 113 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 94 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-LOSS-CLAIM-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-LOSS-CLAIM-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-LOSS-CLAIM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-LOSS-CLAIM-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-LOSS-CLAIM-RECORD
                       WRITE FS-NEW-LOSS-CLAIM-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-LOSS-CLAIM-FILE
               CLOSE FS-OLD-LOSS-CLAIM-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-ODOMETER-FILE.
           MOVE 'odometer.txt' TO WS-CV-FILE-NAME
           MOVE 31 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 24 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ODOMETER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ODOMETER-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ODOMETER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-ODOMETER-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-ODOMETER-RECORD
                       WRITE FS-NEW-ODOMETER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ODOMETER-FILE
               CLOSE FS-OLD-ODOMETER-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-OR-REG-FILE.
           MOVE 'or_register.txt' TO WS-CV-FILE-NAME
           MOVE 93 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 75 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-OR-REG-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-OR-REG-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-OR-REG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-OR-REG-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-OR-REG-RECORD
                       WRITE FS-NEW-OR-REG-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-OR-REG-FILE
               CLOSE FS-OLD-OR-REG-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-OUTBOX-FILE.
           MOVE 'outbox.txt' TO WS-CV-FILE-NAME
           MOVE 165 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 147 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-OUTBOX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-OUTBOX-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-OUTBOX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-OUTBOX-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-OUTBOX-RECORD
                       WRITE FS-NEW-OUTBOX-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-OUTBOX-FILE
               CLOSE FS-OLD-OUTBOX-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PROFILE-FILE.
           MOVE 'passenger_file.dat' TO WS-CV-FILE-NAME
           MOVE 341 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 292 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PROFILE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PROFILE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PROFILE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PROFILE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PROFILE-RECORD
                       MOVE 'ENG' TO FS-N-PROFILE-LANGUAGE
                       WRITE FS-NEW-PROFILE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PROFILE-FILE
               CLOSE FS-OLD-PROFILE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PASSENGER-FILE.
           MOVE 'passenger_file.txt' TO WS-CV-FILE-NAME
           MOVE 341 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 292 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PASSENGER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PASSENGER-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PASSENGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PASSENGER-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PASSENGER-RECORD
                       MOVE 'ENG' TO FS-N-PASSENGER-LANGUAGE
                       WRITE FS-NEW-PASSENGER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PASSENGER-FILE
               CLOSE FS-OLD-PASSENGER-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PASS-FILE.
           MOVE 'passes.txt' TO WS-CV-FILE-NAME
           MOVE 102 TO WS-CV-OLD-LENGTH
           MOVE 3 TO WS-CV-DATE-COUNT
           MOVE 60 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 68 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           MOVE 84 TO WS-CV-DATE-POS(3)
           MOVE 'D' TO WS-CV-DATE-KIND(3)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PASS-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PASS-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PASS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PASS-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PASS-RECORD
                       WRITE FS-NEW-PASS-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PASS-FILE
               CLOSE FS-OLD-PASS-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PAYMENT-FILE.
           MOVE 'payments.txt' TO WS-CV-FILE-NAME
           MOVE 182 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 164 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PAYMENT-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PAYMENT-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PAYMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PAYMENT-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PAYMENT-RECORD
                       WRITE FS-NEW-PAYMENT-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PAYMENT-FILE
               CLOSE FS-OLD-PAYMENT-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PENALTY-FILE.
           MOVE 'penalty_cases.txt' TO WS-CV-FILE-NAME
           MOVE 117 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 99 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PENALTY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PENALTY-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PENALTY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PENALTY-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PENALTY-RECORD
                       WRITE FS-NEW-PENALTY-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PENALTY-FILE
               CLOSE FS-OLD-PENALTY-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PEND-CHANGE-FILE.
           MOVE 'pending_changes.txt' TO WS-CV-FILE-NAME
           MOVE 221 TO WS-CV-OLD-LENGTH
           MOVE 4 TO WS-CV-DATE-COUNT
           MOVE 122 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 130 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           MOVE 184 TO WS-CV-DATE-POS(3)
           MOVE 'D' TO WS-CV-DATE-KIND(3)
           MOVE 203 TO WS-CV-DATE-POS(4)
           MOVE 'D' TO WS-CV-DATE-KIND(4)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PEND-CHANGE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PEND-CHANGE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PEND-CHANGE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PEND-CHANGE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PEND-CHANGE-RECORD
                       WRITE FS-NEW-PEND-CHANGE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PEND-CHANGE-FILE
               CLOSE FS-OLD-PEND-CHANGE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PERIOD-FILE.
           MOVE 'period_control.txt' TO WS-CV-FILE-NAME
           MOVE 46 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 1 TO WS-CV-DATE-POS(1)
           MOVE 'P' TO WS-CV-DATE-KIND(1)
           MOVE 13 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PERIOD-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PERIOD-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PERIOD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PERIOD-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PERIOD-RECORD
                       WRITE FS-NEW-PERIOD-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PERIOD-FILE
               CLOSE FS-OLD-PERIOD-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PRICE-CAL-FILE.
           MOVE 'pricing_calendar.txt' TO WS-CV-FILE-NAME
           MOVE 108 TO WS-CV-OLD-LENGTH
           MOVE 3 TO WS-CV-DATE-COUNT
           MOVE 61 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 69 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           MOVE 90 TO WS-CV-DATE-POS(3)
           MOVE 'D' TO WS-CV-DATE-KIND(3)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PRICE-CAL-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PRICE-CAL-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PRICE-CAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PRICE-CAL-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PRICE-CAL-RECORD
                       WRITE FS-NEW-PRICE-CAL-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PRICE-CAL-FILE
               CLOSE FS-OLD-PRICE-CAL-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PROMO-FILE.
           MOVE 'promo_codes.txt' TO WS-CV-FILE-NAME
           MOVE 60 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 26 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 42 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PROMO-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PROMO-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PROMO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-PROMO-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-PROMO-RECORD
                       WRITE FS-NEW-PROMO-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PROMO-FILE
               CLOSE FS-OLD-PROMO-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-QUOTE-FILE.
           MOVE 'quotes.txt' TO WS-CV-FILE-NAME
           MOVE 92 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 74 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-QUOTE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-QUOTE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-QUOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-QUOTE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-QUOTE-RECORD
                       WRITE FS-NEW-QUOTE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-QUOTE-FILE
               CLOSE FS-OLD-QUOTE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-REFUND-REQ-FILE.
           MOVE 'refund_requests.txt' TO WS-CV-FILE-NAME
           MOVE 118 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 81 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 100 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-REFUND-REQ-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-REFUND-REQ-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-REFUND-REQ-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-REFUND-REQ-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-REFUND-REQ-RECORD
                       WRITE FS-NEW-REFUND-REQ-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-REFUND-REQ-FILE
               CLOSE FS-OLD-REFUND-REQ-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-ROUTE-FILE.
           MOVE 'routes.txt' TO WS-CV-FILE-NAME
           MOVE 121 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 103 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ROUTE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ROUTE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ROUTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-ROUTE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-ROUTE-RECORD
                       WRITE FS-NEW-ROUTE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ROUTE-FILE
               CLOSE FS-OLD-ROUTE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-ACTUAL-FILE.
           MOVE 'schedule_actuals.txt' TO WS-CV-FILE-NAME
           MOVE 91 TO WS-CV-OLD-LENGTH
           MOVE 3 TO WS-CV-DATE-COUNT
           MOVE 16 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 37 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           MOVE 73 TO WS-CV-DATE-POS(3)
           MOVE 'D' TO WS-CV-DATE-KIND(3)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ACTUAL-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ACTUAL-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ACTUAL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-ACTUAL-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-ACTUAL-RECORD
                       WRITE FS-NEW-ACTUAL-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ACTUAL-FILE
               CLOSE FS-OLD-ACTUAL-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-POSITION-FILE.
           MOVE 'schedule_position.txt' TO WS-CV-FILE-NAME
           MOVE 52 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 33 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-POSITION-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-POSITION-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-POSITION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-POSITION-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-POSITION-RECORD
                       WRITE FS-NEW-POSITION-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-POSITION-FILE
               CLOSE FS-OLD-POSITION-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-READINESS-FILE.
           MOVE 'schedule_readiness.txt' TO WS-CV-FILE-NAME
           MOVE 58 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 39 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-READINESS-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-READINESS-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-READINESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-READINESS-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-READINESS-RECORD
                       WRITE FS-NEW-READINESS-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-READINESS-FILE
               CLOSE FS-OLD-READINESS-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-SCHEDULE-FILE.
           MOVE 'schedules.txt' TO WS-CV-FILE-NAME
           MOVE 129 TO WS-CV-OLD-LENGTH
           MOVE 3 TO WS-CV-DATE-COUNT
           MOVE 61 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 82 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           MOVE 111 TO WS-CV-DATE-POS(3)
           MOVE 'D' TO WS-CV-DATE-KIND(3)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-SCHEDULE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-SCHEDULE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-SCHEDULE-RECORD
                       WRITE FS-NEW-SCHEDULE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-SCHEDULE-FILE
               CLOSE FS-OLD-SCHEDULE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-SCHED-HIST-FILE.
           MOVE 'schedules_history.txt' TO WS-CV-FILE-NAME
           MOVE 129 TO WS-CV-OLD-LENGTH
           MOVE 3 TO WS-CV-DATE-COUNT
           MOVE 61 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 82 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           MOVE 111 TO WS-CV-DATE-POS(3)
           MOVE 'D' TO WS-CV-DATE-KIND(3)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-SCHED-HIST-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-SCHED-HIST-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-SCHED-HIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-SCHED-HIST-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-SCHED-HIST-RECORD
                       WRITE FS-NEW-SCHED-HIST-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-SCHED-HIST-FILE
               CLOSE FS-OLD-SCHED-HIST-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-SCHED-WORK-FILE.
           MOVE 'schedules_working.txt' TO WS-CV-FILE-NAME
           MOVE 139 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 121 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-SCHED-WORK-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-SCHED-WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-SCHED-WORK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-SCHED-WORK-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-SCHED-WORK-RECORD
                       WRITE FS-NEW-SCHED-WORK-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-SCHED-WORK-FILE
               CLOSE FS-OLD-SCHED-WORK-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-SERVICE-FILE.
           MOVE 'service_history.txt' TO WS-CV-FILE-NAME
           MOVE 91 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 31 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-SERVICE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-SERVICE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-SERVICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-SERVICE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-SERVICE-RECORD
                       WRITE FS-NEW-SERVICE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-SERVICE-FILE
               CLOSE FS-OLD-SERVICE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-STANDBY-FILE.
           MOVE 'standby_queue.txt' TO WS-CV-FILE-NAME
           MOVE 160 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 141 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-STANDBY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-STANDBY-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-STANDBY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-STANDBY-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-STANDBY-RECORD
                       WRITE FS-NEW-STANDBY-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-STANDBY-FILE
               CLOSE FS-OLD-STANDBY-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-STOP-FILE.
           MOVE 'stops.txt' TO WS-CV-FILE-NAME
           MOVE 64 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 46 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-STOP-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-STOP-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-STOP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-STOP-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-STOP-RECORD
                       WRITE FS-NEW-STOP-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-STOP-FILE
               CLOSE FS-OLD-STOP-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-TRIP-ACK-FILE.
           MOVE 'trip_acks.txt' TO WS-CV-FILE-NAME
           MOVE 49 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 31 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-TRIP-ACK-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-TRIP-ACK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-TRIP-ACK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-TRIP-ACK-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-TRIP-ACK-RECORD
                       WRITE FS-NEW-TRIP-ACK-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-TRIP-ACK-FILE
               CLOSE FS-OLD-TRIP-ACK-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-TRIP-EXP-FILE.
           MOVE 'trip_expenses.txt' TO WS-CV-FILE-NAME
           MOVE 71 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 53 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-TRIP-EXP-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-TRIP-EXP-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-TRIP-EXP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-TRIP-EXP-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-TRIP-EXP-RECORD
                       WRITE FS-NEW-TRIP-EXP-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-TRIP-EXP-FILE
               CLOSE FS-OLD-TRIP-EXP-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-TRIP-SUM-FILE.
           MOVE 'trip_summary.txt' TO WS-CV-FILE-NAME
           MOVE 73 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 55 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-TRIP-SUM-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-TRIP-SUM-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-TRIP-SUM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-TRIP-SUM-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-TRIP-SUM-RECORD
                       WRITE FS-NEW-TRIP-SUM-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-TRIP-SUM-FILE
               CLOSE FS-OLD-TRIP-SUM-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-VEH-DOC-FILE.
           MOVE 'vehicle_documents.txt' TO WS-CV-FILE-NAME
           MOVE 72 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 46 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 54 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-VEH-DOC-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-VEH-DOC-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-VEH-DOC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-VEH-DOC-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-VEH-DOC-RECORD
                       WRITE FS-NEW-VEH-DOC-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-VEH-DOC-FILE
               CLOSE FS-OLD-VEH-DOC-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-VEH-LOC-FILE.
           MOVE 'vehicle_location.txt' TO WS-CV-FILE-NAME
           MOVE 72 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 54 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-VEH-LOC-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-VEH-LOC-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-VEH-LOC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-VEH-LOC-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-VEH-LOC-RECORD
                       WRITE FS-NEW-VEH-LOC-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-VEH-LOC-FILE
               CLOSE FS-OLD-VEH-LOC-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-VEHICLE-FILE.
           MOVE 'vehicles.txt' TO WS-CV-FILE-NAME
           MOVE 87 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 69 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-VEHICLE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-VEHICLE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-VEHICLE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-VEHICLE-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-VEHICLE-RECORD
                       WRITE FS-NEW-VEHICLE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-VEHICLE-FILE
               CLOSE FS-OLD-VEHICLE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-VOUCHER-FILE.
           MOVE 'vouchers.txt' TO WS-CV-FILE-NAME
           MOVE 92 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 66 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 74 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-VOUCHER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-VOUCHER-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-VOUCHER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-VOUCHER-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-VOUCHER-RECORD
                       WRITE FS-NEW-VOUCHER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-VOUCHER-FILE
               CLOSE FS-OLD-VOUCHER-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-WORK-ORDER-FILE.
           MOVE 'work_orders.txt' TO WS-CV-FILE-NAME
           MOVE 132 TO WS-CV-OLD-LENGTH
           MOVE 2 TO WS-CV-DATE-COUNT
           MOVE 93 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           MOVE 113 TO WS-CV-DATE-POS(2)
           MOVE 'D' TO WS-CV-DATE-KIND(2)
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-WORK-ORDER-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-WORK-ORDER-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-WORK-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-WORK-ORDER-RECORD TO
                           WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO
                           FS-NEW-WORK-ORDER-RECORD
                       WRITE FS-NEW-WORK-ORDER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-WORK-ORDER-FILE
               CLOSE FS-OLD-WORK-ORDER-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-ADMIN-AUDIT-FILE.
           MOVE 'admin_audit.txt' TO WS-CV-FILE-NAME
           MOVE 78 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 60 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-WALLET-LEDGER-FILE.
           MOVE 'agent_wallet_ledger.txt' TO WS-CV-FILE-NAME
           MOVE 84 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 65 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-YEAREND-CKPT-FILE.
           MOVE 'artifact/yearend_checkpoint.txt' TO WS-CV-FILE-NAME
           MOVE 3 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 1 TO WS-CV-DATE-POS(1)
           MOVE 'Y' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-BATCH-CKPT-FILE.
           MOVE 'batch_checkpoint.txt' TO WS-CV-FILE-NAME
           MOVE 13 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 1 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-RUN-LOG-FILE.
           MOVE 'batch_run_log.txt' TO WS-CV-FILE-NAME
           MOVE 56 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 1 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-CANCEL-REASON-FILE.
           MOVE 'cancel_reasons.txt' TO WS-CV-FILE-NAME
           MOVE 71 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 53 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-CORP-RECEIPT-FILE.
           MOVE 'corporate_receipts.txt' TO WS-CV-FILE-NAME
           MOVE 75 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 57 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-GL-JOURNAL-FILE.
           MOVE 'export/gl_journal.txt' TO WS-CV-FILE-NAME
           MOVE 82 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 12 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-FEEDBACK-HIST-FILE.
           MOVE 'feedback_history.txt' TO WS-CV-FILE-NAME
           MOVE 131 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 112 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-PARTNER-REQ-FILE.
           MOVE 'import/partner_requests.txt' TO WS-CV-FILE-NAME
           MOVE 124 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 59 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-DAY-JOURNAL-FILE.
           MOVE 'journal/day_journal.txt' TO WS-CV-FILE-NAME
           MOVE 249 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 28 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-LEVY-LEDGER-FILE.
           MOVE 'levy_ledger.txt' TO WS-CV-FILE-NAME
           MOVE 62 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 55 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-PING-FILE.
           MOVE 'location_pings.txt' TO WS-CV-FILE-NAME
           MOVE 60 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 42 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-LOST-SALE-FILE.
           MOVE 'lost_sales.txt' TO WS-CV-FILE-NAME
           MOVE 43 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 19 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-LOYALTY-LEDGER-FILE.
           MOVE 'loyalty_ledger.txt' TO WS-CV-FILE-NAME
           MOVE 73 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 55 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       CONVERT-PAY-HISTORY-FILE.
           MOVE 'payment_history.txt' TO WS-CV-FILE-NAME
           MOVE 130 TO WS-CV-OLD-LENGTH
           MOVE 1 TO WS-CV-DATE-COUNT
           MOVE 112 TO WS-CV-DATE-POS(1)
           MOVE 'D' TO WS-CV-DATE-KIND(1)
           PERFORM CONVERT-LINE-FILE
           .

       DEFAULT-CARGO-TARIFF-FIELDS.
      *    Consignments taken before the tariff table carry no
      *    dimensions: they price on the weight they were accepted
      *    at, and were accepted on the day the record was made.
           MOVE ZEROES TO FS-N-CARGO-LENGTH-CM
           MOVE ZEROES TO FS-N-CARGO-WIDTH-CM
           MOVE ZEROES TO FS-N-CARGO-HEIGHT-CM
           IF FS-N-CARGO-WEIGHT-KG IS NUMERIC THEN
               MOVE FS-N-CARGO-WEIGHT-KG TO FS-N-CARGO-CHARGE-WEIGHT
           ELSE
               MOVE ZEROES TO FS-N-CARGO-CHARGE-WEIGHT
           END-IF
           MOVE FS-N-CARGO-TS-DATE TO FS-N-CARGO-ACCEPT-DATE
           .

       CONVERT-ROUTE-RULE-FILE.
      *    Routes are domestic until flagged cross-border.
           MOVE 'route_rules.txt' TO WS-CV-FILE-NAME
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-ROUTE-RULE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-ROUTE-RULE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-ROUTE-RULE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-O-ROUTE-RULE-KEY TO FS-N-ROUTE-RULE-KEY
                       MOVE FS-O-ROUTE-RULE-BODY TO
                           FS-N-ROUTE-RULE-BODY
                       MOVE 'N' TO FS-N-ROUTE-RULE-CROSSBORDER
                       WRITE FS-NEW-ROUTE-RULE-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-ROUTE-RULE-FILE
               CLOSE FS-OLD-ROUTE-RULE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-SEAT-ATTR-FILE.
      *    A blank deck is a single-deck unit and a blank berth is
      *    an ordinary seat.
           MOVE 'seat_attributes.txt' TO WS-CV-FILE-NAME
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-SEAT-ATTR-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-SEAT-ATTR-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-SEAT-ATTR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-O-SEAT-ATTR-KEY TO FS-N-SEAT-ATTR-KEY
                       MOVE FS-O-SEAT-ATTR-BODY TO FS-N-SEAT-ATTR-BODY
                       MOVE SPACE TO FS-N-SEAT-ATTR-DECK
                       MOVE SPACE TO FS-N-SEAT-ATTR-BERTH
                       WRITE FS-NEW-SEAT-ATTR-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-SEAT-ATTR-FILE
               CLOSE FS-OLD-SEAT-ATTR-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-PAYROLL-DED-FILE.
      *    Charges against the employee account sit between the
      *    withholding tax and the net pay; runs taken before there
      *    was an account deducted nothing.
           MOVE 'payroll_deductions.txt' TO WS-CV-FILE-NAME
           PERFORM RESET-FILE-COUNTS

           OPEN INPUT FS-OLD-PAYROLL-DED-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-PAYROLL-DED-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-PAYROLL-DED-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-O-PAYROLL-DED-KEY TO
                           FS-N-PAYROLL-DED-KEY
                       MOVE FS-O-PAYROLL-DED-LEAD TO
                           FS-N-PAYROLL-DED-LEAD
                       MOVE ZEROES TO FS-N-PAYROLL-DED-CHARGES
                       MOVE FS-O-PAYROLL-DED-TAIL TO
                           FS-N-PAYROLL-DED-TAIL
                       WRITE FS-NEW-PAYROLL-DED-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CV-AFTER-COUNT
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-PAYROLL-DED-FILE
               CLOSE FS-OLD-PAYROLL-DED-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       CONVERT-LINE-FILE.
           PERFORM RESET-FILE-COUNTS
           OPEN INPUT FS-OLD-LINE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               PERFORM REPORT-FILE-NOT-OPENED
           ELSE
               OPEN OUTPUT FS-NEW-LINE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-OLD-LINE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CV-BEFORE-COUNT
                       MOVE FS-OLD-LINE-RECORD TO WS-CV-OLD-RECORD
                       PERFORM WIDEN-RECORD-DATES
                       MOVE WS-CV-NEW-RECORD TO FS-NEW-LINE-RECORD
                       WRITE FS-NEW-LINE-RECORD
                       IF WS-FILE-STATUS = '00' THEN
                           ADD 1 TO WS-CV-AFTER-COUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-NEW-LINE-FILE
               CLOSE FS-OLD-LINE-FILE
               PERFORM REPLACE-ORIGINAL-FILE
           END-IF
           .

       RESET-FILE-COUNTS.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-CV-BEFORE-COUNT
           MOVE ZEROES TO WS-CV-AFTER-COUNT
           MOVE ZEROES TO WS-CV-DATES-CHANGED
           MOVE SPACES TO WS-CV-OLD-PATH
           STRING 'data/' WS-CV-FILE-NAME
               DELIMITED BY SPACE INTO WS-CV-OLD-PATH
           MOVE SPACES TO WS-CV-NEW-PATH
           STRING 'data/conv/' WS-CV-FILE-NAME
               DELIMITED BY SPACE INTO WS-CV-NEW-PATH
           .

       REPORT-FILE-NOT-OPENED.
           ADD 1 TO WS-CV-FILES-SKIPPED
           DISPLAY WS-CV-FILE-NAME(1:32) 'not on file or not in the'
               ' old layout (status ' WS-FILE-STATUS ')'
           .

       REPLACE-ORIGINAL-FILE.
      *    A count mismatch means a record did not go across, so the
      *    original stays where it is and the copy is kept for the
      *    post-mortem.
           DISPLAY WS-CV-FILE-NAME(1:32) WS-CV-BEFORE-COUNT '  '
               WS-CV-AFTER-COUNT ' ' WS-CV-DATES-CHANGED
           IF WS-CV-BEFORE-COUNT NOT = WS-CV-AFTER-COUNT THEN
               ADD 1 TO WS-CV-FILES-HELD
               DISPLAY '    ** counts differ - original kept, copy left'
                   ' in ' WS-CV-NEW-PATH
           ELSE
               MOVE SPACES TO WS-COMMAND
               STRING 'mv ' WS-CV-NEW-PATH DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-CV-OLD-PATH DELIMITED BY SPACE
                   INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-RETURN-CODE
               ADD 1 TO WS-CV-FILES-CONVERTED
               ADD WS-CV-AFTER-COUNT TO WS-CV-TOTAL-RECORDS
           END-IF
           .

       WIDEN-RECORD-DATES.
      *    Copies the record across a segment at a time, widening
      *    each listed field as it is reached. Positions are in the
      *    old layout and are listed in ascending order.
           MOVE SPACES TO WS-CV-NEW-RECORD
           MOVE 1 TO WS-CV-OLD-POS
           MOVE 1 TO WS-CV-NEW-POS
           MOVE 1 TO WS-CV-I
           PERFORM UNTIL WS-CV-I > WS-CV-DATE-COUNT
               COMPUTE WS-CV-SEG-LEN =
                   WS-CV-DATE-POS(WS-CV-I) - WS-CV-OLD-POS
               IF WS-CV-SEG-LEN > 0 THEN
                   MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS:WS-CV-SEG-LEN)
                       TO WS-CV-NEW-RECORD(WS-CV-NEW-POS:WS-CV-SEG-LEN)
                   ADD WS-CV-SEG-LEN TO WS-CV-OLD-POS
                   ADD WS-CV-SEG-LEN TO WS-CV-NEW-POS
               END-IF
               EVALUATE WS-CV-DATE-KIND(WS-CV-I)
                   WHEN 'P'
                       PERFORM WIDEN-ONE-PERIOD
                   WHEN 'Y'
                       PERFORM WIDEN-ONE-YEAR
                   WHEN OTHER
                       PERFORM WIDEN-ONE-DATE
               END-EVALUATE
               ADD 1 TO WS-CV-I
           END-PERFORM
           COMPUTE WS-CV-SEG-LEN =
               WS-CV-OLD-LENGTH - WS-CV-OLD-POS + 1
           IF WS-CV-SEG-LEN > 0 THEN
               MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS:WS-CV-SEG-LEN)
                   TO WS-CV-NEW-RECORD(WS-CV-NEW-POS:WS-CV-SEG-LEN)
           END-IF
           .

       WIDEN-ONE-DATE.
      *    MM/DD/YY becomes MM/DD/YYYY. A leading pair above 12 can
      *    only be a year, which is how the old time-stamps were
      *    laid out (YY/MM/DD), so those are put back in month order
      *    on the way through. Blank or unreadable dates are carried
      *    over as they are.
           MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS:8) TO WS-CV-OLD-DATE
           IF WS-CV-OLD-DATE(1:2) IS NUMERIC AND
               WS-CV-OLD-DATE(4:2) IS NUMERIC AND
               WS-CV-OLD-DATE(7:2) IS NUMERIC THEN
               IF WS-CV-OLD-DATE(1:2) > '12' THEN
                   MOVE WS-CV-OLD-DATE(1:2) TO WS-CV-YY
                   MOVE WS-CV-OLD-DATE(4:2) TO WS-CV-ND-MONTH
                   MOVE WS-CV-OLD-DATE(7:2) TO WS-CV-ND-DAY
               ELSE
                   MOVE WS-CV-OLD-DATE(1:2) TO WS-CV-ND-MONTH
                   MOVE WS-CV-OLD-DATE(4:2) TO WS-CV-ND-DAY
                   MOVE WS-CV-OLD-DATE(7:2) TO WS-CV-YY
               END-IF
               PERFORM SET-CENTURY
               MOVE WS-CV-CCYY TO WS-CV-ND-YEAR
               MOVE WS-CV-NEW-DATE TO
                   WS-CV-NEW-RECORD(WS-CV-NEW-POS:10)
               ADD 1 TO WS-CV-DATES-CHANGED
           ELSE
               MOVE WS-CV-OLD-DATE TO
                   WS-CV-NEW-RECORD(WS-CV-NEW-POS:10)
           END-IF
           ADD 8 TO WS-CV-OLD-POS
           ADD 10 TO WS-CV-NEW-POS
           .

       WIDEN-ONE-PERIOD.
      *    GL period key: YYMM becomes YYYYMM.
           IF WS-CV-OLD-RECORD(WS-CV-OLD-POS:4) IS NUMERIC THEN
               MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS:2) TO WS-CV-YY
               PERFORM SET-CENTURY
               MOVE WS-CV-CCYY TO WS-CV-NEW-RECORD(WS-CV-NEW-POS:4)
               MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS + 2:2) TO
                   WS-CV-NEW-RECORD(WS-CV-NEW-POS + 4:2)
               ADD 1 TO WS-CV-DATES-CHANGED
           ELSE
               MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS:4) TO
                   WS-CV-NEW-RECORD(WS-CV-NEW-POS:6)
           END-IF
           ADD 4 TO WS-CV-OLD-POS
           ADD 6 TO WS-CV-NEW-POS
           .

       WIDEN-ONE-YEAR.
      *    A bare YY year becomes YYYY.
           IF WS-CV-OLD-RECORD(WS-CV-OLD-POS:2) IS NUMERIC THEN
               MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS:2) TO WS-CV-YY
               PERFORM SET-CENTURY
               MOVE WS-CV-CCYY TO WS-CV-NEW-RECORD(WS-CV-NEW-POS:4)
               ADD 1 TO WS-CV-DATES-CHANGED
           ELSE
               MOVE WS-CV-OLD-RECORD(WS-CV-OLD-POS:2) TO
                   WS-CV-NEW-RECORD(WS-CV-NEW-POS:4)
           END-IF
           ADD 2 TO WS-CV-OLD-POS
           ADD 4 TO WS-CV-NEW-POS
           .

       SET-CENTURY.
           IF WS-CV-YY < 50 THEN
               COMPUTE WS-CV-CCYY = 2000 + WS-CV-YY
           ELSE
               COMPUTE WS-CV-CCYY = 1900 + WS-CV-YY
           END-IF
           .

       WRITE-CONTROL-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LINE
           STRING 'Converted ' WS-TODAY-MM '/' WS-TODAY-DD '/'
               WS-TODAY-YYYY ' - ' WS-CV-FILES-CONVERTED
               ' files, ' WS-CV-TOTAL-RECORDS ' records'
               DELIMITED BY SIZE INTO WS-LINE
           OPEN OUTPUT FS-CONTROL-FILE
           WRITE FS-CONTROL-RECORD FROM WS-LINE
           CLOSE FS-CONTROL-FILE
           .
