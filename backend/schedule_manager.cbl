               RECORD KEY IS FS-CL-VEHICLE-ID
               FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT FS-CARGO-LEGS-FILE ASSIGN TO 'data/cargo_legs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CGL-KEY
               FILE STATUS IS WS-CGL-FILE-STATUS.

           SELECT FS-BAGGAGE-FILE ASSIGN TO 'data/baggage.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RDY-SCHEDULE-ID
               FILE STATUS IS WS-RDY-FILE-STATUS.

           SELECT FS-DEFECT-FILE ASSIGN TO
               'data/inspection_defects.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-IDF-ORDER-ID
               FILE STATUS IS WS-IDF-FILE-STATUS.

           SELECT FS-MANIFEST-CHECK-FILE ASSIGN TO
               'data/manifest.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS FS-RRU-ROUTE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-MINOR-RULES-FILE ASSIGN TO 'data/minor_rules.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-UMR-ROUTE-ID
               FILE STATUS IS WS-UMR-FILE-STATUS.

           SELECT FS-BAGGAGE-RULES-FILE ASSIGN TO
               'data/baggage_rules.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-CA-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-CORP-TAX-FILE ASSIGN TO
               'data/corporate_tax_info.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTX-ACCOUNT-ID
               FILE STATUS IS WS-CTX-FILE-STATUS.

           SELECT FS-CORP-CONTRACT-FILE ASSIGN TO
               'data/corporate_contracts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CCT-CONTRACT-ID
               FILE STATUS IS WS-CCT-FILE-STATUS.

           SELECT FS-BOOKING-CONTRACT-FILE ASSIGN TO
               'data/booking_contract_fares.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BCF-BOOKING-ID
               FILE STATUS IS WS-BCF-FILE-STATUS.

           SELECT FS-CORP-RECEIPTS-FILE ASSIGN TO
               'data/corporate_receipts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS FS-AGS-BOOKING-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-AGENT-SETTLE-FILE ASSIGN TO
               'data/agent_settlements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASL-KEY
               FILE STATUS IS WS-ASL-FILE-STATUS.

           SELECT FS-AP-INVOICE-FILE ASSIGN TO 'data/ap_invoices.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-API-INVOICE-ID
               FILE STATUS IS WS-API-FILE-STATUS.

           SELECT FS-OVERBOOK-RULES-FILE ASSIGN TO
               'data/overbook_rules.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-TX-EXPENSE-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-TURNAROUND-FILE ASSIGN TO
               'data/terminal_turnarounds.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TTA-PLACE
               FILE STATUS IS WS-TTA-FILE-STATUS.

           SELECT FS-DEADHEAD-FILE ASSIGN TO 'data/deadheads.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DH-ID
               FILE STATUS IS WS-DH-FILE-STATUS.

           SELECT FS-SERVICE-CALENDAR-FILE ASSIGN TO
               'data/service_calendar.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SVC-DATE-INT
               FILE STATUS IS WS-SVC-FILE-STATUS.

           SELECT FS-FLEET-ASSET-FILE ASSIGN TO
               'data/fleet_assets.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FA-VEHICLE-ID
               FILE STATUS IS WS-FA-FILE-STATUS.

           SELECT FS-ROUTE-BUDGET-FILE ASSIGN TO
               'data/route_budgets.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RB-KEY
               FILE STATUS IS WS-RB-FILE-STATUS.

           SELECT FS-CARGO-TARIFF-FILE ASSIGN TO
               'data/cargo_tariffs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTF-KEY
               FILE STATUS IS WS-CTF-FILE-STATUS.

           SELECT FS-KPI-HISTORY-FILE ASSIGN TO 'data/kpi_history.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KPI-PERIOD
               FILE STATUS IS WS-KPT-FILE-STATUS.

           SELECT FS-CREW-EMPLOYEE-FILE ASSIGN TO
               'data/crew_employees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CE-EMP-ID
               FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT FS-STATUTORY-TABLE-FILE ASSIGN TO
               'data/statutory_tables.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STT-KEY
               FILE STATUS IS WS-STT-FILE-STATUS.

           SELECT FS-EMP-ACCOUNT-FILE ASSIGN TO
               'data/employee_accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EAC-EMP-ID
               FILE STATUS IS WS-EAC-FILE-STATUS.

           SELECT FS-EMP-LEDGER-FILE ASSIGN TO
               'data/employee_ledger.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EAL-KEY
               FILE STATUS IS WS-EAL-FILE-STATUS.

           SELECT FS-CONDUCTOR-REMIT-FILE ASSIGN TO
               'data/conductor_remit.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CRM-SCHEDULE-ID
               FILE STATUS IS WS-CRM-FILE-STATUS.

           SELECT FS-CREW-AVAIL-FILE ASSIGN TO
               'data/crew_availability.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CAV-EMP-ID
               FILE STATUS IS WS-CAV-FILE-STATUS.

           SELECT FS-CREW-LEAVE-FILE ASSIGN TO
               'data/crew_leave.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-LV-KEY
               FILE STATUS IS WS-LV-FILE-STATUS.

           SELECT FS-VEHICLE-OWNER-FILE ASSIGN TO
               'data/vehicle_owners.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OWN-OWNER-ID
               FILE STATUS IS WS-OWN-FILE-STATUS.

           SELECT FS-OWNERSHIP-FILE ASSIGN TO
               'data/vehicle_ownership.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VOW-VEHICLE-ID
               FILE STATUS IS WS-VOW-FILE-STATUS.

           SELECT FS-OWNER-SETTLEMENT-FILE ASSIGN TO
               'data/owner_settlements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OST-KEY
               FILE STATUS IS WS-OST-FILE-STATUS.

           SELECT FS-NONREV-AUTH-FILE ASSIGN TO
               'data/nonrev_auths.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NRA-AUTH-ID
               FILE STATUS IS WS-NRA-FILE-STATUS.

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

           SELECT FS-BAGGAGE-LIMIT-FILE ASSIGN TO
               'data/baggage_claim_limits.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-BCL-CLAIM-TYPE
               FILE STATUS IS WS-BCL-FILE-STATUS.

           SELECT FS-CALLCENTRE-AGENT-FILE ASSIGN TO
               'data/callcentre_agents.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CCA-AGENT-ID
               FILE STATUS IS WS-CCA-FILE-STATUS.

           SELECT FS-ASSISTED-SESSION-FILE ASSIGN TO
               'data/assisted_sessions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASN-TOKEN
               FILE STATUS IS WS-ASN-FILE-STATUS.

           SELECT FS-ONE-TIME-CODE-FILE ASSIGN TO 'data/otp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-CODE-STATUS.


           SELECT FS-MESSAGE-TEMPLATE-FILE ASSIGN TO
               'data/message_templates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MTP-KEY
               FILE STATUS IS WS-MTP-FILE-STATUS.

           SELECT FS-REPORT-SPOOL-FILE ASSIGN TO
               'data/report_spool.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RSP-RUN-ID
               FILE STATUS IS WS-RSP-FILE-STATUS.

           SELECT FS-REPORT-DIST-FILE ASSIGN TO
               'data/report_distribution.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RDL-KEY
               FILE STATUS IS WS-RDL-FILE-STATUS.

           SELECT FS-SPOOL-COPY-FILE ASSIGN USING WS-RSP-SPOOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RSP-COPY-STATUS.

           SELECT FS-REPRINT-FILE ASSIGN TO 'data/report_reprint.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-RSP-REPRINT-STATUS.

           SELECT FS-PRIVACY-REQUEST-FILE ASSIGN TO
               'data/privacy_requests.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DSR-REQUEST-ID
               FILE STATUS IS WS-DSR-FILE-STATUS.

           SELECT FS-PRIVACY-CORRECTION-FILE ASSIGN TO
               'data/privacy_corrections.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-DSC-FILE-STATUS.

           SELECT FS-CONTACTS-FILE ASSIGN TO
               'data/passenger_contacts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PCN-USER-ID
               FILE STATUS IS WS-PCN-FILE-STATUS.

           SELECT FS-MARKETING-PREFS-FILE ASSIGN TO
               'data/marketing_prefs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MKP-USER-ID
               FILE STATUS IS WS-MKP-FILE-STATUS.

           SELECT FS-DETOUR-FILE ASSIGN TO 'data/route_detours.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DTR-KEY
               FILE STATUS IS WS-DTR-FILE-STATUS.

           SELECT FS-OUTBOX-TEXT-FILE ASSIGN TO 'data/outbox_text.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-OBT-MSG-ID
               FILE STATUS IS WS-OBT-FILE-STATUS.

           SELECT FS-BAYS-FILE ASSIGN TO 'data/bays.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-JRN-SEQ-STATUS.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.

           SELECT FS-CHAIN-HEAD-FILE ASSIGN TO 'data/chain_heads.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHH-FILE-CODE
               FILE STATUS IS WS-CHN-FILE-STATUS.

           SELECT FS-CHAIN-REQUEST-FILE ASSIGN TO
               'data/chain/link_request.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CHQ-FILE-STATUS.

           SELECT FS-CHAIN-RESPONSE-FILE ASSIGN TO
               'data/chain/link_response.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CHA-FILE-STATUS.

           SELECT FS-BOOKING-EVENT-FILE ASSIGN TO
               'data/booking_events.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-BEV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FS-ROUTES-FILE.
           02    FS-ROUTE-BASE-PRICE    PIC 9(10)V9(2).
           02    FS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    FS-ROUTE-TIME-STAMP.
               03    FS-R-DATE    PIC 99/99/9999.
               03    FS-R-FILLER-SPACE    PIC X(3).
               03    FS-R-TIME.
                   04    FS-R-HOUR    PIC 99.
           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
           02    FS-DRIVER-LICENSE-NUMBER    PIC X(20).
           02    FS-DRIVER-STATUS    PIC X(11).
           02    FS-DRIVER-TIME-STAMP.
               03    FS-DR-DATE    PIC 99/99/9999.
               03    FS-DR-FILLER-SPACE    PIC X(3).
               03    FS-DR-TIME.
                   04    FS-DR-HOUR    PIC 99.
           02    FS-FK-VEHICLE-ID    PIC X(15).
           02    FS-FK-DRIVER-ID    PIC X(15).
           02    FS-S-DEPARTURE-TIME.
               03    FS-S-D-DATE    PIC 99/99/9999.
               03    FS-S-D-FILLER-SPACE-1    PIC X(3).
               03    FS-S-D-TIME.
                   04    FS-S-D-HOUR    PIC 99.
               03    FS-S-D-FILLER-SPACE-2    PIC X(3).
               03    FS-S-D-TIME-FORMAT    PIC XX.
           02    FS-S-ARRIVAL-TIME.
               03    FS-S-A-DATE    PIC 99/99/9999.
               03    FS-S-A-FILLER-SPACE-1    PIC X(3).
               03    FS-S-A-TIME.
                   04    FS-S-A-HOUR    PIC 99.
               03    FS-S-A-TIME-FORMAT    PIC XX.
           02    FS-S-STATUS    PIC X(8).
           02    FS-S-TIME-STAMP.
               03    FS-S-DATE    PIC 99/99/9999.
               03    FS-S-FILLER-SPACE    PIC X(3).
               03    FS-S-TIME.
                   04    FS-S-HOUR    PIC 99.
           02    FS-SH-FK-VEHICLE-ID    PIC X(15).
           02    FS-SH-FK-DRIVER-ID    PIC X(15).
           02    FS-SH-S-DEPARTURE-TIME.
               03    FS-SH-S-D-DATE    PIC 99/99/9999.
               03    FS-SH-S-D-FILLER-SPACE-1    PIC X(3).
               03    FS-SH-S-D-TIME.
                   04    FS-SH-S-D-HOUR    PIC 99.
               03    FS-SH-S-D-FILLER-SPACE-2    PIC X(3).
               03    FS-SH-S-D-TIME-FORMAT    PIC XX.
           02    FS-SH-S-ARRIVAL-TIME.
               03    FS-SH-S-A-DATE    PIC 99/99/9999.
               03    FS-SH-S-A-FILLER-SPACE-1    PIC X(3).
               03    FS-SH-S-A-TIME.
                   04    FS-SH-S-A-HOUR    PIC 99.
               03    FS-SH-S-A-TIME-FORMAT    PIC XX.
           02    FS-SH-S-STATUS    PIC X(8).
           02    FS-SH-S-TIME-STAMP.
               03    FS-SH-S-DATE    PIC 99/99/9999.
               03    FS-SH-S-FILLER-SPACE    PIC X(3).
               03    FS-SH-S-TIME.
                   04    FS-SH-S-HOUR    PIC 99.
           02    FS-SATT-PWD-FLAG    PIC X.
           02    FS-SATT-DOOR-FLAG    PIC X.
           02    FS-SATT-LEGROOM-FLAG    PIC X.
           02    FS-SATT-DECK    PIC X.
           02    FS-SATT-BERTH    PIC X.

       FD  FS-VDOC-FILE.
       01  FS-VDOC-RECORD.
               03    FS-VDOC-FK-VEHICLE-ID    PIC X(15).
               03    FS-VDOC-DOC-TYPE    PIC X(10).
           02    FS-VDOC-REFERENCE    PIC X(20).
           02    FS-VDOC-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-VDOC-TIME-STAMP.
               03    FS-VDOC-TS-DATE    PIC 99/99/9999.
               03    FS-VDOC-TS-FILLER-SPACE    PIC X(3).
               03    FS-VDOC-TS-TIME.
                   04    FS-VDOC-TS-HOUR    PIC 99.
       01  FS-DCR-RECORD.
           02    FS-DCR-DRIVER-ID    PIC X(15).
           02    FS-DCR-LICENSE-NO    PIC X(20).
           02    FS-DCR-LICENSE-EXPIRY    PIC 99/99/9999.
           02    FS-DCR-ACCRED-NO    PIC X(20).
           02    FS-DCR-ACCRED-EXPIRY    PIC 99/99/9999.

       FD  FS-WORKING-SCHEDULES-FILE.
       01  FS-WORKING-SCHEDULES-RECORD.
           02    FS-SW-DEPARTURE-TIME    PIC X(26).
           02    FS-SW-ARRIVAL-TIME    PIC X(26).
           02    FS-SW-STATUS    PIC X(8).
           02    FS-SW-TIME-STAMP    PIC X(21).

       FD  FS-TT-DIFF-FILE.
       01  FS-TT-DIFF-RECORD    PIC X(132).
           02    FS-PNG-FILLER-1    PIC X(3) VALUE SPACES.
           02    FS-PNG-CHECKPOINT-CODE    PIC X(20).
           02    FS-PNG-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-PNG-TIME-STAMP    PIC X(21).

       FD  FS-CARGO-FILE.
       01  FS-CARGO-RECORD.
           02    FS-CG-COD-AMOUNT    PIC 9(10)V99.
           02    FS-CG-COD-STATUS    PIC X(10).
           02    FS-CG-TIME-STAMP.
               03    FS-CG-TS-DATE    PIC 99/99/9999.
               03    FS-CG-TS-FILLER-SPACE    PIC X(3).
               03    FS-CG-TS-TIME.
                   04    FS-CG-TS-HOUR    PIC 99.
                   04    FS-CG-TS-MINUTES    PIC 99.
                   04    FS-CG-TS-COLON-2    PIC X.
                   04    FS-CG-TS-SECOND    PIC 99.
           02    FS-CG-LENGTH-CM    PIC 9(4).
           02    FS-CG-WIDTH-CM    PIC 9(4).
           02    FS-CG-HEIGHT-CM    PIC 9(4).
           02    FS-CG-CHARGE-WEIGHT    PIC 9(5)V99.
           02    FS-CG-ACCEPT-DATE    PIC 99/99/9999.

       FD  FS-CARGO-LIMITS-FILE.
       01  FS-CARGO-LIMITS-RECORD.
           02    FS-CL-VEHICLE-ID    PIC X(15).
           02    FS-CL-LIMIT-KG    PIC 9(5)V99.

       FD  FS-CARGO-LEGS-FILE.
       01  FS-CARGO-LEG-RECORD.
           02    FS-CGL-KEY.
               03    FS-CGL-CONSIGNMENT-ID    PIC X(15).
               03    FS-CGL-LEG-NUMBER    PIC 9(2).
           02    FS-CGL-FK-JOURNEY-ID    PIC X(15).
           02    FS-CGL-FK-SCHEDULE-ID    PIC X(15).
           02    FS-CGL-FK-ROUTE-ID    PIC X(15).
           02    FS-CGL-OPERATOR-ID    PIC X(15).
           02    FS-CGL-WEIGHT-KG    PIC 9(5)V99.
           02    FS-CGL-FEE-SHARE    PIC 9(10)V99.
           02    FS-CGL-STATUS    PIC X(11).
           02    FS-CGL-ACCEPT-DATE    PIC 99/99/9999.
           02    FS-CGL-SCAN-TERMINAL    PIC X(10).
           02    FS-CGL-SCAN-STAMP    PIC X(21).

       FD  FS-BAGGAGE-FILE.
       01  FS-BAGGAGE-RECORD.
           02    FS-BG-BOOKING-ID    PIC X(15).
           02    FS-ADV-FK-ROUTE-ID    PIC X(15).
           02    FS-ADV-FK-SCHEDULE-ID    PIC X(15).
           02    FS-ADV-SEVERITY    PIC X(6).
           02    FS-ADV-START-DATE    PIC 99/99/9999.
           02    FS-ADV-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-ADV-STATUS    PIC X(8).

       FD  FS-FARE-PRODUCT-FILE.
           02    FS-SPO-SCHEDULE-ID    PIC X(15).
           02    FS-SPO-CURRENT-STOP-SEQ    PIC 9(2).
           02    FS-SPO-CURRENT-STOP-ID    PIC X(15).
           02    FS-SPO-TIME-STAMP    PIC X(22).

       FD  FS-TRIP-ACK-FILE.
       01  FS-TRIP-ACK-RECORD.
           02    FS-TA-SCHEDULE-ID    PIC X(15).
           02    FS-TA-FK-DRIVER-ID    PIC X(15).
           02    FS-TA-TIME-STAMP.
               03    FS-TA-TS-DATE    PIC 99/99/9999.
               03    FS-TA-TS-FILLER-SPACE    PIC X(3).
               03    FS-TA-TS-TIME.
                   04    FS-TA-TS-HOUR    PIC 99.
           02    FS-RDY-SCHEDULE-ID    PIC X(15).
           02    FS-RDY-STATUS    PIC X(8).
           02    FS-RDY-MARKED-BY    PIC X(15).
           02    FS-RDY-TIME-STAMP    PIC X(22).

       FD  FS-DEFECT-FILE.
       01  FS-DEFECT-RECORD.
           02    FS-IDF-ORDER-ID    PIC X(15).
           02    FS-IDF-INSPECTION-ID    PIC X(15).
           02    FS-IDF-FK-SCHEDULE-ID    PIC X(15).
           02    FS-IDF-FK-VEHICLE-ID    PIC X(15).
           02    FS-IDF-ITEM    PIC X(28).
           02    FS-IDF-NOTE    PIC X(30).
           02    FS-IDF-SAFETY    PIC X.
           02    FS-IDF-STATUS    PIC X(7).
           02    FS-IDF-SIGNED-BY    PIC X(15).
           02    FS-IDF-SIGNED-STAMP    PIC X(21).

       FD  FS-MANIFEST-CHECK-FILE.
       01  FS-MANIFEST-CHECK-RECORD    PIC X(132).
           02    FS-SBQ-PHONE    PIC X(11).
           02    FS-SBQ-STATUS    PIC X(8).
           02    FS-SBQ-OFFER-SEAT    PIC 9(3).
           02    FS-SBQ-TIME-STAMP    PIC X(22).

       FD  FS-ALLOTMENT-FILE.
       01  FS-ALLOTMENT-RECORD.
           02    FS-AL-FK-SCHEDULE-ID    PIC X(15).
           02    FS-AL-OPERATOR    PIC X(30).
           02    FS-AL-SEAT-COUNT    PIC 9(3).
           02    FS-AL-RELEASE-DATE    PIC 99/99/9999.
           02    FS-AL-RELEASE-HOUR    PIC 99.
           02    FS-AL-STATUS    PIC X(8).
           02    FS-AL-TIME-STAMP.
               03    FS-AL-TS-DATE    PIC 99/99/9999.
               03    FS-AL-TS-FILLER-SPACE    PIC X(3).
               03    FS-AL-TS-TIME.
                   04    FS-AL-TS-HOUR    PIC 99.
           02    FS-CD-BADGE-NUMBER    PIC X(20).
           02    FS-CD-STATUS    PIC X(11).
           02    FS-CD-TIME-STAMP.
               03    FS-CD-DATE    PIC 99/99/9999.
               03    FS-CD-FILLER-SPACE    PIC X(3).
               03    FS-CD-TIME.
                   04    FS-CD-HOUR    PIC 99.
               88    FS-PROMO-IS-PERCENT    VALUE 'P'.
               88    FS-PROMO-IS-FLAT    VALUE 'F'.
           02    FS-PROMO-DISCOUNT-VALUE    PIC 9(7)V99.
           02    FS-PROMO-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-PROMO-STATUS    PIC X(8).
           02    FS-PROMO-TIME-STAMP.
               03    FS-PR-DATE    PIC 99/99/9999.
               03    FS-PR-FILLER-SPACE    PIC X(3).
               03    FS-PR-TIME.
                   04    FS-PR-HOUR    PIC 99.
           02    FS-FARE-TIER-2-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIER-3-FACTOR    PIC 9(3)V99.
           02    FS-FARE-TIME-STAMP.
               03    FS-FM-DATE    PIC 99/99/9999.
               03    FS-FM-FILLER-SPACE    PIC X(3).
               03    FS-FM-TIME.
                   04    FS-FM-HOUR    PIC 99.
           02    FS-EXR-CURRENCY-CODE    PIC X(3).
           02    FS-EXR-RATE-TO-PHP    PIC 9(6)V9(4).
           02    FS-EXR-TIME-STAMP.
               03    FS-EXR-DATE    PIC 99/99/9999.
               03    FS-EXR-FILLER-SPACE    PIC X(3).
               03    FS-EXR-TIME.
                   04    FS-EXR-HOUR    PIC 99.
           02    FS-VL-LONGITUDE    PIC S9(3)V9(6).
           02    FS-VL-CHECKPOINT-CODE    PIC X(20).
           02    FS-VL-TIME-STAMP.
               03    FS-VL-DATE    PIC 99/99/9999.
               03    FS-VL-FILLER-SPACE    PIC X(3).
               03    FS-VL-TIME.
                   04    FS-VL-HOUR    PIC 99.
           02    FS-GROUP-ID    PIC X(15).
           02    FS-PASSENGER-CATEGORY    PIC X(7).
           02    FS-TIME-STAMP.
               03    FS-TS-DATE    PIC 99/99/9999.
               03    FS-TS-FILLER-SPACE    PIC X(3).
               03    FS-TS-TIME.
                   04    FS-TS-HOUR    PIC 99.
           02    FS-BH-GROUP-ID    PIC X(15).
           02    FS-BH-PASSENGER-CATEGORY    PIC X(7).
           02    FS-BH-TIME-STAMP.
               03    FS-BH-TS-DATE    PIC 99/99/9999.
               03    FS-BH-TS-FILLER-SPACE    PIC X(3).
               03    FS-BH-TS-TIME.
                   04    FS-BH-TS-HOUR    PIC 99.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-P-PHONE-NUMBER    PIC X(11).
           02    FS-P-ROLE    PIC X.
           02    FS-P-TIME-STAMP.
               03    FS-P-DATE    PIC 99/99/9999.
               03    FS-P-FILLER-SPACE    PIC X(3).
               03    FS-P-TIME.
                   04    FS-P-HOUR    PIC 99.
               88    FS-P-NOTIFY-SMS-ONLY    VALUE 'S'.
               88    FS-P-NOTIFY-BOTH    VALUE 'B'.
               88    FS-P-NOTIFY-NONE    VALUE 'N'.
           02    FS-P-LANGUAGE    PIC X(3).

       FD  FS-ADMIN-FILE.
       01  FS-ADMIN-RECORD.
           02    FS-A-PHONE-NUMBER    PIC X(11).
           02    FS-A-ROLE    PIC X.
           02    FS-A-TIME-STAMP.
               03    FS-A-DATE    PIC 99/99/9999.
               03    FS-A-FILLER-SPACE    PIC X(3).
               03    FS-A-TIME.
                   04    FS-A-HOUR    PIC 99.
           02    FS-JOURNEY-TRANSFER-MINUTES    PIC 9(4).
           02    FS-JOURNEY-STATUS    PIC X(8).
           02    FS-JOURNEY-TIME-STAMP.
               03    FS-JY-DATE    PIC 99/99/9999.
               03    FS-JY-FILLER-SPACE    PIC X(3).
               03    FS-JY-TIME.
                   04    FS-JY-HOUR    PIC 99.
           02    FS-PRICING-CALENDAR-ID    PIC X(15).
           02    FS-PC-FK-ROUTE-ID    PIC X(15).
           02    FS-PC-LABEL    PIC X(30).
           02    FS-PC-START-DATE    PIC 99/99/9999.
           02    FS-PC-END-DATE    PIC 99/99/9999.
           02    FS-PC-MULTIPLIER    PIC 9(3)V99.
           02    FS-PC-STATUS    PIC X(8).
           02    FS-PC-TIME-STAMP.
               03    FS-PC-DATE    PIC 99/99/9999.
               03    FS-PC-FILLER-SPACE    PIC X(3).
               03    FS-PC-TIME.
                   04    FS-PC-HOUR    PIC 99.
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
           02    FS-RRU-CUTOFF-MINUTES    PIC 9(4).
           02    FS-RRU-HORIZON-DAYS    PIC 9(3).
           02    FS-RRU-LONGHAUL-FLAG    PIC X.
           02    FS-RRU-CROSSBORDER-FLAG    PIC X.

       FD  FS-MINOR-RULES-FILE.
       01  FS-MINOR-RULES-RECORD.
           02    FS-UMR-ROUTE-ID    PIC X(15).
           02    FS-UMR-ALLOWED    PIC X.
           02    FS-UMR-EARLIEST-HHMM    PIC 9(4).
           02    FS-UMR-LATEST-HHMM    PIC 9(4).
           02    FS-UMR-TIME-STAMP    PIC X(21).

       FD  FS-BAGGAGE-RULES-FILE.
       01  FS-BAGGAGE-RULES-RECORD.
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

       FD  FS-SCHEDULE-ACTUALS-FILE.
       01  FS-SCHEDULE-ACTUALS-RECORD.
           02    FS-SA-SCHEDULE-ID    PIC X(15).
           02    FS-SA-ACTUAL-DEPARTURE.
               03    FS-SA-AD-DATE    PIC 99/99/9999.
               03    FS-SA-AD-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AD-TIME.
                   04    FS-SA-AD-HOUR    PIC 99.
               03    FS-SA-AD-FILLER-SPACE-2    PIC X(3).
               03    FS-SA-AD-TIME-FORMAT    PIC XX.
           02    FS-SA-ACTUAL-ARRIVAL.
               03    FS-SA-AA-DATE    PIC 99/99/9999.
               03    FS-SA-AA-FILLER-SPACE-1    PIC X(3).
               03    FS-SA-AA-TIME.
                   04    FS-SA-AA-HOUR    PIC 99.
               03    FS-SA-AA-TIME-FORMAT    PIC XX.
           02    FS-SA-RECORDED-BY    PIC X(15).
           02    FS-SA-TIME-STAMP.
               03    FS-SA-TS-DATE    PIC 99/99/9999.
               03    FS-SA-TS-FILLER-SPACE    PIC X(3).
               03    FS-SA-TS-TIME.
                   04    FS-SA-TS-HOUR    PIC 99.
           02    FS-OBX-STATUS    PIC X(9).
           02    FS-OBX-ATTEMPTS    PIC 9(2).
           02    FS-OBX-TIME-STAMP.
               03    FS-OBX-TS-DATE    PIC 99/99/9999.
               03    FS-OBX-TS-FILLER-SPACE    PIC X(3).
               03    FS-OBX-TS-TIME.
                   04    FS-OBX-TS-HOUR    PIC 99.
           02    FS-FF-DETAIL    PIC X(30).
           02    FS-FF-STATUS    PIC X(8).
           02    FS-FF-TIME-STAMP.
               03    FS-FF-TS-DATE    PIC 99/99/9999.
               03    FS-FF-TS-FILLER-SPACE    PIC X(3).
               03    FS-FF-TS-TIME.
                   04    FS-FF-TS-HOUR    PIC 99.
                                        SEPARATE.
           02    FS-CRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-CRN-TIME-STAMP.
               03    FS-CRN-TS-DATE    PIC 99/99/9999.
               03    FS-CRN-TS-FILLER-SPACE    PIC X(3).
               03    FS-CRN-TS-TIME.
                   04    FS-CRN-TS-HOUR    PIC 99.
           02    FS-CA-BALANCE    PIC 9(10)V99.
           02    FS-CA-STATUS    PIC X(8).

      *    The buyer's BIR registration for the summary list of
      *    sales, kept beside the account rather than in it.
       FD  FS-CORP-TAX-FILE.
       01  FS-CORP-TAX-RECORD.
           02    FS-CTX-ACCOUNT-ID    PIC X(15).
           02    FS-CTX-TIN    PIC X(15).
           02    FS-CTX-REGISTERED-NAME    PIC X(50).
           02    FS-CTX-ADDRESS-1    PIC X(40).
           02    FS-CTX-ADDRESS-2    PIC X(40).
           02    FS-CTX-TIME-STAMP    PIC X(21).

       FD  FS-CORP-CONTRACT-FILE.
       01  FS-CORP-CONTRACT-RECORD.
           02    FS-CCT-CONTRACT-ID    PIC X(15).
           02    FS-CCT-ACCOUNT-ID    PIC X(15).
           02    FS-CCT-ROUTE-ID    PIC X(15).
           02    FS-CCT-VEHICLE-CLASS    PIC X.
           02    FS-CCT-RATE-TYPE    PIC X.
           02    FS-CCT-RATE-VALUE    PIC 9(8)V99.
           02    FS-CCT-VALID-FROM    PIC 99/99/9999.
           02    FS-CCT-VALID-TO    PIC 99/99/9999.
           02    FS-CCT-STATUS    PIC X(8).
           02    FS-CCT-TIME-STAMP    PIC X(21).

       FD  FS-BOOKING-CONTRACT-FILE.
       01  FS-BOOKING-CONTRACT-RECORD.
           02    FS-BCF-BOOKING-ID    PIC X(15).
           02    FS-BCF-ACCOUNT-ID    PIC X(15).
           02    FS-BCF-CONTRACT-ID    PIC X(15).
           02    FS-BCF-TRAVEL-DATE    PIC 99/99/9999.
           02    FS-BCF-LIST-FARE    PIC 9(10)V99.
           02    FS-BCF-CONTRACT-FARE    PIC 9(10)V99.
           02    FS-BCF-CHARGED-FARE    PIC 9(10)V99.

       FD  FS-CORP-RECEIPTS-FILE.
       01  FS-CORP-RECEIPTS-RECORD.
           02    FS-CR-ACCOUNT-ID    PIC X(15).
           02    FS-CR-REFERENCE    PIC X(20).
           02    FS-CR-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-CR-TIME-STAMP.
               03    FS-CR-TS-DATE    PIC 99/99/9999.
               03    FS-CR-TS-FILLER-SPACE    PIC X(3).
               03    FS-CR-TS-TIME.
                   04    FS-CR-TS-HOUR    PIC 99.
           02    FS-AG-COMMISSION-PCT    PIC 9(2)V99.
           02    FS-AG-STATUS    PIC X(8).
           02    FS-AG-TIME-STAMP.
               03    FS-AG-TS-DATE    PIC 99/99/9999.
               03    FS-AG-TS-FILLER-SPACE    PIC X(3).
               03    FS-AG-TS-TIME.
                   04    FS-AG-TS-HOUR    PIC 99.
                   04    FS-AG-TS-MINUTES    PIC 99.
                   04    FS-AG-TS-COLON-2    PIC X.
                   04    FS-AG-TS-SECOND    PIC 99.
           02    FS-AG-TIN    PIC X(15).
           02    FS-AG-EWT-RATE    PIC 9(2)V99.

       FD  FS-AGENT-WALLET-FILE.
       01  FS-AGENT-WALLET-RECORD.
           02    FS-AWL-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-AWL-REFERENCE    PIC X(15).
           02    FS-AWL-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-AWL-TIME-STAMP    PIC X(22).

       FD  FS-AGENT-SALES-FILE.
       01  FS-AGENT-SALES-RECORD.
           02    FS-AGS-SALE-AMOUNT    PIC 9(10)V99.
           02    FS-AGS-COMMISSION-AMOUNT    PIC 9(10)V99.
           02    FS-AGS-TIME-STAMP.
               03    FS-AGS-TS-DATE    PIC 99/99/9999.
               03    FS-AGS-TS-FILLER-SPACE    PIC X(3).
               03    FS-AGS-TS-TIME.
                   04    FS-AGS-TS-HOUR    PIC 99.
                   04    FS-AGS-TS-COLON-2    PIC X.
                   04    FS-AGS-TS-SECOND    PIC 99.

       FD  FS-AGENT-SETTLE-FILE.
       01  FS-AGENT-SETTLE-RECORD.
           02    FS-ASL-KEY.
               03    FS-ASL-AGENT-ID    PIC X(15).
               03    FS-ASL-PERIOD    PIC 9(6).
           02    FS-ASL-AGENT-NAME    PIC X(30).
           02    FS-ASL-TIN    PIC X(15).
           02    FS-ASL-SALE-COUNT    PIC 9(5).
           02    FS-ASL-GROSS-SALES    PIC 9(10)V99.
           02    FS-ASL-GROSS-COMMISSION    PIC 9(10)V99.
           02    FS-ASL-EWT-RATE    PIC 9(2)V99.
           02    FS-ASL-TAX-WITHHELD    PIC 9(10)V99.
           02    FS-ASL-NET-PAYABLE    PIC 9(10)V99.
           02    FS-ASL-FK-INVOICE-ID    PIC X(15).
           02    FS-ASL-POSTED-DATE    PIC X(10).
           02    FS-ASL-TIME-STAMP    PIC X(21).

       FD  FS-AP-INVOICE-FILE.
       01  FS-AP-INVOICE-RECORD.
           02    FS-API-INVOICE-ID    PIC X(15).
           02    FS-API-FK-SUPPLIER-ID    PIC X(15).
           02    FS-API-SUPPLIER-INV-NO    PIC X(15).
           02    FS-API-INVOICE-DATE    PIC 99/99/9999.
           02    FS-API-DUE-DATE    PIC 99/99/9999.
           02    FS-API-SOURCE-TYPE    PIC X(8).
           02    FS-API-FK-SOURCE-ID    PIC X(15).
           02    FS-API-SOURCE-QTY    PIC 9(6)V99.
           02    FS-API-QUANTITY    PIC 9(6)V99.
           02    FS-API-UNIT-PRICE    PIC 9(6)V9999.
           02    FS-API-AMOUNT    PIC 9(10)V99.
           02    FS-API-PAID-AMOUNT    PIC 9(10)V99.
           02    FS-API-MATCH-NOTE    PIC X(30).
           02    FS-API-STATUS    PIC X(8).
           02    FS-API-POSTED-DATE    PIC X(10).
           02    FS-API-TIME-STAMP    PIC X(21).

       FD  FS-OVERBOOK-RULES-FILE.
       01  FS-OVERBOOK-RULES-RECORD.
           02    FS-OB-KEY.
       01  FS-LOST-SALES-RECORD.
           02    FS-LS-ROUTE-ID    PIC X(15).
           02    FS-LS-FILLER-1    PIC X(3).
           02    FS-LS-DATE    PIC 99/99/9999.
           02    FS-LS-FILLER-2    PIC X(3).
           02    FS-LS-REASON    PIC X(8).
           02    FS-LS-FILLER-3    PIC X(3).
           02    FS-DS-VARIANCE    PIC S9(10)V99.
           02    FS-DS-STATUS    PIC X(8).
           02    FS-DS-TIME-STAMP.
               03    FS-DS-TS-DATE    PIC 99/99/9999.
               03    FS-DS-TS-FILLER-SPACE    PIC X(3).
               03    FS-DS-TS-TIME.
                   04    FS-DS-TS-HOUR    PIC 99.
           02    FS-TSU-REVENUE    PIC 9(12)V99.
           02    FS-TSU-LOAD-FACTOR-PCT    PIC 9(3)V99.
           02    FS-TSU-TIME-STAMP.
               03    FS-TSU-TS-DATE    PIC 99/99/9999.
               03    FS-TSU-TS-FILLER-SPACE    PIC X(3).
               03    FS-TSU-TS-TIME.
                   04    FS-TSU-TS-HOUR    PIC 99.
           02    FS-FB-TEXT    PIC X(100).
           02    FS-FB-STATUS    PIC X(8).
           02    FS-FB-TIME-STAMP.
               03    FS-FB-TS-DATE    PIC 99/99/9999.
               03    FS-FB-TS-FILLER-SPACE    PIC X(3).
               03    FS-FB-TS-TIME.
                   04    FS-FB-TS-HOUR    PIC 99.
           02    FS-FBH-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-FBH-NOTE    PIC X(50).
           02    FS-FBH-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-FBH-TIME-STAMP    PIC X(22).

       FD  FS-ERROR-LOG-FILE.
       01  FS-ERROR-LOG-RECORD.
           02    FS-ERR-FILE-STATUS    PIC XX.
           02    FS-ERR-RESOLVED    PIC X.
           02    FS-ERR-TIME-STAMP.
               03    FS-ERR-TS-DATE    PIC 99/99/9999.
               03    FS-ERR-TS-FILLER-SPACE    PIC X(3).
               03    FS-ERR-TS-TIME.
                   04    FS-ERR-TS-HOUR    PIC 99.
           02    FS-INC-LONGITUDE    PIC S9(3)V9(6).
           02    FS-INC-CHECKPOINT-CODE    PIC X(20).
           02    FS-INC-TIME-STAMP.
               03    FS-INC-TS-DATE    PIC 99/99/9999.
               03    FS-INC-TS-FILLER-SPACE    PIC X(3).
               03    FS-INC-TS-TIME.
                   04    FS-INC-TS-HOUR    PIC 99.
           02    FS-TX-CATEGORY    PIC X(10).
           02    FS-TX-AMOUNT    PIC 9(10)V99.
           02    FS-TX-TIME-STAMP.
               03    FS-TX-TS-DATE    PIC 99/99/9999.
               03    FS-TX-TS-FILLER-SPACE    PIC X(3).
               03    FS-TX-TS-TIME.
                   04    FS-TX-TS-HOUR    PIC 99.
           02    FS-SB-BAY-ID    PIC X(15).
           02    FS-SB-TERMINAL    PIC X(30).

       FD  FS-TURNAROUND-FILE.
       01  FS-TURNAROUND-RECORD.
           02    FS-TTA-PLACE    PIC X(30).
           02    FS-TTA-MINUTES    PIC 9(3).
           02    FS-TTA-TIME-STAMP    PIC X(21).

       FD  FS-DEADHEAD-FILE.
       01  FS-DEADHEAD-RECORD.
           02    FS-DH-ID    PIC X(15).
           02    FS-DH-FK-VEHICLE-ID    PIC X(15).
           02    FS-DH-FK-SCHEDULE-ID    PIC X(15).
           02    FS-DH-FROM-PLACE    PIC X(30).
           02    FS-DH-TO-PLACE    PIC X(30).
           02    FS-DH-DEPARTURE-TIME.
               03    FS-DH-D-DATE    PIC 99/99/9999.
               03    FS-DH-D-FILLER-SPACE-1    PIC X(3).
               03    FS-DH-D-TIME.
                   04    FS-DH-D-HOUR    PIC 99.
                   04    FS-DH-D-COLON-1    PIC X.
                   04    FS-DH-D-MINUTES    PIC 99.
               03    FS-DH-D-FILLER-SPACE-2    PIC X(3).
               03    FS-DH-D-TIME-FORMAT    PIC XX.
           02    FS-DH-ARRIVAL-TIME.
               03    FS-DH-A-DATE    PIC 99/99/9999.
               03    FS-DH-A-FILLER-SPACE-1    PIC X(3).
               03    FS-DH-A-TIME.
                   04    FS-DH-A-HOUR    PIC 99.
                   04    FS-DH-A-COLON-1    PIC X.
                   04    FS-DH-A-MINUTES    PIC 99.
               03    FS-DH-A-FILLER-SPACE-2    PIC X(3).
               03    FS-DH-A-TIME-FORMAT    PIC XX.
           02    FS-DH-DISTANCE    PIC 9(5)V99.
           02    FS-DH-STATUS    PIC X(8).
           02    FS-DH-TIME-STAMP    PIC X(21).

       FD  FS-SERVICE-CALENDAR-FILE.
       01  FS-SERVICE-CALENDAR-RECORD.
           02    FS-SVC-DATE-INT    PIC 9(8).
           02    FS-SVC-DAY-NAME    PIC X(30).
           02    FS-SVC-SERVICE    PIC X.
               88    FS-SVC-NO-SERVICE    VALUE 'N'.
               88    FS-SVC-AS-SUNDAY    VALUE 'S'.
               88    FS-SVC-PATTERN-DAY    VALUE 'P'.
           02    FS-SVC-PATTERN    PIC X(15).
           02    FS-SVC-TIME-STAMP    PIC X(21).

       FD  FS-FLEET-ASSET-FILE.
       01  FS-FLEET-ASSET-RECORD.
           02    FS-FA-VEHICLE-ID    PIC X(15).
           02    FS-FA-ACQUIRED-DATE    PIC X(10).
           02    FS-FA-COST    PIC 9(10)V99.
           02    FS-FA-LIFE-MONTHS    PIC 9(3).
           02    FS-FA-SALVAGE    PIC 9(10)V99.
           02    FS-FA-ACCUM-DEPR    PIC 9(10)V99.
           02    FS-FA-LAST-PERIOD    PIC X(6).
           02    FS-FA-STATUS    PIC X(8).
           02    FS-FA-TIME-STAMP    PIC X(21).

       FD  FS-ROUTE-BUDGET-FILE.
       01  FS-ROUTE-BUDGET-RECORD.
           02    FS-RB-KEY.
               03    FS-RB-ROUTE-ID    PIC X(15).
               03    FS-RB-PERIOD.
                   04    FS-RB-YEAR    PIC 9(4).
                   04    FS-RB-MONTH    PIC 99.
           02    FS-RB-PASSENGERS    PIC 9(7).
           02    FS-RB-REVENUE    PIC 9(10)V99.
           02    FS-RB-COST    PIC 9(10)V99.
           02    FS-RB-APPROVED-BY    PIC X(15).
           02    FS-RB-TIME-STAMP    PIC X(21).

       FD  FS-CARGO-TARIFF-FILE.
       01  FS-CARGO-TARIFF-RECORD.
           02    FS-CTF-KEY.
               03    FS-CTF-DISTANCE-TO    PIC 9(5).
               03    FS-CTF-WEIGHT-TO    PIC 9(5)V99.
           02    FS-CTF-RATE-PER-KG    PIC 9(4)V99.
           02    FS-CTF-MINIMUM-CHARGE    PIC 9(6)V99.
           02    FS-CTF-APPROVED-BY    PIC X(15).
           02    FS-CTF-TIME-STAMP    PIC X(21).

       FD  FS-KPI-HISTORY-FILE.
       01  FS-KPI-HISTORY-RECORD.
           02    FS-KPI-PERIOD    PIC X(6).
           02    FS-KPI-TRIPS-RUN    PIC 9(7).
           02    FS-KPI-TRIPS-CANCELED    PIC 9(7).
           02    FS-KPI-BOOKINGS    PIC 9(9).
           02    FS-KPI-PASSENGERS    PIC 9(9).
           02    FS-KPI-SEATS-OFFERED    PIC 9(9).
           02    FS-KPI-LOAD-FACTOR    PIC 9(3)V99.
           02    FS-KPI-ONTIME-PCT    PIC 9(3)V99.
           02    FS-KPI-NOSHOW-PCT    PIC 9(3)V99.
           02    FS-KPI-REVENUE    PIC 9(12)V99.
           02    FS-KPI-SEAT-KM    PIC 9(12)V99.
           02    FS-KPI-REV-PER-SEAT-KM    PIC 9(5)V9(4).
           02    FS-KPI-COMPLAINTS    PIC 9(7).
           02    FS-KPI-COMPLAINT-RATE    PIC 9(5)V99.
           02    FS-KPI-CANCELLATIONS    PIC 9(9).
           02    FS-KPI-TIME-STAMP    PIC X(21).

       FD  FS-CREW-EMPLOYEE-FILE.
       01  FS-CREW-EMPLOYEE-RECORD.
           02    FS-CE-EMP-ID    PIC X(15).
           02    FS-CE-ROLE    PIC X.
           02    FS-CE-TIN    PIC X(15).
           02    FS-CE-SSS-NUMBER    PIC X(12).
           02    FS-CE-PHIC-NUMBER    PIC X(14).
           02    FS-CE-HDMF-NUMBER    PIC X(14).
           02    FS-CE-TAX-STATUS    PIC X(3).
           02    FS-CE-STATUS    PIC X(8).
           02    FS-CE-TIME-STAMP    PIC X(21).

       FD  FS-STATUTORY-TABLE-FILE.
       01  FS-STATUTORY-TABLE-RECORD.
           02    FS-STT-KEY.
               03    FS-STT-TABLE    PIC X(4).
               03    FS-STT-EFFECTIVE    PIC 9(8).
               03    FS-STT-LOWER    PIC 9(7)V99.
           02    FS-STT-UPPER    PIC 9(7)V99.
           02    FS-STT-BASE-MIN    PIC 9(7)V99.
           02    FS-STT-BASE-MAX    PIC 9(7)V99.
           02    FS-STT-BASE-STEP    PIC 9(5)V99.
           02    FS-STT-EE-FIXED    PIC 9(7)V99.
           02    FS-STT-EE-RATE    PIC 9(2)V9(4).
           02    FS-STT-ER-FIXED    PIC 9(7)V99.
           02    FS-STT-ER-RATE    PIC 9(2)V9(4).
           02    FS-STT-EC-AMOUNT    PIC 9(5)V99.
           02    FS-STT-TIME-STAMP    PIC X(21).

       FD  FS-EMP-ACCOUNT-FILE.
       01  FS-EMP-ACCOUNT-RECORD.
           02    FS-EAC-EMP-ID    PIC X(15).
           02    FS-EAC-BALANCE    PIC 9(8)V99.
           02    FS-EAC-DEDUCT-CAP    PIC 9(6)V99.
           02    FS-EAC-STATUS    PIC X(8).
           02    FS-EAC-TIME-STAMP    PIC X(21).

       FD  FS-EMP-LEDGER-FILE.
       01  FS-EMP-LEDGER-RECORD.
           02    FS-EAL-KEY.
               03    FS-EAL-EMP-ID    PIC X(15).
               03    FS-EAL-ENTRY-ID    PIC X(15).
           02    FS-EAL-ENTRY-TYPE    PIC X(10).
           02    FS-EAL-DR-CR    PIC X.
           02    FS-EAL-AMOUNT    PIC 9(8)V99.
           02    FS-EAL-SOURCE-REF    PIC X(15).
           02    FS-EAL-DESCRIPTION    PIC X(30).
           02    FS-EAL-ENTRY-DATE    PIC 99/99/9999.
           02    FS-EAL-APPROVED-BY    PIC X(15).
           02    FS-EAL-BALANCE-AFTER    PIC 9(8)V99.
           02    FS-EAL-TIME-STAMP    PIC X(21).

       FD  FS-CONDUCTOR-REMIT-FILE.
       01  FS-CONDUCTOR-REMIT-RECORD.
           02    FS-CRM-SCHEDULE-ID    PIC X(15).
           02    FS-CRM-FK-CONDUCTOR-ID    PIC X(15).
           02    FS-CRM-EXPECTED-CASH    PIC 9(10)V99.
           02    FS-CRM-COUNTED-CASH    PIC 9(10)V99.
           02    FS-CRM-VARIANCE    PIC S9(10)V99.
           02    FS-CRM-STATUS    PIC X(8).
           02    FS-CRM-TIME-STAMP    PIC X(22).

      *    One row per driver or conductor: weekly rest days (Monday
      *    first, 'Y' = off), any suspension and the yearly leave
      *    entitlements in days.
       FD  FS-CREW-AVAIL-FILE.
       01  FS-CREW-AVAIL-RECORD.
           02    FS-CAV-EMP-ID    PIC X(15).
           02    FS-CAV-ROLE    PIC X.
           02    FS-CAV-REST-DAYS    PIC X(7).
           02    FS-CAV-STATUS    PIC X(10).
               88    FS-CAV-IS-SUSPENDED    VALUE 'suspended'.
           02    FS-CAV-SUSPEND-FROM    PIC 9(8).
           02    FS-CAV-SUSPEND-TO    PIC 9(8).
           02    FS-CAV-SUSPEND-REASON    PIC X(30).
           02    FS-CAV-VL-DAYS    PIC 9(3).
           02    FS-CAV-SL-DAYS    PIC 9(3).
           02    FS-CAV-EL-DAYS    PIC 9(3).
           02    FS-CAV-TIME-STAMP    PIC X(21).

       FD  FS-CREW-LEAVE-FILE.
       01  FS-CREW-LEAVE-RECORD.
           02    FS-LV-KEY.
               03    FS-LV-EMP-ID    PIC X(15).
               03    FS-LV-LEAVE-ID    PIC X(15).
           02    FS-LV-TYPE    PIC X(10).
           02    FS-LV-START-INT    PIC 9(8).
           02    FS-LV-END-INT    PIC 9(8).
           02    FS-LV-DAYS    PIC 9(3).
           02    FS-LV-REASON    PIC X(30).
           02    FS-LV-STATUS    PIC X(10).
           02    FS-LV-FILED-BY    PIC X(15).
           02    FS-LV-DECIDED-BY    PIC X(15).
           02    FS-LV-TIME-STAMP    PIC X(21).

      *    Owner-operators: the contract is a fixed daily boundary
      *    per bus that runs ('B') or a percentage of fare revenue to
      *    the company ('S'). Carry-forward is boundary the owner has
      *    not yet covered, recovered from later settlements.
       FD  FS-VEHICLE-OWNER-FILE.
       01  FS-VEHICLE-OWNER-RECORD.
           02    FS-OWN-OWNER-ID    PIC X(15).
           02    FS-OWN-NAME    PIC X(30).
           02    FS-OWN-TIN    PIC X(15).
           02    FS-OWN-CONTRACT-TYPE    PIC X.
               88    FS-OWN-IS-BOUNDARY    VALUE 'B'.
               88    FS-OWN-IS-SHARE    VALUE 'S'.
           02    FS-OWN-DAILY-BOUNDARY    PIC 9(7)V99.
           02    FS-OWN-COMPANY-SHARE-PCT    PIC 9(3)V99.
           02    FS-OWN-TERMS-DAYS    PIC 9(3).
           02    FS-OWN-CARRY-FWD    PIC 9(8)V99.
           02    FS-OWN-STATUS    PIC X(8).
           02    FS-OWN-TIME-STAMP    PIC X(21).

      *    Ownership flag per bus, kept apart from the vehicle master.
      *    No row, or 'C', is a company bus.
       FD  FS-OWNERSHIP-FILE.
       01  FS-OWNERSHIP-RECORD.
           02    FS-VOW-VEHICLE-ID    PIC X(15).
           02    FS-VOW-FK-OWNER-ID    PIC X(15).
           02    FS-VOW-OWNERSHIP    PIC X.
               88    FS-VOW-IS-OWNER-OPERATED    VALUE 'O'.
               88    FS-VOW-IS-COMPANY    VALUE 'C'.
           02    FS-VOW-EFFECTIVE-DATE    PIC 9(8).
           02    FS-VOW-TIME-STAMP    PIC X(21).

       FD  FS-OWNER-SETTLEMENT-FILE.
       01  FS-OWNER-SETTLEMENT-RECORD.
           02    FS-OST-KEY.
               03    FS-OST-OWNER-ID    PIC X(15).
               03    FS-OST-SETTLE-DATE    PIC 9(8).
           02    FS-OST-CONTRACT-TYPE    PIC X.
           02    FS-OST-TRIPS    PIC 9(4).
           02    FS-OST-UNITS    PIC 9(3).
           02    FS-OST-BOOKED-REVENUE    PIC 9(10)V99.
           02    FS-OST-ONBOARD-REVENUE    PIC 9(10)V99.
           02    FS-OST-TOTAL-REVENUE    PIC 9(10)V99.
           02    FS-OST-COMPANY-DUE    PIC 9(10)V99.
           02    FS-OST-OWNER-SHARE    PIC S9(10)V99.
           02    FS-OST-CARRY-APPLIED    PIC 9(10)V99.
           02    FS-OST-NET-PAYABLE    PIC 9(10)V99.
           02    FS-OST-SHORTFALL    PIC 9(10)V99.
           02    FS-OST-CARRY-AFTER    PIC 9(10)V99.
           02    FS-OST-FK-INVOICE-ID    PIC X(15).
           02    FS-OST-POSTED-DATE    PIC X(10).
           02    FS-OST-TIME-STAMP    PIC X(21).

      *    Non-revenue travel authorizations: 'D' crew deadheading on
      *    duty, 'S' staff on company business, 'C' complimentary.
      *    Valid dates are travel dates; the counter desk counts each
      *    ticket issued against the trips allowed.
       FD  FS-NONREV-AUTH-FILE.
       01  FS-NONREV-AUTH-RECORD.
           02    FS-NRA-AUTH-ID    PIC X(15).
           02    FS-NRA-KIND    PIC X.
               88    FS-NRA-IS-DUTY    VALUE 'D'.
               88    FS-NRA-IS-STAFF    VALUE 'S'.
               88    FS-NRA-IS-COMP    VALUE 'C'.
           02    FS-NRA-FIRST-NAME    PIC X(30).
           02    FS-NRA-LAST-NAME    PIC X(30).
           02    FS-NRA-APPROVER-ID    PIC X(15).
           02    FS-NRA-REASON    PIC X(40).
           02    FS-NRA-COST-CENTRE    PIC X(10).
           02    FS-NRA-VALID-FROM    PIC X(10).
           02    FS-NRA-VALID-TO    PIC X(10).
           02    FS-NRA-TRIPS-ALLOWED    PIC 9(3).
           02    FS-NRA-TRIPS-USED    PIC 9(3).
           02    FS-NRA-STATUS    PIC X(8).
           02    FS-NRA-ENTERED-BY    PIC X(15).
           02    FS-NRA-TIME-STAMP    PIC X(21).

      *    Baggage claims, one per tagged bag (tag number is the
      *    booking ID and the piece number). Route, vehicle and the
      *    loading terminal are taken from the trip when the claim
      *    is filed, for the monthly claims report.
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

      *    Compensation limits by claim type: per kg of the bag's
      *    weight and per bag. Zero means that limit does not apply.
       FD  FS-BAGGAGE-LIMIT-FILE.
       01  FS-BAGGAGE-LIMIT-RECORD.
           02    FS-BCL-CLAIM-TYPE    PIC X(8).
           02    FS-BCL-PER-KG    PIC 9(5)V99.
           02    FS-BCL-MAX-PER-BAG    PIC 9(8)V99.
           02    FS-BCL-TIME-STAMP    PIC X(21).

      *    Admins allowed to book on a caller's behalf from the
      *    call centre. A revoked agent keeps the row so the monthly
      *    report can still name them.
       FD  FS-CALLCENTRE-AGENT-FILE.
       01  FS-CALLCENTRE-AGENT-RECORD.
           02    FS-CCA-AGENT-ID    PIC X(15).
           02    FS-CCA-STATUS    PIC X(8).
           02    FS-CCA-AUTHORISED-BY    PIC X(15).
           02    FS-CCA-TIME-STAMP    PIC X(21).

      *    One row per open assisted session: the passenger session
      *    token handed to booking_engine and the agent working it.
       FD  FS-ASSISTED-SESSION-FILE.
       01  FS-ASSISTED-SESSION-RECORD.
           02    FS-ASN-TOKEN    PIC X(15).
           02    FS-ASN-AGENT-ID    PIC X(15).
           02    FS-ASN-USER-ID    PIC X(15).
           02    FS-ASN-TIME-STAMP    PIC X(21).

       FD  FS-ONE-TIME-CODE-FILE.
       01  FS-ONE-TIME-CODE    PIC X(6).


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

      *    Index of spooled report runs, written by report_spool.
       FD  FS-REPORT-SPOOL-FILE.
       01  FS-REPORT-SPOOL-RECORD.
           02    FS-RSP-RUN-ID    PIC X(15).
           02    FS-RSP-REPORT-TYPE    PIC X(20).
           02    FS-RSP-JOB-NAME    PIC X(20).
           02    FS-RSP-RUN-DATE    PIC X(10).
           02    FS-RSP-RUN-TIME    PIC X(8).
           02    FS-RSP-LINE-COUNT    PIC 9(7).
           02    FS-RSP-RECIPIENTS    PIC 9(3).
           02    FS-RSP-SOURCE-PATH    PIC X(100).
           02    FS-RSP-SPOOL-PATH    PIC X(100).
           02    FS-RSP-STATUS    PIC X(8).

       FD  FS-REPORT-DIST-FILE.
       01  FS-REPORT-DIST-RECORD.
           02    FS-RDL-KEY.
               03    FS-RDL-REPORT-TYPE    PIC X(20).
               03    FS-RDL-ADDRESS    PIC X(100).
           02    FS-RDL-ADDED-BY    PIC X(15).
           02    FS-RDL-TIME-STAMP    PIC X(21).

       FD  FS-SPOOL-COPY-FILE.
       01  FS-SPOOL-COPY-RECORD    PIC X(400).

       FD  FS-REPRINT-FILE.
       01  FS-REPRINT-RECORD    PIC X(400).

      *    Data-subject requests under the Data Privacy Act, with the
      *    date received and the date the answer is due by law.
       FD  FS-PRIVACY-REQUEST-FILE.
       01  FS-PRIVACY-REQUEST-RECORD.
           02    FS-DSR-REQUEST-ID    PIC X(15).
           02    FS-DSR-FK-USER-ID    PIC X(15).
           02    FS-DSR-REQUEST-TYPE    PIC X(10).
               88    FS-DSR-IS-ACCESS    VALUE 'ACCESS'.
               88    FS-DSR-IS-CORRECTION    VALUE 'CORRECTION'.
           02    FS-DSR-RECEIVED-DATE    PIC X(10).
           02    FS-DSR-DUE-DATE    PIC X(10).
           02    FS-DSR-STATUS    PIC X(8).
               88    FS-DSR-IS-OPEN    VALUE 'open'.
           02    FS-DSR-DETAILS    PIC X(60).
           02    FS-DSR-LOGGED-BY    PIC X(15).
           02    FS-DSR-REPORT-DATE    PIC X(10).
           02    FS-DSR-CLOSED-DATE    PIC X(10).
           02    FS-DSR-CLOSED-BY    PIC X(15).
           02    FS-DSR-TIME-STAMP    PIC X(21).

      *    Before and after image of every correction applied.
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

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-PCN-USER-ID    PIC X(15).
           02    FS-PCN-EMERGENCY-NAME    PIC X(50).
           02    FS-PCN-EMERGENCY-PHONE    PIC X(11).
           02    FS-PCN-NATIONALITY    PIC X(20).

       FD  FS-MARKETING-PREFS-FILE.
       01  FS-MARKETING-PREFS-RECORD.
           02    FS-MKP-USER-ID    PIC X(15).
           02    FS-MKP-CONSENT    PIC X.

       FD  FS-DETOUR-FILE.
       01  FS-DETOUR-RECORD.
           02    FS-DTR-KEY.
               03    FS-DTR-FK-ROUTE-ID    PIC X(15).
               03    FS-DTR-FK-STOP-ID    PIC X(15).
               03    FS-DTR-FROM-INT    PIC 9(8).
           02    FS-DTR-TO-INT    PIC 9(8).
           02    FS-DTR-SUBSTITUTE-STOP-ID    PIC X(15).
           02    FS-DTR-REASON    PIC X(40).
           02    FS-DTR-STATUS    PIC X(8).
           02    FS-DTR-TIME-STAMP    PIC X(21).

       FD  FS-OUTBOX-TEXT-FILE.
       01  FS-OUTBOX-TEXT-RECORD.
           02    FS-OBT-MSG-ID    PIC X(15).
           02    FS-OBT-TEXT    PIC X(200).

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
           02    FS-VCH-FK-BOOKING-ID    PIC X(15).
           02    FS-VCH-VALUE    PIC 9(10)V99.
           02    FS-VCH-STATUS    PIC X(8).
           02    FS-VCH-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-VCH-TIME-STAMP.
               03    FS-VCH-TS-DATE    PIC 99/99/9999.
               03    FS-VCH-TS-FILLER-SPACE    PIC X(3).
               03    FS-VCH-TS-TIME.
                   04    FS-VCH-TS-HOUR    PIC 99.
           02    FS-STP-STOP-ID    PIC X(15).
           02    FS-STP-NAME    PIC X(30).
           02    FS-STP-TIME-STAMP.
               03    FS-STP-DATE    PIC 99/99/9999.
               03    FS-STP-FILLER-SPACE    PIC X(3).
               03    FS-STP-TIME.
                   04    FS-STP-HOUR    PIC 99.
           02    FS-PCH-NEW-VALUE-2    PIC 9(6)V9(4).
           02    FS-PCH-NEW-VALUE-3    PIC 9(6)V9(4).
           02    FS-PCH-NEW-LABEL    PIC X(30).
           02    FS-PCH-NEW-START-DATE    PIC 99/99/9999.
           02    FS-PCH-NEW-END-DATE    PIC 99/99/9999.
           02    FS-PCH-NEW-STATUS-VAL    PIC X(8).
           02    FS-PCH-STATUS    PIC X(8).
           02    FS-PCH-REQUESTED-BY    PIC X(15).
           02    FS-PCH-DECIDED-BY    PIC X(15).
           02    FS-PCH-REQUEST-TIME-STAMP.
               03    FS-PCH-RQ-DATE    PIC 99/99/9999.
               03    FS-PCH-RQ-FILLER-SPACE    PIC X(3).
               03    FS-PCH-RQ-TIME.
                   04    FS-PCH-RQ-HOUR    PIC 99.
                   04    FS-PCH-RQ-COLON-2    PIC X.
                   04    FS-PCH-RQ-SECOND    PIC 99.
           02    FS-PCH-DECISION-TIME-STAMP.
               03    FS-PCH-DC-DATE    PIC 99/99/9999.
               03    FS-PCH-DC-FILLER-SPACE    PIC X(3).
               03    FS-PCH-DC-TIME.
                   04    FS-PCH-DC-HOUR    PIC 99.
           02    FS-AUD-RECORD-KEY    PIC X(15).
           02    FS-AUD-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-AUD-TIME-STAMP.
               03    FS-AUD-DATE    PIC 99/99/9999.
               03    FS-AUD-FILLER-SPACE    PIC X(3).
               03    FS-AUD-TIME.
                   04    FS-AUD-HOUR    PIC 99.
                   04    FS-AUD-MINUTES    PIC 99.
                   04    FS-AUD-COLON-2    PIC X.
                   04    FS-AUD-SECOND    PIC 99.
           02    FS-AUD-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-AUD-CHAIN-SEQ    PIC 9(9).
           02    FS-AUD-FILLER-5    PIC X(3) VALUE SPACES.
           02    FS-AUD-CHAIN-HASH    PIC X(64).

       FD  FS-BOOKING-EXPORT-FILE.
       01  FS-BOOKING-EXPORT-RECORD    PIC X(150).
           02    FS-JRN-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-JRN-IMAGE    PIC X(200).

       FD  FS-JOURNAL-SEQ-FILE.
       01  FS-JOURNAL-SEQ-RECORD    PIC 9(7).

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

       FD  FS-CHAIN-HEAD-FILE.
       01  FS-CHAIN-HEAD-RECORD.
           02    FS-CHH-FILE-CODE    PIC X(8).
           02    FS-CHH-LAST-SEQ    PIC 9(9).
           02    FS-CHH-LAST-HASH    PIC X(64).
           02    FS-CHH-TIME-STAMP    PIC X(21).

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
       01  WS-JRN-FILE-STATUS    PIC XX.
       01  WS-TID-FILE-STATUS    PIC XX.
       01  WS-TERMINAL-CODE    PIC X(10) VALUE 'HQ'.
       01  WS-DATE.
           02    WS-YEAR    PIC 9999.
           02    WS-MONTH    PIC 99.
           02    WS-DAY    PIC 99.
       01  WS-INPUT-DATE.
           02    WS-I-MONTH    PIC 99/.
           02    WS-I-DAY    PIC 99/.
           02    WS-I-YEAR    PIC 9999.
       01  WS-MONTH-CHECKER PIC 99.
           88  WS-MONTHS-31    VALUE 1,3,5,7,8,10,12.
           88  WS-MONTHS-30    VALUE 4,6,9,11.
           02    WS-GSI-DATE    PIC 9(6).
           02    WS-GSI-TIME    PIC 9(6).
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
       01  WS-CKD-ENTRY    PIC X(15).
       01  WS-CKD-OK    PIC X.
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
       01  WS-TIME-STAMP-D-A.
           02    WS-DA-DATE    PIC 99/99/9999.
           02    WS-DA-FILLER-SPACE-1    PIC X(3) VALUE SPACES.
           02    WS-DA-TIME.
               03    WS-DA-HOUR    PIC 99.
           02    WS-ROUTE-BASE-PRICE    PIC 9(10)V99.
           02    WS-ROUTE-CURRENCY-CODE    PIC X(3).
           02    WS-ROUTE-TIME-STAMP.
               03    WS-R-DATE    PIC 99/99/9999.
               03    WS-R-FILLER-SPACE    PIC X(3).
               03    WS-R-TIME.
                   04    WS-R-HOUR    PIC 99.
           02    WS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    WS-VEHICLE-STATUS    PIC X(11).
           02    WS-VEHICLE-TIME-STAMP.
               03    WS-V-DATE    PIC 99/99/9999.
               03    WS-V-FILLER-SPACE    PIC X(3).
               03    WS-V-TIME.
                   04    WS-V-HOUR    PIC 99.
           02    WS-DRIVER-LICENSE-NUMBER    PIC X(20).
           02    WS-DRIVER-STATUS    PIC X(11).
           02    WS-DRIVER-TIME-STAMP.
               03    WS-DR-DATE    PIC 99/99/9999.
               03    WS-DR-FILLER-SPACE    PIC X(3).
               03    WS-DR-TIME.
                   04    WS-DR-HOUR    PIC 99.
           02    WS-FK-VEHICLE-ID    PIC X(15).
           02    WS-FK-DRIVER-ID    PIC X(15).
           02    WS-S-DEPARTURE-TIME.
               03    WS-S-D-DATE    PIC 99/99/9999.
               03    WS-S-D-FILLER-SPACE-1    PIC X(3) VALUE SPACES.
               03    WS-S-D-TIME.
                   04    WS-S-D-HOUR    PIC 99.
               03    WS-S-D-FILLER-SPACE-2    PIC X(3) VALUE SPACES.
               03    WS-S-D-TIME-FORMAT    PIC XX.
           02    WS-S-ARRIVAL-TIME.
               03    WS-S-A-DATE    PIC 99/99/9999.
               03    WS-S-A-FILLER-SPACE-1    PIC X(3).
               03    WS-S-A-TIME.
                   04    WS-S-A-HOUR    PIC 99.
               03    WS-S-A-TIME-FORMAT    PIC XX.
           02    WS-S-STATUS    PIC X(8).
           02    WS-S-TIME-STAMP.
               03    WS-S-DATE    PIC 99/99/9999.
               03    WS-S-FILLER-SPACE    PIC X(3).
               03    WS-S-TIME.
                   04    WS-S-HOUR    PIC 99.
       01  WS-SATT-LAYOUT-REM    PIC 9(3).
       01  WS-SATT-LAYOUT-QUOT    PIC 9(3).
       01  WS-SATT-SEEDED-COUNT    PIC 9(3).
       01  WS-SATT-UPPER-FROM-ENTRY    PIC 9(3).
       01  WS-SATT-SLEEPER-ANSWER    PIC X(3).
       01  WS-SATT-DECK-CHOICE    PIC X.
       01  WS-SATT-BERTH-CHOICE    PIC X.
       01  WS-VDOC-FILE-STATUS    PIC XX.
       01  WS-VDOC-BLOCKED    PIC X.
       01  WS-VDOC-EXPIRED-TYPE    PIC X(10).
       01  WS-BST-FILE-STATUS    PIC XX.
       01  WS-FP-FILE-STATUS    PIC XX.
       01  WS-MDX-ROUTE-ENTRY    PIC X(15).
       01  WS-MDX-START-ENTRY    PIC X(10).
       01  WS-MDX-END-ENTRY    PIC X(10).
       01  WS-MDX-REASON-ENTRY    PIC X.
       01  WS-MDX-START-DAY    PIC S9(9) COMP.
       01  WS-MDX-END-DAY    PIC S9(9) COMP.
       01  WS-MDX-PRODUCT    PIC X(8).
       01  WS-MDX-NOTIFIED-TOTAL    PIC 9(5).
       01  WS-RRU-LONGHAUL-ENTRY    PIC X.
       01  WS-RRU-CROSSBORDER-ENTRY    PIC X.
       01  WS-ADV-FILE-STATUS    PIC XX.
       01  WS-CG-FILE-STATUS    PIC XX.
       01  WS-PING-FILE-STATUS    PIC XX.
       01  WS-TTD-FILE-STATUS    PIC XX.
       01  WS-TT-MENU-CHOICE    PIC X.
       01  WS-TT-SCHEDULE-ENTRY    PIC X(15).
       01  WS-TT-EFFECTIVE-ENTRY    PIC X(10).
       01  WS-TT-EFFECTIVE-DAY    PIC S9(9) COMP.
       01  WS-TT-DATE-INT    PIC 9(8).
       01  WS-TT-DEP-DAY    PIC S9(9) COMP.
       01  WS-LOAD-PAX-COUNT    PIC 9(3).
       01  WS-LOAD-PAX-KG    PIC 9(7)V99.
       01  WS-LOAD-EOF    PIC X.
       01  WS-CGL-FILE-STATUS    PIC XX.
       01  WS-ADV-MENU-CHOICE    PIC X.
       01  WS-ADV-MESSAGE-ENTRY    PIC X(80).
       01  WS-ADV-ROUTE-ENTRY    PIC X(15).
       01  WS-ADV-SCHEDULE-ENTRY    PIC X(15).
       01  WS-ADV-SEVERITY-CHOICE    PIC X.
       01  WS-ADV-START-ENTRY    PIC X(10).
       01  WS-ADV-EXPIRY-ENTRY    PIC X(10).
       01  WS-ADV-ID-ENTRY    PIC X(15).
       01  WS-ADV-PUSH-COUNT    PIC 9(4).
       01  WS-ADV-EOF    PIC X.
       01  WS-RDY-BAY-OK    PIC X.
       01  WS-RDY-MANIFEST-OK    PIC X.
       01  WS-RDY-INCIDENT-OK    PIC X.
       01  WS-RDY-DEFECT-OK    PIC X.
       01  WS-IDF-FILE-STATUS    PIC XX.
       01  WS-RDY-ALL-GREEN    PIC X.
       01  WS-RDY-MARK-ANSWER    PIC X(3).
       01  WS-RDY-BOARD-OK    PIC X.
       01  WS-AL-SCHEDULE-ENTRY    PIC X(15).
       01  WS-AL-OPERATOR-ENTRY    PIC X(30).
       01  WS-AL-SEATS-ENTRY    PIC 9(3).
       01  WS-AL-RELEASE-DATE-ENTRY    PIC X(10).
       01  WS-AL-RELEASE-HOUR-ENTRY    PIC 99.
       01  WS-AL-ID-ENTRY    PIC X(15).
       01  WS-AL-BLOCKED-COUNT    PIC 9(3).
       01  WS-SCW-ASSIGN-ANSWER    PIC X(3).
       01  WS-CDT-DUTY-CONDUCTOR-ID    PIC X(15).
       01  WS-ROSTER-MONTH-ENTRY    PIC 99.
       01  WS-ROSTER-YEAR-ENTRY    PIC 9(4).
       01  WS-ROSTER-CONDUCTOR-NAME    PIC X(30).
       01  WS-ROSTER-DRIVER-NAME    PIC X(30).
       01  WS-PROMO-RECORD.
           02    WS-PROMO-CODE    PIC X(15).
           02    WS-PROMO-DISCOUNT-TYPE    PIC X.
           02    WS-PROMO-DISCOUNT-VALUE    PIC 9(7)V99.
           02    WS-PROMO-EXPIRY-DATE    PIC 99/99/9999.
           02    WS-PROMO-STATUS    PIC X(8).
           02    WS-PROMO-TIME-STAMP.
               03    WS-PR-DATE    PIC 99/99/9999.
               03    WS-PR-FILLER-SPACE    PIC X(3).
               03    WS-PR-TIME.
                   04    WS-PR-HOUR    PIC 99.
                   04    WS-PR-SECOND    PIC 99.
       01  WS-PROMO-MENU-CHOICE    PIC X.
       01  WS-PROMO-TYPE-CHOICE    PIC X.
       01  WS-PROMO-REPORT-ENTRY    PIC X(15).
       01  WS-NOSHOW-MENU-CHOICE    PIC X.
       01  WS-FARE-MATRIX-RECORD.
           02    WS-FARE-CLASS    PIC X.
           02    WS-FARE-TIER-2-FACTOR    PIC 9(3)V99.
           02    WS-FARE-TIER-3-FACTOR    PIC 9(3)V99.
           02    WS-FARE-TIME-STAMP.
               03    WS-FM-DATE    PIC 99/99/9999.
               03    WS-FM-FILLER-SPACE    PIC X(3).
               03    WS-FM-TIME.
                   04    WS-FM-HOUR    PIC 99.
           02    WS-EXR-CURRENCY-CODE    PIC X(3).
           02    WS-EXR-RATE-TO-PHP    PIC 9(6)V9(4).
           02    WS-EXR-TIME-STAMP.
               03    WS-EXR-DATE    PIC 99/99/9999.
               03    WS-EXR-FILLER-SPACE    PIC X(3).
               03    WS-EXR-TIME.
                   04    WS-EXR-HOUR    PIC 99.
           02    WS-VL-LONGITUDE    PIC S9(3)V9(6).
           02    WS-VL-CHECKPOINT-CODE    PIC X(20).
           02    WS-VL-TIME-STAMP.
               03    WS-VL-DATE    PIC 99/99/9999.
               03    WS-VL-FILLER-SPACE    PIC X(3).
               03    WS-VL-TIME.
                   04    WS-VL-HOUR    PIC 99.
                   04    WS-VL-SECOND    PIC 99.
       01  WS-VEHICLE-LOCATION-MENU-CHOICE    PIC X.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-TODAY-TIME    PIC 9(8).
       01  WS-RECON-ORPHAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-RS-I-MONTH    PIC 99.
       01  WS-RS-I-DAY    PIC 99.
       01  WS-RS-I-YEAR    PIC 9999.
       01  WS-RS-START-DATE-INT    PIC 9(8).
       01  WS-RS-END-DATE-INT    PIC 9(8).
       01  WS-RS-START-DAY-NUMBER    PIC S9(9) COMP.
           02    WS-RS-A-HOUR    PIC 99.
           02    WS-RS-A-MINUTES    PIC 99.
           02    WS-RS-A-TIME-FORMAT    PIC XX.
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-OCC-TERM-FOUND    PIC X.
       01  WS-OCC-I-MONTH    PIC 99.
       01  WS-OCC-I-DAY    PIC 99.
       01  WS-OCC-I-YEAR    PIC 9999.
       01  WS-OCC-START-DATE-INT    PIC 9(8).
       01  WS-OCC-END-DATE-INT    PIC 9(8).
       01  WS-OCC-START-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-REV-CLASS-TALLY-COUNT    PIC 9(3) VALUE 0.
       01  WS-REV-I-MONTH    PIC 99.
       01  WS-REV-I-DAY    PIC 99.
       01  WS-REV-I-YEAR    PIC 9999.
       01  WS-REV-START-DATE-INT    PIC 9(8).
       01  WS-REV-END-DATE-INT    PIC 9(8).
       01  WS-REV-START-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-REV-CHARTER-REVENUE    PIC 9(10)V99 VALUE 0.
       01  WS-EOD-I-MONTH    PIC 99.
       01  WS-EOD-I-DAY    PIC 99.
       01  WS-EOD-I-YEAR    PIC 9999.
       01  WS-EOD-DATE-INT    PIC 9(8).
       01  WS-EOD-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-EOD-PAY-DATE-INT    PIC 9(8).
       01  WS-EOD-CONFIRM    PIC X.
       01  WS-ARC-I-MONTH    PIC 99.
       01  WS-ARC-I-DAY    PIC 99.
       01  WS-ARC-I-YEAR    PIC 9999.
       01  WS-ARC-CUTOFF-DATE-INT    PIC 9(8).
       01  WS-ARC-CUTOFF-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-ARC-REC-DATE-INT    PIC 9(8).
           02    WS-JOURNEY-TRANSFER-MINUTES    PIC 9(4).
           02    WS-JOURNEY-STATUS    PIC X(8).
           02    WS-JOURNEY-TIME-STAMP.
               03    WS-JY-DATE    PIC 99/99/9999.
               03    WS-JY-FILLER-SPACE    PIC X(3).
               03    WS-JY-TIME.
                   04    WS-JY-HOUR    PIC 99.
           02    WS-PRICING-CALENDAR-ID    PIC X(15).
           02    WS-PC-FK-ROUTE-ID    PIC X(15).
           02    WS-PC-LABEL    PIC X(30).
           02    WS-PC-START-DATE    PIC 99/99/9999.
           02    WS-PC-END-DATE    PIC 99/99/9999.
           02    WS-PC-MULTIPLIER    PIC 9(3)V99.
           02    WS-PC-STATUS    PIC X(8).
           02    WS-PC-TIME-STAMP.
               03    WS-PCT-DATE    PIC 99/99/9999.
               03    WS-PCT-FILLER-SPACE    PIC X(3).
               03    WS-PCT-TIME.
                   04    WS-PCT-HOUR    PIC 99.
       01  WS-PRICING-CALENDAR-MENU-CHOICE    PIC X.
       01  WS-PC-I-MONTH    PIC 99.
       01  WS-PC-I-DAY    PIC 99.
       01  WS-PC-I-YEAR    PIC 9999.
       01  WS-PC-START-DATE-INT    PIC 9(8).
       01  WS-PC-END-DATE-INT    PIC 9(8).
       01  WS-PC-START-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-PCH-SAVE-VALUE-2    PIC 9(6)V9(4).
       01  WS-PCH-SAVE-VALUE-3    PIC 9(6)V9(4).
       01  WS-PCH-SAVE-LABEL    PIC X(30).
       01  WS-PCH-SAVE-START-DATE    PIC 99/99/9999.
       01  WS-PCH-SAVE-END-DATE    PIC 99/99/9999.
       01  WS-PCH-SAVE-STATUS-VAL    PIC X(8).
       01  WS-PCH-APPLY-OK    PIC X.
       01  WS-DUTY-DAILY-CAP-HOURS    PIC 9(3) VALUE 12.
       01  WS-SUB-SCHEDULE-ID    PIC X(15).
       01  WS-SUB-NEW-DRIVER-ID    PIC X(15).
       01  WS-SUB-LISTED-COUNT    PIC 9(3).
       01  WS-SUB-EOF    PIC X.
       01  WS-STOP-MENU-CHOICE    PIC X.
       01  WS-RRU-ROUTE-ID-ENTRY    PIC X(15).
       01  WS-RRU-CUTOFF-ENTRY    PIC 9(4).
       01  WS-BGR-ROUTE-ID-ENTRY    PIC X(15).
       01  WS-BGR-FREE-KG-ENTRY    PIC 9(3).
       01  WS-BGR-FEE-PER-KG-ENTRY    PIC 9(5)V99.
       01  WS-UMR-FILE-STATUS    PIC XX.
       01  WS-UMR-ROUTE-ID-ENTRY    PIC X(15).
       01  WS-UMR-ALLOWED-ENTRY    PIC X.
       01  WS-UMR-EARLIEST-ENTRY    PIC 9(4).
       01  WS-UMR-LATEST-ENTRY    PIC 9(4).
       01  WS-OR-MENU-CHOICE    PIC X.
       01  WS-OR-EOF    PIC X.
       01  WS-OR-DATE-ENTRY    PIC 99/99/9999.
       01  WS-OR-NUMBER-ENTRY    PIC 9(8).
       01  WS-OR-ISSUED-COUNT    PIC 9(5).
       01  WS-OR-CANCELLED-COUNT    PIC 9(5).
       01  WS-AG-PHONE-ENTRY    PIC X(11).
       01  WS-AG-COMMISSION-ENTRY    PIC 9(2)V99.
       01  WS-AG-STATUS-ENTRY    PIC X(8).
       01  WS-AG-TIN-ENTRY    PIC X(15).
       01  WS-AG-EWT-ENTRY    PIC X(6).
       01  WS-AG-DEFAULT-EWT-RATE    PIC 9(2)V99 VALUE 10.00.
       01  WS-AGSET-MONTH    PIC 99.
       01  WS-AGSET-YEAR    PIC 9999.
       01  WS-AGSET-TALLY-TABLE.
           02    WS-AGSET-TALLY OCCURS 50 TIMES.
               03    WS-AGT-AGENT-ID    PIC X(15).
               03    WS-AGT-COUNT    PIC 9(5).
               03    WS-AGT-SALES    PIC 9(10)V99.
               03    WS-AGT-COMMISSION    PIC 9(10)V99.
               03    WS-AGT-NAME    PIC X(30).
               03    WS-AGT-TIN    PIC X(15).
               03    WS-AGT-EWT-RATE    PIC 9(2)V99.
               03    WS-AGT-WITHHELD    PIC 9(10)V99.
               03    WS-AGT-NET    PIC 9(10)V99.
       01  WS-AGSET-TALLY-COUNT    PIC 9(3).
       01  WS-AGSET-PERIOD    PIC 9(6).
       01  WS-AGSET-TOTAL-COMMISSION    PIC 9(10)V99.
       01  WS-AGSET-TOTAL-WITHHELD    PIC 9(10)V99.
       01  WS-AGSET-TOTAL-NET    PIC 9(10)V99.
       01  WS-AGSET-FINALIZE    PIC X.
       01  WS-AGSET-SETTLED    PIC 9(3).
       01  WS-AGSET-SKIPPED    PIC 9(3).
       01  WS-AGSET-TERMS-DAYS    PIC 9(3) VALUE 15.
       01  WS-AGSET-DUE-DAY    PIC 9(8).
       01  WS-AGSET-DUE-INT    PIC 9(8).
       01  WS-ASL-FILE-STATUS    PIC XX.
       01  WS-API-FILE-STATUS    PIC XX.
       01  WS-CORP-MENU-CHOICE    PIC X.
       01  WS-CA-ACCOUNT-ID-ENTRY    PIC X(15).
       01  WS-CA-NAME-ENTRY    PIC X(40).
       01  WS-CA-LIMIT-ENTRY    PIC 9(10)V99.
       01  WS-CA-RECEIPT-AMOUNT    PIC 9(10)V99.
       01  WS-CA-RECEIPT-REFERENCE    PIC X(20).
       01  WS-CTX-FILE-STATUS    PIC XX.
       01  WS-CTX-FOUND    PIC X.
       01  WS-CTX-TIN-ENTRY    PIC X(15).
       01  WS-CTX-NAME-ENTRY    PIC X(50).
       01  WS-CTX-ADDRESS-1-ENTRY    PIC X(40).
       01  WS-CTX-ADDRESS-2-ENTRY    PIC X(40).
       01  WS-CCT-FILE-STATUS    PIC XX.
       01  WS-BCF-FILE-STATUS    PIC XX.
       01  WS-CCT-ACTION    PIC X.
       01  WS-CCT-ROUTE-ENTRY    PIC X(15).
       01  WS-CCT-CLASS-ENTRY    PIC X.
       01  WS-CCT-TYPE-ENTRY    PIC X.
       01  WS-CCT-VALUE-ENTRY    PIC 9(8)V99.
       01  WS-CCT-FROM-ENTRY    PIC X(10).
       01  WS-CCT-TO-ENTRY    PIC X(10).
       01  WS-CCT-CONTRACT-ENTRY    PIC X(15).
       01  WS-CCT-FROM-INT    PIC 9(8).
       01  WS-CCT-TO-INT    PIC 9(8).
       01  WS-CCT-ROUTE-OK    PIC X.
       01  WS-CCU-TALLY-TABLE.
           02    WS-CCU-TALLY OCCURS 50 TIMES.
               03    WS-CCU-CONTRACT-ID    PIC X(15).
               03    WS-CCU-TRIPS    PIC 9(5).
               03    WS-CCU-LIST-VALUE    PIC 9(10)V99.
               03    WS-CCU-SPEND    PIC 9(10)V99.
       01  WS-CCU-TALLY-COUNT    PIC 9(3).
       01  WS-CCU-SAVINGS    PIC S9(10)V99.
       01  WS-CCU-TOTAL-TRIPS    PIC 9(6).
       01  WS-CCU-TOTAL-LIST    PIC 9(12)V99.
       01  WS-CCU-TOTAL-SPEND    PIC 9(12)V99.
       01  WS-CRN-MONTH    PIC 99.
       01  WS-CRN-YEAR    PIC 9999.
       01  WS-CRN-REASON-COUNTS.
           02    WS-CRN-REASON-COUNT    PIC 9(5) OCCURS 5 TIMES.
       01  WS-CRN-REASON-INDEX    PIC 9.
       01  WS-SEC-LOCKED-COUNT    PIC 9(5).
       01  WS-OTP-MENU-CHOICE    PIC X.
       01  WS-SA-SCHEDULE-ID-ENTRY    PIC X(15).
       01  WS-SA-DEP-DATE-ENTRY    PIC 99/99/9999.
       01  WS-SA-DEP-HOUR-ENTRY    PIC 99.
       01  WS-SA-DEP-MIN-ENTRY    PIC 99.
       01  WS-SA-DEP-AMPM-ENTRY    PIC XX.
       01  WS-SA-ARR-DATE-ENTRY    PIC 99/99/9999.
       01  WS-SA-ARR-HOUR-ENTRY    PIC 99.
       01  WS-SA-ARR-MIN-ENTRY    PIC 99.
       01  WS-SA-ARR-AMPM-ENTRY    PIC XX.
           02    WS-PP-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    WS-PP-VAT-AMOUNT    PIC 9(10)V99.
           02    WS-PP-TRANSACTION-TIME-STAMP.
               03    WS-PP-TT-DATE    PIC 99/99/9999.
               03    WS-PP-TT-FILLER-SPACE    PIC X(3).
               03    WS-PP-TT-TIME.
                   04    WS-PP-TT-HOUR    PIC 99.
       01  WS-ERR-ID-ENTRY    PIC X(15).
       01  WS-ERR-OPEN-COUNT    PIC 9(6).
       01  WS-ERR-TODAY-COUNT    PIC 9(6).
       01  WS-ERR-TODAY-DATE    PIC 99/99/9999.
       01  WS-BATCH-MODE    PIC X VALUE 'N'.
       01  WS-BATCH-VERB    PIC X(15).
       01  WS-MASKED-EMAIL    PIC X(100).
               03    WS-PRF-EXPENSE    PIC 9(12)V99.
               03    WS-PRF-KM    PIC 9(12)V99.
               03    WS-PRF-TRIPS    PIC 9(5).
               03    WS-PRF-DEPREC    PIC 9(12)V99.
       01  WS-PRF-SLOT    PIC 9(3).
       01  WS-PRF-KEY-ROUTE    PIC X(15).
       01  WS-PRF-KEY-CLASS    PIC X.
       01  WS-PRF-PROFIT    PIC S9(12)V99.
       01  WS-PRF-COST-PER-KM    PIC 9(9)V99.
       01  WS-PRF-DEP-EOF    PIC X.
       01  WS-PRF-DEP-TRIPS    PIC 9(5).
       01  WS-PRF-DEP-SHARE    PIC 9(10)V99.
       01  WS-PRF-DEP-IDLE    PIC 9(12)V99.
       01  WS-TTA-FILE-STATUS    PIC XX.
       01  WS-DH-FILE-STATUS    PIC XX.
       01  WS-VB-MENU-CHOICE    PIC X.
       01  WS-VB-INTERACTIVE    PIC X.
       01  WS-VB-RESULT    PIC X.
           88    WS-VB-IS-BROKEN    VALUE 'B'.
           88    WS-VB-NEEDS-DEADHEAD    VALUE 'D'.
       01  WS-VB-REASON    PIC X(60).
       01  WS-VB-PARAM-LIVE    PIC X.
       01  WS-VB-TODAY-INT    PIC 9(8).
       01  WS-VB-EFFECTIVE-INT    PIC 9(8).
       01  WS-VB-DEFAULT-TURNAROUND    PIC 9(3) VALUE 30.
       01  WS-VB-DEADHEAD-KPH    PIC 9(3) VALUE 50.
       01  WS-VB-DEADHEAD-COST-KM    PIC 9(4)V99 VALUE 0.
       01  WS-VB-PREV-FOUND    PIC X.
       01  WS-VB-PREV-KIND    PIC X(3).
       01  WS-VB-PREV-ID    PIC X(15).
       01  WS-VB-PREV-ROUTE-ID    PIC X(15).
       01  WS-VB-PREV-PLACE    PIC X(30).
       01  WS-VB-PREV-ARR-MINUTES    PIC S9(9) COMP.
       01  WS-VB-SCAN-MINUTES    PIC S9(9) COMP.
       01  WS-VB-NEW-ORIGIN    PIC X(30).
       01  WS-VB-TURN-PLACE    PIC X(30).
       01  WS-VB-TURN-MINUTES    PIC 9(3).
       01  WS-VB-NEED-MINUTES    PIC 9(3).
       01  WS-VB-GAP-MINUTES    PIC S9(9) COMP.
       01  WS-VB-EDIT-MINUTES    PIC ZZZZ9.
       01  WS-VB-DH-FOUND    PIC X.
       01  WS-VB-DH-KM    PIC 9(5)V99.
       01  WS-VB-DH-RUN-MINUTES    PIC S9(9) COMP.
       01  WS-VB-DH-DEP-MINUTES    PIC S9(9) COMP.
       01  WS-VB-DH-ARR-MINUTES    PIC S9(9) COMP.
       01  WS-VB-DH-ANSWER    PIC X(3).
       01  WS-VB-CLK-MINUTES    PIC S9(9) COMP.
       01  WS-VB-CLK-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-VB-CLK-OF-DAY    PIC S9(9) COMP.
       01  WS-VB-CLK-DATE-INT    PIC 9(8).
       01  WS-VB-CLK-HOUR24    PIC 99.
       01  WS-VB-CLK-STAMP.
           02    WS-VB-CLK-DATE    PIC 99/99/9999.
           02    WS-VB-CLK-FILLER-SPACE-1    PIC X(3) VALUE SPACES.
           02    WS-VB-CLK-HOUR    PIC 99.
           02    WS-VB-CLK-COLON    PIC X VALUE ':'.
           02    WS-VB-CLK-MINUTE    PIC 99.
           02    WS-VB-CLK-FILLER-SPACE-2    PIC X(3) VALUE SPACES.
           02    WS-VB-CLK-TIME-FORMAT    PIC XX.
       01  WS-VB-DH-DEPARTURE    PIC X(22).
       01  WS-VB-DH-ARRIVAL    PIC X(22).
       01  WS-VB-PLACE-ENTRY    PIC X(30).
       01  WS-VB-MINUTES-ENTRY    PIC 9(3).
       01  WS-VB-REPORT-DATE    PIC 99/99/9999.
       01  WS-VB-LEG-COUNT    PIC 9(3).
       01  WS-VB-LEG-TABLE.
           02    WS-VB-LEG OCCURS 300 TIMES.
               03    WS-VB-LEG-VEHICLE-ID    PIC X(15).
               03    WS-VB-LEG-DEP-MINUTES    PIC 9(9).
               03    WS-VB-LEG-KIND    PIC X(3).
               03    WS-VB-LEG-ID    PIC X(15).
               03    WS-VB-LEG-FROM    PIC X(30).
               03    WS-VB-LEG-TO    PIC X(30).
               03    WS-VB-LEG-DEP-TIME    PIC X(8).
               03    WS-VB-LEG-ARR-TIME    PIC X(8).
               03    WS-VB-LEG-KM    PIC 9(7)V99.
       01  WS-VB-LEG-SWAP    PIC X(127).
       01  WS-VB-I    PIC 9(3).
       01  WS-VB-J    PIC 9(3).
       01  WS-VB-CUR-VEHICLE-ID    PIC X(15).
       01  WS-VB-CUR-PLACE    PIC X(30).
       01  WS-VB-VEH-REV-KM    PIC 9(7)V99.
       01  WS-VB-VEH-DH-KM    PIC 9(7)V99.
       01  WS-VB-TOT-REV-KM    PIC 9(9)V99.
       01  WS-VB-TOT-DH-KM    PIC 9(9)V99.
       01  WS-VB-EDIT-KM    PIC Z(6)9.99.
       01  WS-VB-BREAK-COUNT    PIC 9(5).
       01  WS-SVC-FILE-STATUS    PIC XX.
       01  WS-SVC-MENU-CHOICE    PIC X.
       01  WS-SVC-DATE-ENTRY    PIC X(10).
       01  WS-SVC-DATE-INT    PIC 9(8).
       01  WS-SVC-DATE-SHOW    PIC 99/99/9999.
       01  WS-SVC-NAME-ENTRY    PIC X(30).
       01  WS-SVC-SERVICE-CHOICE    PIC X.
       01  WS-SVC-PATTERN-ENTRY    PIC X(15).
       01  WS-SVC-SERVICE-TEXT    PIC X(13).
       01  WS-RS-PATTERN-NAME    PIC X(15).
       01  WS-RS-RUNS-TODAY    PIC X.
       01  WS-RS-CALENDAR-COUNT    PIC 9(5).
       01  WS-FA-FILE-STATUS    PIC XX.
       01  WS-FA-MENU-CHOICE    PIC X.
       01  WS-FA-VEHICLE-ENTRY    PIC X(15).
       01  WS-FA-DATE-ENTRY    PIC X(10).
       01  WS-FA-DATE-INT    PIC 9(8).
       01  WS-FA-COST-ENTRY    PIC 9(10)V99.
       01  WS-FA-LIFE-ENTRY    PIC 9(3).
       01  WS-FA-SALVAGE-ENTRY    PIC 9(10)V99.
       01  WS-FA-VEHICLE-OK    PIC X.
       01  WS-FA-BOOK-VALUE    PIC 9(10)V99.
       01  WS-FA-TOTAL-COST    PIC 9(12)V99.
       01  WS-FA-TOTAL-ACCUM    PIC 9(12)V99.
       01  WS-FA-COST-EDIT    PIC Z(10)9.99.
       01  WS-FA-ACCUM-EDIT    PIC Z(10)9.99.
       01  WS-FA-BOOK-EDIT    PIC Z(10)9.99.
       01  WS-RB-FILE-STATUS    PIC XX.
       01  WS-RB-MENU-CHOICE    PIC X.
       01  WS-RB-ROUTE-ENTRY    PIC X(15).
       01  WS-RB-YEAR-ENTRY    PIC 9(4).
       01  WS-RB-MONTH-ENTRY    PIC 99.
       01  WS-RB-PASSENGER-ENTRY    PIC 9(6).
       01  WS-RB-REVENUE-ENTRY    PIC 9(10)V99.
       01  WS-RB-COST-ENTRY    PIC 9(10)V99.
       01  WS-RB-ROUTE-OK    PIC X.
       01  WS-RB-AMOUNTS.
           02    WS-RB-AMT-REVENUE    PIC 9(10)V99.
           02    WS-RB-AMT-COST    PIC 9(10)V99.
           02    FILLER    PIC X(6).
       01  WS-RB-PERIOD-TEXT.
           02    WS-RB-PERIOD-YEAR    PIC 9(4).
           02    WS-RB-PERIOD-MONTH    PIC 99.
           02    FILLER    PIC X(9).
       01  WS-RB-REVENUE-EDIT    PIC Z(10)9.99.
       01  WS-RB-COST-EDIT    PIC Z(10)9.99.
       01  WS-CTF-FILE-STATUS    PIC XX.
       01  WS-CTF-EOF    PIC X.
       01  WS-CTF-MENU-CHOICE    PIC X.
       01  WS-CTF-DISTANCE-ENTRY    PIC 9(5).
       01  WS-CTF-WEIGHT-ENTRY    PIC 9(5)V99.
       01  WS-CTF-RATE-ENTRY    PIC 9(4)V99.
       01  WS-CTF-MINIMUM-ENTRY    PIC 9(6)V99.
       01  WS-CTF-ON-FILE    PIC X.
       01  WS-CTF-COUNT    PIC 9(4).
       01  WS-CTF-BAND-KEY.
           02    WS-CTF-BK-DISTANCE    PIC 9(5).
           02    WS-CTF-BK-WEIGHT    PIC 9(5)V99.
           02    FILLER    PIC X(3).
       01  WS-CTF-WEIGHT-EDIT    PIC Z(4)9.99.
       01  WS-CTF-RATE-EDIT    PIC Z(3)9.99.
       01  WS-CTF-MINIMUM-EDIT    PIC Z(5)9.99.
       01  WS-BVA-TABLE.
           02    WS-BVA-ROUTE OCCURS 100 TIMES.
               03    WS-BVA-ROUTE-ID    PIC X(15).
               03    WS-BVA-MEASURE OCCURS 3 TIMES.
                   04    WS-BVA-BUD-MONTH    PIC 9(12)V99.
                   04    WS-BVA-ACT-MONTH    PIC 9(12)V99.
                   04    WS-BVA-BUD-YTD    PIC 9(12)V99.
                   04    WS-BVA-ACT-YTD    PIC 9(12)V99.
       01  WS-BVA-ROUTE-COUNT    PIC 9(3).
       01  WS-BVA-SLOT    PIC 9(3).
       01  WS-BVA-M    PIC 9.
       01  WS-BVA-KEY-ROUTE    PIC X(15).
       01  WS-BVA-ROW-YEAR    PIC 9(4).
       01  WS-BVA-ROW-MONTH    PIC 99.
       01  WS-BVA-ROW-AMOUNT    PIC 9(12)V99.
       01  WS-BVA-EOF    PIC X.
       01  WS-BVA-MEASURE-NAMES.
           02    FILLER    PIC X(10) VALUE 'PASSENGERS'.
           02    FILLER    PIC X(10) VALUE 'REVENUE'.
           02    FILLER    PIC X(10) VALUE 'OPER COST'.
       01  WS-BVA-MEASURE-NAME-TABLE REDEFINES WS-BVA-MEASURE-NAMES.
           02    WS-BVA-MEASURE-NAME OCCURS 3 TIMES PIC X(10).
       01  WS-BVA-TOTALS.
           02    WS-BVA-TOTAL OCCURS 3 TIMES.
               03    WS-BVA-TOT-BUD-MONTH    PIC 9(12)V99.
               03    WS-BVA-TOT-ACT-MONTH    PIC 9(12)V99.
               03    WS-BVA-TOT-BUD-YTD    PIC 9(12)V99.
               03    WS-BVA-TOT-ACT-YTD    PIC 9(12)V99.
       01  WS-BVA-BUDGET    PIC 9(12)V99.
       01  WS-BVA-ACTUAL    PIC 9(12)V99.
       01  WS-BVA-VARIANCE    PIC S9(12)V99.
       01  WS-BVA-PERCENT    PIC S9(5)V9.
       01  WS-BVA-BUD-EDIT    PIC Z(11)9.99.
       01  WS-BVA-ACT-EDIT    PIC Z(11)9.99.
       01  WS-BVA-VAR-EDIT    PIC -Z(11)9.99.
       01  WS-BVA-PCT-EDIT    PIC -Z(4)9.9.
       01  WS-BVA-PCT-TEXT    PIC X(8).
       01  WS-BVA-LINE    PIC X(132).
       01  WS-KPT-FILE-STATUS    PIC XX.
       01  WS-KPT-OPEN    PIC X.
       01  WS-KPT-YEAR-ENTRY    PIC 9(4).
       01  WS-KPT-MONTH-ENTRY    PIC 99.
       01  WS-KPT-COLUMNS.
           02    WS-KPT-COLUMN OCCURS 3 TIMES.
               03    WS-KPT-WORK-PERIOD.
                   04    WS-KPT-WORK-YEAR    PIC 9(4).
                   04    WS-KPT-WORK-MONTH    PIC 99.
               03    WS-KPT-FOUND    PIC X.
               03    WS-KPT-VALUE OCCURS 8 TIMES PIC 9(9)V9(4).
       01  WS-KPT-C    PIC 9.
       01  WS-KPT-M    PIC 9.
       01  WS-KPT-MEASURE-NAMES.
           02    FILLER    PIC X(22) VALUE 'BOOKINGS'.
           02    FILLER    PIC X(22) VALUE 'PASSENGERS CARRIED'.
           02    FILLER    PIC X(22) VALUE 'LOAD FACTOR %'.
           02    FILLER    PIC X(22) VALUE 'ON-TIME %'.
           02    FILLER    PIC X(22) VALUE 'NO-SHOW RATE %'.
           02    FILLER    PIC X(22) VALUE 'REVENUE PER SEAT-KM'.
           02    FILLER    PIC X(22) VALUE 'COMPLAINTS PER 10K PAX'.
           02    FILLER    PIC X(22) VALUE 'CANCELLATIONS'.
       01  WS-KPT-MEASURE-NAME-TABLE REDEFINES WS-KPT-MEASURE-NAMES.
           02    WS-KPT-MEASURE-NAME OCCURS 8 TIMES PIC X(22).
       01  WS-KPT-NUMBER    PIC S9(9)V9(4).
       01  WS-KPT-EDIT-2    PIC -Z(9)9.99.
       01  WS-KPT-EDIT-4    PIC -Z(7)9.9999.
       01  WS-KPT-CELL    PIC X(14).
       01  WS-KPT-CELL-THIS    PIC X(14).
       01  WS-KPT-CELL-PRIOR    PIC X(14).
       01  WS-KPT-CELL-PRIOR-CHG    PIC X(14).
       01  WS-KPT-CELL-LAST    PIC X(14).
       01  WS-KPT-CELL-LAST-CHG    PIC X(14).
       01  WS-CE-FILE-STATUS    PIC XX.
       01  WS-STT-FILE-STATUS    PIC XX.
       01  WS-CE-MENU-CHOICE    PIC X.
       01  WS-CE-ID-ENTRY    PIC X(15).
       01  WS-CE-ROLE    PIC X.
       01  WS-CE-IS-NEW    PIC X.
       01  WS-CE-TIN-ENTRY    PIC X(15).
       01  WS-CE-SSS-ENTRY    PIC X(12).
       01  WS-CE-PHIC-ENTRY    PIC X(14).
       01  WS-CE-HDMF-ENTRY    PIC X(14).
       01  WS-CE-TAX-ENTRY    PIC X(3).
       01  WS-CE-NAME    PIC X(30).
       01  WS-STT-TABLE-ENTRY    PIC X(4).
       01  WS-STT-EFFECTIVE-ENTRY    PIC X(10).
       01  WS-STT-EFFECTIVE-INT    PIC 9(8).
       01  WS-STT-LOWER-ENTRY    PIC 9(7)V99.
       01  WS-STT-UPPER-ENTRY    PIC 9(7)V99.
       01  WS-STT-MIN-ENTRY    PIC 9(7)V99.
       01  WS-STT-MAX-ENTRY    PIC 9(7)V99.
       01  WS-STT-STEP-ENTRY    PIC 9(5)V99.
       01  WS-STT-EE-FIXED-ENTRY    PIC 9(7)V99.
       01  WS-STT-EE-RATE-ENTRY    PIC 9(2)V9(4).
       01  WS-STT-ER-FIXED-ENTRY    PIC 9(7)V99.
       01  WS-STT-ER-RATE-ENTRY    PIC 9(2)V9(4).
       01  WS-STT-EC-ENTRY    PIC 9(5)V99.
       01  WS-STT-LOWER-EDIT    PIC Z(6)9.99.
       01  WS-STT-UPPER-EDIT    PIC Z(6)9.99.
       01  WS-STT-FIXED-EDIT    PIC Z(6)9.99.
       01  WS-STT-EE-RATE-EDIT    PIC Z9.9999.
       01  WS-STT-ER-RATE-EDIT    PIC Z9.9999.
       01  WS-EAC-FILE-STATUS    PIC XX.
       01  WS-EAL-FILE-STATUS    PIC XX.
       01  WS-CRM-FILE-STATUS    PIC XX.
       01  WS-EAL-MENU-CHOICE    PIC X.
       01  WS-EAL-EMP-ENTRY    PIC X(15).
       01  WS-EAL-SOURCE-ENTRY    PIC X(15).
       01  WS-EAL-KIND-ENTRY    PIC X.
       01  WS-EAL-AMOUNT-ENTRY    PIC 9(8)V99.
       01  WS-EAL-CAP-ENTRY    PIC 9(6)V99.
       01  WS-EAL-DESC-ENTRY    PIC X(30).
       01  WS-EAL-CONFIRM    PIC X.
       01  WS-EAL-POST-TYPE    PIC X(10).
       01  WS-EAL-POST-DR-CR    PIC X.
       01  WS-EAL-POST-AMOUNT    PIC 9(8)V99.
       01  WS-EAL-POST-SOURCE    PIC X(15).
       01  WS-EAL-POST-DESC    PIC X(30).
       01  WS-EAL-BALANCE    PIC 9(8)V99.
       01  WS-EAL-CAP    PIC 9(6)V99.
       01  WS-EAL-FOUND    PIC X.
       01  WS-EAL-CHARGED    PIC X.
       01  WS-EAL-EOF    PIC X.
       01  WS-EAL-SHORTAGE    PIC 9(10)V99.
       01  WS-EAL-COUNT    PIC 9(5).
       01  WS-EAL-PERIODS    PIC 9(5).
       01  WS-EAL-TOTAL    PIC 9(10)V99.
       01  WS-EAL-AMOUNT-EDIT    PIC Z(7)9.99.
       01  WS-EAL-BALANCE-EDIT    PIC Z(7)9.99.
       01  WS-EAL-CAP-EDIT    PIC Z(5)9.99.
       01  WS-EAL-TOTAL-EDIT    PIC Z(9)9.99.
       01  WS-CAV-FILE-STATUS    PIC XX.
       01  WS-LV-FILE-STATUS    PIC XX.
       01  WS-LV-MENU-CHOICE    PIC X.
       01  WS-LV-EOF    PIC X.
       01  WS-LV-ID-ENTRY    PIC X(15).
       01  WS-LV-LEAVE-ENTRY    PIC X(15).
       01  WS-LV-ROLE    PIC X.
       01  WS-LV-NAME    PIC X(30).
       01  WS-LV-REST-ENTRY    PIC X(7).
       01  WS-LV-VL-ENTRY    PIC 9(3).
       01  WS-LV-SL-ENTRY    PIC 9(3).
       01  WS-LV-EL-ENTRY    PIC 9(3).
       01  WS-LV-TYPE-ENTRY    PIC X.
       01  WS-LV-TYPE    PIC X(10).
       01  WS-LV-FROM-ENTRY    PIC X(10).
       01  WS-LV-TO-ENTRY    PIC X(10).
       01  WS-LV-REASON-ENTRY    PIC X(30).
       01  WS-LV-DECISION    PIC X.
       01  WS-LV-FROM-INT    PIC 9(8).
       01  WS-LV-TO-INT    PIC 9(8).
       01  WS-LV-DAY-NUM    PIC 9(7).
       01  WS-LV-LAST-NUM    PIC 9(7).
       01  WS-LV-DOW    PIC 9.
       01  WS-LV-DAYS    PIC 9(3).
       01  WS-LV-COUNT    PIC 9(5).
       01  WS-LV-YEAR    PIC 9(4).
       01  WS-LV-FOUND    PIC X.
       01  WS-LV-REST-DAYS    PIC X(7).
       01  WS-LV-VL-ENTITLE    PIC 9(3).
       01  WS-LV-SL-ENTITLE    PIC 9(3).
       01  WS-LV-EL-ENTITLE    PIC 9(3).
       01  WS-LV-VL-TAKEN    PIC 9(3).
       01  WS-LV-SL-TAKEN    PIC 9(3).
       01  WS-LV-EL-TAKEN    PIC 9(3).
       01  WS-LV-VL-LEFT    PIC S9(3).
       01  WS-LV-SL-LEFT    PIC S9(3).
       01  WS-LV-EL-LEFT    PIC S9(3).
       01  WS-LV-LEFT-EDIT-1    PIC -ZZ9.
       01  WS-LV-LEFT-EDIT-2    PIC -ZZ9.
       01  WS-LV-LEFT-EDIT-3    PIC -ZZ9.
       01  WS-LV-FROM-SHOW    PIC X(10).
       01  WS-LV-TO-SHOW    PIC X(10).
       01  WS-LV-DATE-INT    PIC 9(8).
       01  WS-LV-DATE-SHOW    PIC X(10).
       01  WS-LV-SCAN-EOF    PIC X.
       01  WS-LV-AFTER    PIC S9(3).
       01  WS-LV-I    PIC 9(3).
       01  WS-LV-PEND-COUNT    PIC 9(3).
       01  WS-LV-PENDING-TABLE.
           02    WS-LV-PEND-KEY OCCURS 100 TIMES    PIC X(30).
      *    Crew calendar check: set WS-CAL-EMP-ID and WS-CAL-DATE,
      *    PERFORM CHECK-CREW-CALENDAR, test WS-CAL-IS-BLOCKED.
       01  WS-CAL-EMP-ID    PIC X(15).
       01  WS-CAL-DATE    PIC 99/99/9999.
       01  WS-CAL-DATE-INT    PIC 9(8).
       01  WS-CAL-DOW    PIC 9.
       01  WS-CAL-BLOCKED    PIC X.
           88    WS-CAL-IS-BLOCKED    VALUE 'Y'.
       01  WS-CAL-REASON    PIC X(20).
       01  WS-OWN-FILE-STATUS    PIC XX.
       01  WS-VOW-FILE-STATUS    PIC XX.
       01  WS-OST-FILE-STATUS    PIC XX.
       01  WS-OWN-MENU-CHOICE    PIC X.
       01  WS-OWN-EOF    PIC X.
       01  WS-OWN-SCAN-EOF    PIC X.
       01  WS-OWN-NEW    PIC X.
       01  WS-OWN-ID-ENTRY    PIC X(15).
       01  WS-OWN-NAME-ENTRY    PIC X(30).
       01  WS-OWN-TIN-ENTRY    PIC X(15).
       01  WS-OWN-CONTRACT-ENTRY    PIC X.
       01  WS-OWN-BOUNDARY-ENTRY    PIC 9(7)V99.
       01  WS-OWN-PCT-ENTRY    PIC 9(3)V99.
       01  WS-OWN-TERMS-ENTRY    PIC 9(3).
       01  WS-OWN-STATUS-ENTRY    PIC X(8).
       01  WS-OWN-VEHICLE-ENTRY    PIC X(15).
       01  WS-OWN-FLAG-ENTRY    PIC X.
       01  WS-OWN-DATE-ENTRY    PIC X(10).
       01  WS-OWN-DATE-INT    PIC 9(8).
       01  WS-OWN-BUS-COUNT    PIC 9(3).
       01  WS-OWN-COUNT    PIC 9(5).
       01  WS-OWN-AMOUNT-EDIT    PIC Z(7)9.99.
       01  WS-OWN-SHARE-EDIT    PIC -Z(7)9.99.
       01  WS-OWN-NET-EDIT    PIC Z(7)9.99.
       01  WS-OWN-PCT-EDIT    PIC ZZ9.99.
       01  WS-NRA-FILE-STATUS    PIC XX.
       01  WS-NRA-MENU-CHOICE    PIC X.
       01  WS-NRA-EOF    PIC X.
       01  WS-NRA-COUNT    PIC 9(5).
       01  WS-NRA-ID-ENTRY    PIC X(15).
       01  WS-NRA-KIND-ENTRY    PIC X.
       01  WS-NRA-FIRST-ENTRY    PIC X(30).
       01  WS-NRA-LAST-ENTRY    PIC X(30).
       01  WS-NRA-APPROVER-ENTRY    PIC X(15).
       01  WS-NRA-APPROVER-OK    PIC X.
       01  WS-NRA-REASON-ENTRY    PIC X(40).
       01  WS-NRA-CENTRE-ENTRY    PIC X(10).
       01  WS-NRA-FROM-ENTRY    PIC X(10).
       01  WS-NRA-TO-ENTRY    PIC X(10).
       01  WS-NRA-FROM-INT    PIC 9(8).
       01  WS-NRA-TO-INT    PIC 9(8).
       01  WS-NRA-TRIPS-ENTRY    PIC 9(3).
       01  WS-NRA-HOLDER-NAME    PIC X(26).
       01  WS-NRA-PERIOD-ENTRY    PIC X(6).
       01  WS-BCM-FILE-STATUS    PIC XX.
       01  WS-BCL-FILE-STATUS    PIC XX.
       01  WS-BCM-MENU-CHOICE    PIC X.
       01  WS-BCM-EOF    PIC X.
       01  WS-BCM-OK    PIC X.
       01  WS-BCM-DUPLICATE    PIC X.
       01  WS-BCM-LIMIT-FOUND    PIC X.
       01  WS-BCM-COUNT    PIC 9(5).
       01  WS-BCM-ID-ENTRY    PIC X(15).
       01  WS-BCM-BOOKING-ENTRY    PIC X(15).
       01  WS-BCM-TAG-ENTRY    PIC 9(2).
       01  WS-BCM-TYPE-ENTRY    PIC X(8).
       01  WS-BCM-CONTENTS-ENTRY    PIC X(60).
       01  WS-BCM-VALUE-ENTRY    PIC 9(10)V99.
       01  WS-BCM-RATE-ENTRY    PIC 9(5)V99.
       01  WS-BCM-NOTE-ENTRY    PIC X(60).
       01  WS-BCM-PERIOD-ENTRY    PIC X(6).
       01  WS-BCM-USER-ID    PIC X(15).
       01  WS-BCM-SCHEDULE-ID    PIC X(15).
       01  WS-BCM-ROUTE-ID    PIC X(15).
       01  WS-BCM-VEHICLE-ID    PIC X(15).
       01  WS-BCM-ORIGIN    PIC X(30).
       01  WS-BCM-BAG-WEIGHT    PIC 9(4)V99.
       01  WS-BCM-CAP-TYPE    PIC X(8).
       01  WS-BCM-CAP-VALUE    PIC 9(10)V99.
       01  WS-BCM-CAP-AMOUNT    PIC 9(10)V99.
       01  WS-BCM-WEIGHT-CAP    PIC 9(10)V99.
       01  WS-BCM-REFUND-ID    PIC X(15).
       01  WS-BCM-AMOUNT-EDIT    PIC Z(9)9.99.
       01  WS-BCM-RATE-EDIT    PIC Z(4)9.99.
       01  WS-CCA-FILE-STATUS    PIC XX.
       01  WS-ASN-FILE-STATUS    PIC XX.
       01  WS-ASN-CODE-STATUS    PIC XX.
       01  WS-ASN-MENU-CHOICE    PIC X.
       01  WS-ASN-EOF    PIC X.
       01  WS-ASN-OK    PIC X.
       01  WS-ASN-COUNT    PIC 9(5).
       01  WS-ASN-AGENT-ENTRY    PIC X(15).
       01  WS-ASN-PHONE-ENTRY    PIC X(11).
       01  WS-ASN-EMAIL-ENTRY    PIC X(100).
       01  WS-ASN-CODE-ENTRY    PIC X(6).
       01  WS-ASN-PERIOD-ENTRY    PIC X(6).
       01  WS-ASN-USER-ID    PIC X(15).
       01  WS-ASN-USER-NAME    PIC X(60).
       01  WS-ASN-USER-STATUS    PIC X(8).
       01  WS-ASN-PHONE    PIC X(11).
       01  WS-ASN-EMAIL    PIC X(100).
       01  WS-ASN-TOKEN    PIC X(15).
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
       01  WS-MTP-MENU-CHOICE    PIC X.
       01  WS-MTP-TYPE-ENTRY    PIC X(12).
           88    WS-MTP-TYPE-KNOWN    VALUE 'TICKET-EMAIL',
               'TICKET-TITLE', 'TICKET-NOTE', 'DELAY-NOTICE',
               'ADVISORY', 'DISRUPTION', 'RESEAT', 'DETOUR-MOVED',
               'DETOUR-CLOSED', 'DUNNING', 'EXPIRY-WARN', 'LOST-FOUND',
               'PROMO', 'TRIP-REMIND', 'FINAL-REMIND', 'STANDING-ORD',
               'ETA-ALERT', 'DELAY-COMP', 'STATEMENT'.
       01  WS-MTP-LANG-ENTRY    PIC X(3).
           88    WS-MTP-LANG-KNOWN    VALUE 'ENG', 'FIL', 'CEB'.
       01  WS-MTP-TEXT-ENTRY    PIC X(200).
       01  WS-MTP-OK    PIC X.
       01  WS-MTP-FOUND    PIC X.
       01  WS-MTP-EOF    PIC X.
       01  WS-MTP-COUNT    PIC 9(5).
       01  WS-MTP-SEND-TEXT    PIC X(200).
       01  WS-MTP-CMD-POINTER    PIC 9(3).
       01  WS-RSP-FILE-STATUS    PIC XX.
       01  WS-RDL-FILE-STATUS    PIC XX.
       01  WS-RSP-COPY-STATUS    PIC XX.
       01  WS-RSP-REPRINT-STATUS    PIC XX.
       01  WS-RSP-SPOOL-PATH    PIC X(100).
       01  WS-RSP-MENU-CHOICE    PIC X.
       01  WS-RSP-TYPE-ENTRY    PIC X(20).
       01  WS-RSP-FROM-ENTRY    PIC X(10).
       01  WS-RSP-TO-ENTRY    PIC X(10).
       01  WS-RSP-RUN-ENTRY    PIC X(15).
       01  WS-RSP-ADDRESS-ENTRY    PIC X(100).
       01  WS-RSP-FROM-INT    PIC 9(8).
       01  WS-RSP-TO-INT    PIC 9(8).
       01  WS-RSP-RUN-INT    PIC 9(8).
       01  WS-RSP-EOF    PIC X.
       01  WS-RSP-FOUND    PIC X.
       01  WS-RSP-COUNT    PIC 9(5).
       01  WS-RSP-PAGE-LINES    PIC 9(2).
       01  WS-RSP-AT-SIGNS    PIC 9(3).
       01  WS-DSR-FILE-STATUS    PIC XX.
       01  WS-DSC-FILE-STATUS    PIC XX.
       01  WS-PCN-FILE-STATUS    PIC XX.
       01  WS-MKP-FILE-STATUS    PIC XX.
       01  WS-DSR-MENU-CHOICE    PIC X.
       01  WS-DSR-DUE-DAYS    PIC 9(3) VALUE 15.
       01  WS-DSR-REQUEST-ENTRY    PIC X(15).
       01  WS-DSR-USER-ENTRY    PIC X(15).
       01  WS-DSR-TYPE-ENTRY    PIC X.
       01  WS-DSR-RECEIVED-ENTRY    PIC X(10).
       01  WS-DSR-DETAILS-ENTRY    PIC X(60).
       01  WS-DSR-FIELD-CHOICE    PIC X.
       01  WS-DSR-FIELD-NAME    PIC X(20).
       01  WS-DSR-BEFORE    PIC X(100).
       01  WS-DSR-AFTER    PIC X(100).
       01  WS-DSR-CONFIRM    PIC X.
       01  WS-DSR-DATE-INT    PIC 9(8).
       01  WS-DSR-DAY    PIC 9(8).
       01  WS-DSR-TODAY-DAY    PIC 9(8).
       01  WS-DSR-DAYS    PIC S9(5).
       01  WS-DSR-EDIT-DAYS    PIC -(4)9.
       01  WS-DSR-FLAG    PIC X(8).
       01  WS-DSR-FOUND    PIC X.
       01  WS-DSR-EOF    PIC X.
       01  WS-DSR-COUNT    PIC 9(5).
       01  WS-DSR-AT-SIGNS    PIC 9(3).
       01  WS-DSR-CIPHER    PIC X.
       01  WS-DSR-STORED    PIC X(100).
       01  WS-DTR-FILE-STATUS    PIC XX.
       01  WS-OBT-FILE-STATUS    PIC XX.
       01  WS-DTR-ROUTE-ENTRY    PIC X(15).
       01  WS-DTR-STOP-ENTRY    PIC X(15).
       01  WS-DTR-SUB-ENTRY    PIC X(15).
       01  WS-DTR-FROM-ENTRY    PIC X(10).
       01  WS-DTR-TO-ENTRY    PIC X(10).
       01  WS-DTR-REASON-ENTRY    PIC X(40).
       01  WS-DTR-FROM-INT    PIC 9(8).
       01  WS-DTR-TO-INT    PIC 9(8).
       01  WS-DTR-TRIP-INT    PIC 9(8).
       01  WS-DTR-STOP-NAME    PIC X(30).
       01  WS-DTR-SUB-NAME    PIC X(30).
       01  WS-DTR-LOOKUP-STOP-ID    PIC X(15).
       01  WS-DTR-LOOKUP-NAME    PIC X(30).
       01  WS-DTR-ADVISORY-TEXT    PIC X(200).
       01  WS-DTR-SIDE    PIC X(9).
       01  WS-DTR-EOF    PIC X.
       01  WS-DTR-MATCH    PIC X.
       01  WS-DTR-ON-ROUTE    PIC X.
       01  WS-DTR-CLOSED    PIC X.
       01  WS-DTR-I    PIC 9(3).
       01  WS-DTR-MOVED-COUNT    PIC 9(5).
       01  WS-DTR-NOTIFIED-COUNT    PIC 9(5).
       01  WS-DTR-SCHED-COUNT    PIC 9(3).
       01  WS-DTR-SCHED-TABLE.
           02    WS-DTR-SCHED-ID OCCURS 300 TIMES PIC X(15).
       01  WS-BAY-MENU-CHOICE    PIC X.
       01  WS-BAY-ID-ENTRY    PIC X(15).
       01  WS-BAY-TERMINAL-ENTRY    PIC X(30).
       01  WS-BPM-MENU-CHOICE    PIC X.
       01  WS-BPM-NAME-ENTRY    PIC X(20).
       01  WS-BPM-VALUE-ENTRY    PIC 9(6)V99.
       01  WS-BPM-EFFECTIVE-ENTRY    PIC 99/99/9999.
      *    Field encryption for passenger contact data (email,
      *    phone, emergency contact) - AES-GCM through backend/
      *    python_script_for_field_crypto.py, keys in
      *    data/field_keys.txt rotated by backend/field_crypto.
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'SCHEDULE'.
           02    WS-FC-TRACE-TIME    PIC 9(8).
       01  WS-FC-REQUEST-NAME    PIC X(40).
       01  WS-FC-RESPONSE-NAME    PIC X(40).
       01  WS-FC-TRY    PIC 9.
       01  WS-FC-COMMAND    PIC X(160).
       01  WS-FC-RC    PIC S9(4) COMP.
       01  WS-FC-EMAIL-TOKEN    PIC X(100).
       01  WS-FC-PHONE-TOKEN    PIC X(11).
       01  WS-FC-PLAIN-EMAIL    PIC X(100).
       01  WS-FC-PLAIN-PHONE    PIC X(11).
      *    Evidence chain hashing for admin_audit, payment_history
      *    and or_register - see NEXT-CHAIN-LINK.
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
       01  WS-CHN-TRY    PIC 9.
       01  WS-CHN-COMMAND    PIC X(120).
       01  WS-CHN-RC    PIC S9(4) COMP.
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

       LINKAGE SECTION.
       
      *    The close-of-day jobs run unattended when the batch
      *    runner passes a verb on the command line; with no verb
      *    the admin menu comes up as before.
           PERFORM LOAD-CHECK-DIGIT-CUTOVER
           ACCEPT WS-BATCH-VERB FROM COMMAND-LINE
           EVALUATE WS-BATCH-VERB
               WHEN 'EOD-BATCH'
           DISPLAY "*                [46] Service Advisories          *"
           DISPLAY "*                [47] Archive Booking Inquiry     *"
           DISPLAY "*                [48] Timetable Versioning        *"
           DISPLAY "*                [49] Vehicle Blocks/Deadheads    *"
           DISPLAY "*                [50] Service Calendar/Holidays   *"
           DISPLAY "*                [51] Fleet Asset Register        *"
           DISPLAY "*                [52] Route Budgets / Variance    *"
           DISPLAY "*                [53] KPI Trend Report            *"
           DISPLAY "*                [54] Crew Payroll Master         *"
           DISPLAY "*                [55] Employee Accountability     *"
           DISPLAY "*                [56] Crew Leave / Rest Days      *"
           DISPLAY "*                [57] Owner-Operators             *"
           DISPLAY "*                [58] Non-Revenue Travel          *"
           DISPLAY "*                [59] Baggage Claims              *"
           DISPLAY "*                [60] Call-Centre Assisted Booking*"
           DISPLAY "*                [61] Message Templates           *"
           DISPLAY "*                [62] Report Spool                *"
           DISPLAY "*                [63] Data Privacy Requests       *"
           DISPLAY "*                [64] Cargo Tariffs               *"
           DISPLAY "*                [99] Exit                        *"
           DISPLAY "***************************************************"
           DISPLAY " Enter your choice: " WITH NO ADVANCING
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 49
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM VEHICLE-BLOCK-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 50
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM SERVICE-CALENDAR-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 51
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM FLEET-ASSET-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 52
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM ROUTE-BUDGET-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 53
                       PERFORM KPI-TREND-REPORT
                   WHEN 54
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM CREW-PAYROLL-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 55
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM EMPLOYEE-ACCOUNTABILITY-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 56
                       PERFORM CREW-LEAVE-PAGE
                   WHEN 57
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM OWNER-OPERATOR-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 58
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM NONREV-AUTH-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 59 PERFORM BAGGAGE-CLAIM-PAGE
                   WHEN 60 PERFORM ASSISTED-BOOKING-PAGE
                   WHEN 61 PERFORM MESSAGE-TEMPLATE-PAGE
                   WHEN 62 PERFORM REPORT-SPOOL-PAGE
                   WHEN 63 PERFORM PRIVACY-REQUEST-PAGE
                   WHEN 64
                       IF WS-IS-SUPER-ADMIN THEN
                           PERFORM CARGO-TARIFF-PAGE
                       ELSE
                           PERFORM PERMISSION-DENIED-MESSAGE
                       END-IF
                   WHEN 99
                       STOP RUN
                   WHEN OTHER
           DISPLAY '3 - Remove Route'
           DISPLAY '4 - Set Sales Window Rules'
           DISPLAY '5 - Set Baggage Fee Rules'
           DISPLAY '7 - Set Unaccompanied Minor Rules'
           DISPLAY '6 - back to route page'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
                   PERFORM SET-SALES-WINDOW-RULES
               WHEN '5'
                   PERFORM SET-BAGGAGE-FEE-RULES
               WHEN '7'
                   PERFORM SET-MINOR-TRAVEL-RULES
               WHEN '6'
                   PERFORM SCHEDULE-MAIN-MENU
               WHEN OTHER
           ACCEPT WS-RRU-LONGHAUL-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-RRU-LONGHAUL-ENTRY) TO
           WS-RRU-LONGHAUL-ENTRY
           DISPLAY 'Cross-border route (travel documents)? [Y/N] : '
           WITH NO ADVANCING
           ACCEPT WS-RRU-CROSSBORDER-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-RRU-CROSSBORDER-ENTRY) TO
           WS-RRU-CROSSBORDER-ENTRY

           IF WS-RRU-ROUTE-ID-ENTRY = SPACES OR
               WS-RRU-HORIZON-ENTRY = ZEROES THEN
                   MOVE WS-RRU-HORIZON-ENTRY TO FS-RRU-HORIZON-DAYS
                   MOVE WS-RRU-LONGHAUL-ENTRY TO
                       FS-RRU-LONGHAUL-FLAG
                   MOVE WS-RRU-CROSSBORDER-ENTRY TO
                       FS-RRU-CROSSBORDER-FLAG
                   WRITE FS-ROUTE-RULES-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-RRU-HORIZON-ENTRY TO FS-RRU-HORIZON-DAYS
                   MOVE WS-RRU-LONGHAUL-ENTRY TO
                       FS-RRU-LONGHAUL-FLAG
                   MOVE WS-RRU-CROSSBORDER-ENTRY TO
                       FS-RRU-CROSSBORDER-FLAG
                   REWRITE FS-ROUTE-RULES-RECORD
                   END-REWRITE
               END-READ
           ACCEPT WS-BUFFER
           .

       SET-MINOR-TRAVEL-RULES.
      *    Whether a route carries children travelling alone, and
      *    between which departure times (24-hour HHMM). A route
      *    with no row takes minors on 0600-1800 departures only.
           PERFORM TRAVERSAL-ROUTE-RECORD
           DISPLAY ' '
           DISPLAY 'Route ID : ' WITH NO ADVANCING
           ACCEPT WS-UMR-ROUTE-ID-ENTRY
           DISPLAY 'Carry unaccompanied minors? [Y/N] : '
           WITH NO ADVANCING
           ACCEPT WS-UMR-ALLOWED-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-UMR-ALLOWED-ENTRY) TO
           WS-UMR-ALLOWED-ENTRY
           MOVE ZEROES TO WS-UMR-EARLIEST-ENTRY
           MOVE ZEROES TO WS-UMR-LATEST-ENTRY
           IF WS-UMR-ALLOWED-ENTRY = 'Y' THEN
               DISPLAY 'Earliest departure [HHMM] : '
               WITH NO ADVANCING
               ACCEPT WS-UMR-EARLIEST-ENTRY
               DISPLAY 'Latest departure   [HHMM] : '
               WITH NO ADVANCING
               ACCEPT WS-UMR-LATEST-ENTRY
           END-IF

           IF WS-UMR-ROUTE-ID-ENTRY = SPACES OR
               (WS-UMR-ALLOWED-ENTRY NOT = 'Y' AND
               WS-UMR-ALLOWED-ENTRY NOT = 'N') THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-UMR-ALLOWED-ENTRY = 'Y' AND
               (WS-UMR-LATEST-ENTRY > 2359 OR
               WS-UMR-LATEST-ENTRY < WS-UMR-EARLIEST-ENTRY) THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-MINOR-RULES-FILE
           IF WS-UMR-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-MINOR-RULES-FILE
               CLOSE FS-MINOR-RULES-FILE
               OPEN I-O FS-MINOR-RULES-FILE
           END-IF

           MOVE WS-UMR-ROUTE-ID-ENTRY TO FS-UMR-ROUTE-ID
           READ FS-MINOR-RULES-FILE
           KEY IS FS-UMR-ROUTE-ID
           INVALID KEY
               MOVE SPACES TO FS-MINOR-RULES-RECORD
               MOVE WS-UMR-ROUTE-ID-ENTRY TO FS-UMR-ROUTE-ID
               MOVE WS-UMR-ALLOWED-ENTRY TO FS-UMR-ALLOWED
               MOVE WS-UMR-EARLIEST-ENTRY TO FS-UMR-EARLIEST-HHMM
               MOVE WS-UMR-LATEST-ENTRY TO FS-UMR-LATEST-HHMM
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-UMR-TIME-STAMP
               WRITE FS-MINOR-RULES-RECORD
               END-WRITE
           NOT INVALID KEY
               MOVE WS-UMR-ALLOWED-ENTRY TO FS-UMR-ALLOWED
               MOVE WS-UMR-EARLIEST-ENTRY TO FS-UMR-EARLIEST-HHMM
               MOVE WS-UMR-LATEST-ENTRY TO FS-UMR-LATEST-HHMM
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-UMR-TIME-STAMP
               REWRITE FS-MINOR-RULES-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-MINOR-RULES-FILE

           MOVE 'SET-MINOR-RULES' TO WS-AUDIT-ACTION
           MOVE WS-UMR-ROUTE-ID-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       SET-BAGGAGE-FEE-RULES.
           PERFORM TRAVERSAL-ROUTE-RECORD
           DISPLAY ' '
      *    receipt numbers accounted for per day and per clerk; the
      *    register is listed as written, never renumbered.
       OR-REGISTER-REPORT.
           DISPLAY 'Register date (MM/DD/YYYY) : ' WITH NO ADVANCING
           ACCEPT WS-OR-DATE-ENTRY

           MOVE SPACES TO WS-OR-EOF
               ACCEPT WS-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-I-YEAR

               ACCEPT WS-DATE FROM DATE YYYYMMDD

                   MOVE WS-I-MONTH TO WS-MONTH-CHECKER

               ACCEPT WS-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-I-YEAR

               ACCEPT WS-DATE FROM DATE YYYYMMDD

               IF WS-I-MONTH < WS-MONTH OR WS-I-MONTH > 12 THEN
                   PERFORM INVALID-MONTH
               DISPLAY ' '
               PERFORM ADD-SCHEDULE
           ELSE
               MOVE 'K' TO WS-VB-RESULT
               PERFORM CHECK-VEHICLE-AVAILABILITY
               IF NOT WS-VA-HAS-CONFLICT THEN
                   MOVE 'Y' TO WS-VB-INTERACTIVE
                   PERFORM CHECK-VEHICLE-CONTINUITY
               END-IF
               IF WS-VA-HAS-CONFLICT OR WS-VB-IS-BROKEN THEN
                   IF WS-VB-IS-BROKEN THEN
                       PERFORM VEHICLE-BLOCK-BROKEN-MESSAGE
                   ELSE
                       PERFORM VEHICLE-DOUBLE-BOOKED-MESSAGE
                   END-IF
                   PERFORM ADD-SCHEDULE
               ELSE
                   PERFORM CHECK-DRIVER-AVAILABILITY
                           MOVE 'active' TO WS-S-STATUS
                           PERFORM RECORD-SCHEDULE
                           PERFORM INITIALIZE-SEAT-MAP
                           IF WS-VB-NEEDS-DEADHEAD THEN
                               PERFORM RECORD-DEADHEAD-MOVE
                           END-IF

                           MOVE 'ADD-SCHEDULE' TO WS-AUDIT-ACTION
                           MOVE FS-SCHEDULE-ID TO WS-AUDIT-RECORD-KEY
               END-READ
           CLOSE FS-DRIVERS-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-BOOL

           DISPLAY ' '
               ACCEPT WS-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-I-YEAR

               MOVE WS-I-MONTH TO WS-MONTH-CHECKER
               END-IF
           END-PERFORM

           COMPUTE WS-RS-START-DATE-INT =
               (WS-RS-I-YEAR * 10000) + (WS-RS-I-MONTH * 100) +
               WS-RS-I-DAY

               ACCEPT WS-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-I-YEAR

               MOVE WS-I-MONTH TO WS-MONTH-CHECKER
               END-IF
           END-PERFORM

           COMPUTE WS-RS-END-DATE-INT =
               (WS-RS-I-YEAR * 10000) + (WS-RS-I-MONTH * 100) +
               WS-RS-I-DAY

                   DISPLAY WS-RS-SKIPPED-COUNT
                   ' date(s) skipped - vehicle already booked.'
               END-IF
               IF WS-RS-CALENDAR-COUNT > 0 THEN
                   DISPLAY WS-RS-CALENDAR-COUNT
                   ' date(s) changed by the service calendar.'
               END-IF
               PERFORM SUCCESS-ADD-SCHEDULE-MESSAGE
           END-IF
           .
               ACCEPT WS-RS-DOW-ANSWER
               MOVE WS-RS-DOW-ANSWER TO WS-RS-DOW-FLAG(WS-RS-DOW-INDEX)
           END-PERFORM

      *    Holidays follow the service calendar. A run that belongs
      *    to a named special-day pattern (a fiesta or Undas extra,
      *    say) is generated on the days mapped to that pattern.
           DISPLAY ' '
           DISPLAY 'Special-day pattern this run serves'
           DISPLAY '(blank if none) : ' WITH NO ADVANCING
           ACCEPT WS-RS-PATTERN-NAME
           MOVE FUNCTION UPPER-CASE(WS-RS-PATTERN-NAME) TO
               WS-RS-PATTERN-NAME
           .

       GENERATE-RECURRING-SCHEDULES.
           MOVE 0 TO WS-RS-GENERATED-COUNT
           MOVE 0 TO WS-RS-SKIPPED-COUNT
           MOVE 0 TO WS-RS-CALENDAR-COUNT
           MOVE WS-RS-START-DAY-NUMBER TO WS-RS-CURRENT-DAY-NUMBER

           PERFORM CHECK-RECURRING-CHECKPOINT
           PERFORM UNTIL WS-RS-CURRENT-DAY-NUMBER > WS-RS-END-DAY-NUMBER
               COMPUTE WS-RS-WEEKDAY-NUMBER =
                   FUNCTION MOD(WS-RS-CURRENT-DAY-NUMBER - 1, 7) + 1
               PERFORM RESOLVE-SERVICE-DAY

               IF WS-RS-RUNS-TODAY = 'Y' THEN
                   COMPUTE WS-RS-CURRENT-DATE-INT =
                       FUNCTION DATE-OF-INTEGER
                           (WS-RS-CURRENT-DAY-NUMBER)
                   MOVE '/' TO WS-S-D-DATE(3:1)
                   MOVE WS-RS-CURRENT-DATE-INT(7:2) TO WS-S-D-DATE(4:2)
                   MOVE '/' TO WS-S-D-DATE(6:1)
                   MOVE WS-RS-CURRENT-DATE-INT(1:4) TO WS-S-D-DATE(7:4)
                   MOVE WS-S-D-DATE TO WS-S-A-DATE

                   MOVE WS-RS-D-HOUR TO WS-S-D-HOUR

                   MOVE 'active' TO WS-S-STATUS

                   MOVE 'K' TO WS-VB-RESULT
                   PERFORM CHECK-VEHICLE-AVAILABILITY
                   IF NOT WS-VA-HAS-CONFLICT THEN
                       MOVE 'N' TO WS-VB-INTERACTIVE
                       PERFORM CHECK-VEHICLE-CONTINUITY
                   END-IF
                   IF WS-VA-HAS-CONFLICT OR WS-VB-IS-BROKEN THEN
                       ADD 1 TO WS-RS-SKIPPED-COUNT
                   ELSE
                       PERFORM CHECK-DRIVER-AVAILABILITY
                           ELSE
                           PERFORM RECORD-SCHEDULE
                           PERFORM INITIALIZE-SEAT-MAP
                           IF WS-VB-NEEDS-DEADHEAD THEN
                               PERFORM RECORD-DEADHEAD-MOVE
                           END-IF
                           ADD 1 TO WS-RS-GENERATED-COUNT

                           MOVE 'ADD-RECURRING-SCHED' TO WS-AUDIT-ACTION
           PERFORM CLEAR-RECURRING-CHECKPOINT
           .

       RESOLVE-SERVICE-DAY.
      *    A day on the service calendar overrides the weekday: no
      *    service, the Sunday timetable, or only the runs of the
      *    named pattern.
           MOVE WS-RS-DOW-FLAG(WS-RS-WEEKDAY-NUMBER) TO WS-RS-RUNS-TODAY
           COMPUTE WS-RS-CURRENT-DATE-INT =
               FUNCTION DATE-OF-INTEGER(WS-RS-CURRENT-DAY-NUMBER)

           OPEN INPUT FS-SERVICE-CALENDAR-FILE
           IF WS-SVC-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RS-CURRENT-DATE-INT TO FS-SVC-DATE-INT
           READ FS-SERVICE-CALENDAR-FILE
           KEY IS FS-SVC-DATE-INT
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN FS-SVC-NO-SERVICE
                       MOVE 'N' TO WS-RS-RUNS-TODAY
                   WHEN FS-SVC-AS-SUNDAY
                       MOVE WS-RS-DOW-FLAG(7) TO WS-RS-RUNS-TODAY
                   WHEN FS-SVC-PATTERN-DAY
                       IF WS-RS-PATTERN-NAME NOT = SPACES AND
                           WS-RS-PATTERN-NAME = FS-SVC-PATTERN THEN
                           MOVE 'Y' TO WS-RS-RUNS-TODAY
                       ELSE
                           MOVE 'N' TO WS-RS-RUNS-TODAY
                       END-IF
               END-EVALUATE
               IF WS-RS-RUNS-TODAY NOT =
                   WS-RS-DOW-FLAG(WS-RS-WEEKDAY-NUMBER) THEN
                   ADD 1 TO WS-RS-CALENDAR-COUNT
               END-IF
           END-READ
           CLOSE FS-SERVICE-CALENDAR-FILE
           .

       CHECK-RECURRING-CHECKPOINT.
           MOVE 'N' TO WS-RS-RESUMED
           MOVE WS-FK-ROUTE-ID TO FS-CKPT-FK-ROUTE-ID
                   ACCEPT WS-I-MONTH
                   DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
                   ACCEPT WS-I-DAY
                   DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
                   ACCEPT WS-I-YEAR

               ACCEPT WS-DATE FROM DATE YYYYMMDD

               IF WS-I-MONTH < WS-MONTH OR WS-I-MONTH > 12 THEN
                   DISPLAY ' '
               ACCEPT WS-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-I-YEAR

               ACCEPT WS-DATE FROM DATE YYYYMMDD

               IF WS-I-MONTH < WS-MONTH OR WS-I-MONTH > 12 THEN
                   PERFORM INVALID-MONTH
                           IF FS-S-STATUS NOT = 'ACTIVE'
                               PERFORM NOTIFY-AFFECTED-PASSENGERS
                           END-IF
                           IF FS-S-STATUS = 'INACTIVE'
                               PERFORM CANCEL-SCHEDULE-DEADHEADS
                           END-IF
                           IF FS-S-STATUS = 'DELAYED'
                               MOVE 'Y' TO WS-MCX-PENDING
                               MOVE FS-SCHEDULE-ID TO
           END-IF
           .

       CANCEL-SCHEDULE-DEADHEADS.
      *    A cancelled trip no longer needs the bus positioned for
      *    it.
           MOVE SPACES TO WS-EOF
           OPEN I-O FS-DEADHEAD-FILE
           IF WS-DH-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DEADHEAD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-DH-FK-SCHEDULE-ID = FS-SCHEDULE-ID AND
                       FS-DH-STATUS = 'active' THEN
                       MOVE 'cancel' TO FS-DH-STATUS
                       REWRITE FS-DEADHEAD-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DH-FILE-STATUS = '00' OR
               WS-DH-FILE-STATUS = '10' THEN
               CLOSE FS-DEADHEAD-FILE
           END-IF
           .

       NOTIFY-AFFECTED-PASSENGERS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-FILE
           OPEN INPUT FS-PASSENGER-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FK-SCHEDULE-ID = FS-SCHEDULE-ID
                       AND (FS-BOOKING-STATUS = 'reserved' OR
                       FS-BOOKING-STATUS = 'paid') THEN
                       MOVE FS-FK-USER-ID TO FS-P-USER-ID
                       READ FS-PASSENGER-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
      *                        sender batch can retry it.
                               MOVE FS-BOOKING-ID TO
                                   WS-OBX-BOOKING-ID
                               PERFORM SET-PASSENGER-PLACEHOLDERS
                               PERFORM SET-SCHEDULE-PLACEHOLDERS
                               MOVE 'DELAY-NOTICE' TO WS-MTP-WANT-TYPE
                               MOVE FS-BOOKING-ID TO WS-MTP-BOOKING
                               MOVE FS-S-STATUS TO WS-MTP-DETAIL
                               PERFORM RENDER-MESSAGE-TEMPLATE
                               PERFORM DECRYPT-PASSENGER-CONTACT
                               IF FS-P-NOTIFY-SMS-ONLY OR
                               FS-P-NOTIFY-BOTH THEN
                                   MOVE SPACES TO WS-NOTIFY-COMMAND
                                   STRING "python3 backend/python_"-
                                   "script_for_sms.py "
                                   WS-FC-PLAIN-PHONE
                                   DELIMITED BY SIZE INTO
                                   WS-NOTIFY-COMMAND
                                   PERFORM APPEND-MESSAGE-TEXT
                                   CALL "SYSTEM" USING WS-NOTIFY-COMMAND
                                       RETURNING WS-NOTIFY-RETURN-CODE
                                   MOVE 'SMS' TO WS-OBX-CHANNEL
                               END-IF
                               IF NOT FS-P-NOTIFY-SMS-ONLY AND
                                   NOT FS-P-NOTIFY-NONE THEN
                               MOVE SPACES TO WS-NOTIFY-COMMAND
                               STRING "python3 backend/python_script"-
                               "_for_email.py " WS-FC-PLAIN-EMAIL
                               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND
                               PERFORM APPEND-MESSAGE-TEXT
                               CALL "SYSTEM" USING WS-NOTIFY-COMMAND
                                   RETURNING WS-NOTIFY-RETURN-CODE
                               MOVE 'EMAIL' TO WS-OBX-CHANNEL
                                   WS-OBX-SEND-RC
                               PERFORM WRITE-OUTBOX-MESSAGE
                               END-IF
                               MOVE SPACES TO WS-MTP-RENDERED
                       END-READ
                   END-IF
           END-PERFORM

       PROMO-CODE-PAGE.
           MOVE SPACES TO WS-PROMO-MENU-CHOICE
           PERFORM UNTIL WS-PROMO-MENU-CHOICE = '5'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*                Promo Code Page                  *"
           DISPLAY '1 - Add Promo Code'
           DISPLAY '2 - Update Promo Code'
           DISPLAY '3 - Remove Promo Code'
           DISPLAY '4 - Campaign Performance Report'
           DISPLAY '5 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-PROMO-MENU-CHOICE
               WHEN '3'
                   PERFORM REMOVE-PROMO
               WHEN '4'
                   PERFORM RUN-PROMO-REPORT
               WHEN '5'
                   PERFORM SCHEDULE-MAIN-MENU
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-PERFORM
           .

       RUN-PROMO-REPORT.
      *    Redemptions, discount, revenue, first-time share, cancel
      *    and no-show rates against full fare, and route load in the
      *    promo window against the weeks before it.
           DISPLAY 'Promo code [blank = all codes] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-PROMO-REPORT-ENTRY
           ACCEPT WS-PROMO-REPORT-ENTRY

           MOVE SPACES TO WS-NOTIFY-COMMAND
           STRING 'backend/promo_report '
               FUNCTION TRIM(WS-PROMO-REPORT-ENTRY)
               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND

           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE

           DISPLAY 'Report written to data/export/promo_performance.txt'
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       ADD-PROMO.
           PERFORM CLEAR
           DISPLAY " "
           ACCEPT WS-PROMO-TYPE-CHOICE
           DISPLAY " Enter Discount Value: " WITH NO ADVANCING
           ACCEPT WS-PROMO-DISCOUNT-VALUE
           DISPLAY " Enter Expiry Date [MM/DD/YYYY]: " WITH NO ADVANCING
           ACCEPT WS-PROMO-EXPIRY-DATE

           MOVE FUNCTION UPPER-CASE(WS-PROMO-CODE) TO WS-PROMO-CODE
                   ACCEPT WS-PROMO-TYPE-CHOICE
                   DISPLAY " Enter Discount Value: " WITH NO ADVANCING
                   ACCEPT WS-PROMO-DISCOUNT-VALUE
                   DISPLAY " Enter Expiry Date [MM/DD/YYYY]: "
                   WITH NO ADVANCING
                   ACCEPT WS-PROMO-EXPIRY-DATE
                   DISPLAY " Status - [ACTIVE] or [INACTIVE]: "
           DISPLAY ' '
           DISPLAY 'Search Booking ID : ' WITH NO ADVANCING
           ACCEPT FS-BOOKING-ID
           MOVE FS-BOOKING-ID TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-DISPLAY
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-BOOKING-FILE
           OPEN INPUT FS-SCHEDULES-FILE
               NOT INVALID KEY
                   PERFORM DETERMINE-NOSHOW-ELIGIBILITY
                   IF WS-NOSHOW-IS-ELIGIBLE THEN
                       MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                       MOVE 'no-show' TO FS-BOOKING-STATUS
                       REWRITE FS-BOOKING-RECORD
                           INVALID KEY
                               PERFORM FAILED-UPDATE-SCHED
                           NOT INVALID KEY
                               PERFORM SUCCESS-UPDATE-MESSAGE
                               MOVE 'NO-SHOW' TO WS-BEV-EVENT
                               MOVE FS-BOOKING-STATUS TO
                                   WS-BEV-NEW-VALUE
                               PERFORM WRITE-ADMIN-BOOKING-EVENT
                               MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                               MOVE 'RWT' TO WS-JRN-ACTION
                               MOVE FS-BOOKING-RECORD TO WS-JRN-IMAGE
       VALIDATE-BOARDING-TICKET.
           DISPLAY 'Scan or enter Booking ID : ' WITH NO ADVANCING
           ACCEPT FS-BOOKING-ID
           MOVE FS-BOOKING-ID TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-DISPLAY
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-BOOKING-FILE
           OPEN INPUT FS-SCHEDULES-FILE
               EXIT PARAGRAPH
           END-IF

      *    The trip's route and date come from the schedule itself;
      *    a detour in force that day can close the boarding stop.
           MOVE FS-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           END-READ
           MOVE FS-S-D-DATE(7:4) TO WS-DTR-TRIP-INT(1:4)
           MOVE FS-S-D-DATE(1:2) TO WS-DTR-TRIP-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-DTR-TRIP-INT(7:2)
           MOVE 'N' TO WS-DTR-CLOSED

      *    A booking with no stage record travels end to end and
      *    boards at the first stop only.
           MOVE 1 TO WS-STG-BOARD-SEQ
                   MOVE FS-FK-ROUTE-ID TO WS-STG-ROUTE-ID
                   PERFORM FIND-STOP-SEQUENCE
                   MOVE WS-STG-LOOKUP-SEQ TO WS-STG-BOARD-SEQ
                   MOVE FS-BST-BOARD-STOP-ID TO
                       WS-STG-LOOKUP-STOP-ID
                   PERFORM CHECK-STOP-CLOSED
               END-READ
               CLOSE FS-BOOKING-STAGE-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-STG-BOARD-SEQ = WS-STG-CURRENT-SEQ
                   CONTINUE
      *        Nobody can be picked up at a closed stop, so a
      *        passenger booked there boards at the next open stop.
               WHEN WS-DTR-CLOSED = 'Y' AND
                   WS-STG-BOARD-SEQ < WS-STG-CURRENT-SEQ
                   DISPLAY ' '
                   DISPLAY ' Boarding stop closed by a detour -'
                       ' boarding at the next open stop.'
               WHEN WS-STG-BOARD-SEQ > WS-STG-CURRENT-SEQ
                   MOVE 'N' TO WS-STG-BOARD-OK
                   DISPLAY ' '
       FIND-STOP-SEQUENCE.
      *    Expects WS-STG-ROUTE-ID and WS-STG-LOOKUP-STOP-ID;
      *    returns the stop's sequence on the route in
      *    WS-STG-LOOKUP-SEQ (1 when not found). A substitute stop
      *    of a detour takes the sequence of the stop it replaces.
           MOVE 1 TO WS-STG-LOOKUP-SEQ
           MOVE 'N' TO WS-DTR-ON-ROUTE
           PERFORM SCAN-ROUTE-STOP-SEQUENCE
           IF WS-DTR-ON-ROUTE NOT = 'Y' THEN
               PERFORM FIND-SUBSTITUTED-STOP
               IF WS-DTR-LOOKUP-STOP-ID NOT = SPACES THEN
                   MOVE WS-DTR-LOOKUP-STOP-ID TO WS-STG-LOOKUP-STOP-ID
                   PERFORM SCAN-ROUTE-STOP-SEQUENCE
                   MOVE 'N' TO WS-DTR-ON-ROUTE
               END-IF
           END-IF
           .

       SCAN-ROUTE-STOP-SEQUENCE.
           MOVE SPACES TO WS-STG-EOF
           OPEN INPUT FS-ROUTE-STOPS-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
                       FS-RST-FK-STOP-ID =
                       WS-STG-LOOKUP-STOP-ID THEN
                       MOVE FS-RST-SEQUENCE TO WS-STG-LOOKUP-SEQ
                       MOVE 'Y' TO WS-DTR-ON-ROUTE
                       MOVE 'Y' TO WS-STG-EOF
                   END-IF
               END-READ
           END-IF
           .

       FIND-SUBSTITUTED-STOP.
      *    Returns in WS-DTR-LOOKUP-STOP-ID the route stop that an
      *    active detour replaces with WS-STG-LOOKUP-STOP-ID.
           MOVE SPACES TO WS-DTR-LOOKUP-STOP-ID
           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DTR-EOF
           END-IF
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-DETOUR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   IF FS-DTR-FK-ROUTE-ID = WS-STG-ROUTE-ID AND
                       FS-DTR-SUBSTITUTE-STOP-ID =
                       WS-STG-LOOKUP-STOP-ID AND
                       FS-DTR-STATUS = 'active' THEN
                       MOVE FS-DTR-FK-STOP-ID TO WS-DTR-LOOKUP-STOP-ID
                       MOVE 'Y' TO WS-DTR-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DTR-FILE-STATUS = '00' OR WS-DTR-FILE-STATUS = '10'
               THEN
               CLOSE FS-DETOUR-FILE
           END-IF
           .

       CHECK-STOP-CLOSED.
      *    Sets WS-DTR-CLOSED when WS-STG-LOOKUP-STOP-ID is closed
      *    with no substitute on WS-STG-ROUTE-ID for the trip date in
      *    WS-DTR-TRIP-INT.
           MOVE 'N' TO WS-DTR-CLOSED
           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DTR-EOF
           END-IF
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-DETOUR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   IF FS-DTR-FK-ROUTE-ID = WS-STG-ROUTE-ID AND
                       FS-DTR-FK-STOP-ID = WS-STG-LOOKUP-STOP-ID AND
                       FS-DTR-STATUS = 'active' AND
                       FS-DTR-SUBSTITUTE-STOP-ID = SPACES AND
                       FS-DTR-FROM-INT <= WS-DTR-TRIP-INT AND
                       FS-DTR-TO-INT >= WS-DTR-TRIP-INT THEN
                       MOVE 'Y' TO WS-DTR-CLOSED
                       MOVE 'Y' TO WS-DTR-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DTR-FILE-STATUS = '00' OR WS-DTR-FILE-STATUS = '10'
               THEN
               CLOSE FS-DETOUR-FILE
           END-IF
           .

       TIMETABLE-VERSION-PAGE.
      *    Working-versus-published timetable: planners edit a
      *    working copy without touching sales, then publish it at

       PUBLISH-WORKING-TIMETABLE.
           DISPLAY ' '
           DISPLAY 'Effective date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-TT-EFFECTIVE-ENTRY

           MOVE WS-TT-EFFECTIVE-ENTRY(7:4) TO WS-TT-DATE-INT(1:4)
           MOVE WS-TT-EFFECTIVE-ENTRY(1:2) TO WS-TT-DATE-INT(5:2)
           MOVE WS-TT-EFFECTIVE-ENTRY(4:2) TO WS-TT-DATE-INT(7:2)
           COMPUTE WS-TT-EFFECTIVE-DAY =
       PUBLISH-ONE-WORKING-ROW.
      *    Only rows at or past the effective boundary swap live,
      *    and only when they actually changed.
           MOVE FS-SW-DEPARTURE-TIME(7:4) TO WS-TT-DATE-INT(1:4)
           MOVE FS-SW-DEPARTURE-TIME(1:2) TO WS-TT-DATE-INT(5:2)
           MOVE FS-SW-DEPARTURE-TIME(4:2) TO WS-TT-DATE-INT(7:2)
           COMPUTE WS-TT-DEP-DAY =
           DISPLAY 'Severity [I]nfo [W]arn [S]evere : '
           WITH NO ADVANCING
           ACCEPT WS-ADV-SEVERITY-CHOICE
           DISPLAY 'Start date  [MM/DD/YYYY]        : '
           WITH NO ADVANCING
           ACCEPT WS-ADV-START-ENTRY
           DISPLAY 'Expiry date [MM/DD/YYYY]        : '
           WITH NO ADVANCING
           ACCEPT WS-ADV-EXPIRY-ENTRY

               EXIT PARAGRAPH
           END-READ

           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE 'ADVISORY' TO WS-MTP-WANT-TYPE
           MOVE FS-BOOKING-ID TO WS-MTP-BOOKING
           MOVE FS-FK-SCHEDULE-ID TO WS-MTP-SCHEDULE
           MOVE FS-ADV-MESSAGE TO WS-MTP-DETAIL
           PERFORM RENDER-MESSAGE-TEMPLATE

           MOVE 'EMAIL' TO WS-OBX-CHANNEL
           MOVE FS-P-EMAIL TO WS-OBX-ADDRESS
           MOVE FS-BOOKING-ID TO WS-OBX-BOOKING-ID
           MOVE 1 TO WS-OBX-SEND-RC
           PERFORM WRITE-OUTBOX-MESSAGE
           MOVE SPACES TO WS-MTP-RENDERED
           ADD 1 TO WS-ADV-PUSH-COUNT
           .

           DISPLAY ' '
           DISPLAY 'Route ID               : ' WITH NO ADVANCING
           ACCEPT WS-MDX-ROUTE-ENTRY
           DISPLAY 'From date [MM/DD/YYYY]   : ' WITH NO ADVANCING
           ACCEPT WS-MDX-START-ENTRY
           DISPLAY 'To date   [MM/DD/YYYY]   : ' WITH NO ADVANCING
           ACCEPT WS-MDX-END-ENTRY
           DISPLAY 'Reason: T-Typhoon R-Road closure O-Other : '
           WITH NO ADVANCING
           ACCEPT WS-MDX-REASON-ENTRY

           MOVE WS-MDX-START-ENTRY(7:4) TO WS-MDX-DATE-INT(1:4)
           MOVE WS-MDX-START-ENTRY(1:2) TO WS-MDX-DATE-INT(5:2)
           MOVE WS-MDX-START-ENTRY(4:2) TO WS-MDX-DATE-INT(7:2)
           COMPUTE WS-MDX-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MDX-DATE-INT)

           MOVE WS-MDX-END-ENTRY(7:4) TO WS-MDX-DATE-INT(1:4)
           MOVE WS-MDX-END-ENTRY(1:2) TO WS-MDX-DATE-INT(5:2)
           MOVE WS-MDX-END-ENTRY(4:2) TO WS-MDX-DATE-INT(7:2)
           COMPUTE WS-MDX-END-DAY =
               NOT AT END
                   IF FS-FK-ROUTE-ID = WS-MDX-ROUTE-ENTRY AND
                       FS-S-STATUS = 'active' THEN
                       MOVE FS-S-D-DATE(7:4) TO
                           WS-MDX-DATE-INT(1:4)
                       MOVE FS-S-D-DATE(1:2) TO
                           WS-MDX-DATE-INT(5:2)
                       MOVE FS-S-D-DATE(4:2) TO

           PERFORM MDX-REMEMBER-PASSENGER

           MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
           MOVE 'canceled' TO FS-BOOKING-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TIME-STAMP
           REWRITE FS-BOOKING-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'DISRUPTION' TO WS-BEV-EVENT
                   MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                   PERFORM WRITE-ADMIN-BOOKING-EVENT
           END-REWRITE
           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           MOVE 'RWT' TO WS-JRN-ACTION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SET-PASSENGER-PLACEHOLDERS
                   MOVE 'DISRUPTION' TO WS-MTP-WANT-TYPE
                   MOVE WS-MDX-ROUTE-ENTRY TO WS-MTP-ROUTE
                   MOVE WS-MDX-START-ENTRY TO WS-MTP-DATE
                   EVALUATE WS-MDX-REASON-ENTRY
                       WHEN 'T'
                           MOVE 'typhoon' TO WS-MTP-VALUE
                       WHEN 'R'
                           MOVE 'road closure' TO WS-MTP-VALUE
                       WHEN OTHER
                           MOVE 'service disruption' TO WS-MTP-VALUE
                   END-EVALUATE
                   STRING FUNCTION TRIM(WS-MTP-VALUE) DELIMITED BY SIZE
                       ', ' DELIMITED BY SIZE
                       WS-MDX-START-ENTRY DELIMITED BY SIZE
                       ' to ' DELIMITED BY SIZE
                       WS-MDX-END-ENTRY DELIMITED BY SIZE
                   INTO WS-MTP-DETAIL
                   PERFORM RENDER-MESSAGE-TEMPLATE

                   MOVE 'EMAIL' TO WS-OBX-CHANNEL
                   MOVE FS-P-EMAIL TO WS-OBX-ADDRESS
                   MOVE SPACES TO WS-OBX-BOOKING-ID
                   MOVE 1 TO WS-OBX-SEND-RC
                   PERFORM WRITE-OUTBOX-MESSAGE
                   MOVE SPACES TO WS-MTP-RENDERED
                   ADD 1 TO WS-MDX-NOTIFIED-TOTAL
               END-READ
               ADD 1 TO WS-MDX-J

           IF WS-STG-ALIGHT-SEQ > ZEROES AND
               WS-STG-ALIGHT-SEQ <= WS-STG-SEQ-ENTRY THEN
               MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
               MOVE 'alighted' TO FS-BOOKING-STATUS
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-TIME-STAMP
               REWRITE FS-BOOKING-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALIGHTED' TO WS-BEV-EVENT
                       MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                       PERFORM WRITE-ADMIN-BOOKING-EVENT
               END-REWRITE
               MOVE 'BOOKING' TO WS-JRN-FILE-CODE
               MOVE 'RWT' TO WS-JRN-ACTION
           END-IF
           DISPLAY WS-RDY-LINE-TAG ' No open incident'

           MOVE '[FAIL]' TO WS-RDY-LINE-TAG
           IF WS-RDY-DEFECT-OK = 'Y' THEN
               MOVE '[ OK ]' TO WS-RDY-LINE-TAG
           END-IF
           DISPLAY WS-RDY-LINE-TAG ' No open safety defect on the bus'

           PERFORM SHOW-LOAD-SUMMARY

           MOVE 'Y' TO WS-RDY-ALL-GREEN
               WS-RDY-VEHICLE-OK NOT = 'Y' OR
               WS-RDY-BAY-OK NOT = 'Y' OR
               WS-RDY-MANIFEST-OK NOT = 'Y' OR
               WS-RDY-INCIDENT-OK NOT = 'Y' OR
               WS-RDY-DEFECT-OK NOT = 'Y' THEN
               MOVE 'N' TO WS-RDY-ALL-GREEN
           END-IF

           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '10' THEN
               CLOSE FS-INCIDENT-FILE
           END-IF

      *    A safety-critical defect from a driver's walk-round holds
      *    every trip of the bus until a mechanic signs it off.
           MOVE 'Y' TO WS-RDY-DEFECT-OK
           MOVE SPACES TO WS-RDY-EOF
           OPEN INPUT FS-DEFECT-FILE
           IF WS-IDF-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-RDY-EOF
           END-IF
           PERFORM UNTIL WS-RDY-EOF = 'Y'
               READ FS-DEFECT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RDY-EOF
               NOT AT END
                   IF FS-IDF-FK-VEHICLE-ID = FS-FK-VEHICLE-ID AND
                       FS-IDF-SAFETY = 'Y' AND
                       FS-IDF-STATUS = 'open' THEN
                       MOVE 'N' TO WS-RDY-DEFECT-OK
                       MOVE 'Y' TO WS-RDY-EOF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-IDF-FILE-STATUS = '00' OR
               WS-IDF-FILE-STATUS = '10' THEN
               CLOSE FS-DEFECT-FILE
           END-IF
           .

       SHOW-LOAD-SUMMARY.
               CLOSE FS-CARGO-FILE
           END-IF

      *    Through consignments booked onto this trip as a later leg
      *    of their journey hold their space here as well.
           MOVE SPACES TO WS-LOAD-EOF
           OPEN INPUT FS-CARGO-LEGS-FILE
           IF WS-CGL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-LOAD-EOF
           END-IF
           PERFORM UNTIL WS-LOAD-EOF = 'Y'
               READ FS-CARGO-LEGS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   IF FS-CGL-FK-SCHEDULE-ID = WS-RDY-SCHEDULE-ENTRY AND
                       FS-CGL-STATUS = 'booked' THEN
                       ADD FS-CGL-WEIGHT-KG TO WS-LOAD-CARGO-KG
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CGL-FILE-STATUS = '00' OR
               WS-CGL-FILE-STATUS = '10' THEN
               CLOSE FS-CARGO-LEGS-FILE
           END-IF

           MOVE ZEROES TO WS-LOAD-BAGGAGE-KG
           MOVE ZEROES TO WS-LOAD-PAX-COUNT
           MOVE SPACES TO WS-LOAD-EOF
               INVALID KEY
                   PERFORM SCHEDULE-NOT-FOUND-DISPLAY
               NOT INVALID KEY
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   COMPUTE WS-CURRENT-DATE-INT =
                       (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
                       WS-TODAY-DD
                   COMPUTE WS-CURRENT-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-INT)
                   IF WS-CVM-DAY-NUMBER < WS-CURRENT-DAY-NUMBER THEN
                       PERFORM BOARDING-EXPIRED-DISPLAY
                   ELSE
                       MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                       MOVE 'boarded' TO FS-BOOKING-STATUS
                       REWRITE FS-BOOKING-RECORD
                           INVALID KEY
                               PERFORM FAILED-UPDATE-SCHED
                           NOT INVALID KEY
                               PERFORM BOARDING-VALID-DISPLAY
                               MOVE 'BOARDED' TO WS-BEV-EVENT
                               MOVE FS-BOOKING-STATUS TO
                                   WS-BEV-NEW-VALUE
                               PERFORM WRITE-ADMIN-BOOKING-EVENT
                       END-REWRITE
                       MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                       MOVE 'RWT' TO WS-JRN-ACTION

       DETERMINE-NOSHOW-ELIGIBILITY.
           MOVE 'N' TO WS-NOSHOW-ELIGIBLE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-TIME(1:2) TO WS-TODAY-HOUR24
           MOVE WS-TODAY-TIME(3:2) TO WS-TODAY-MINUTE

           COMPUTE WS-CURRENT-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           MOVE FS-S-D-DATE(1:2) TO WS-DEPART-DATE-INT(5:2)
           MOVE FS-S-D-DATE(4:2) TO WS-DEPART-DATE-INT(7:2)
           MOVE FS-S-D-DATE(7:4) TO WS-DEPART-DATE-INT(1:4)

           IF FS-S-D-TIME-FORMAT = 'AM' THEN
               IF FS-S-D-HOUR = 12 THEN
       CONVERT-TIME-TO-MINUTES.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)

           IF WS-CVM-TIME-FORMAT = 'AM' THEN
               IF WS-CVM-HOUR = 12 THEN
       CONVERT-DATE-TO-DAY-NUMBER.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)

           COMPUTE WS-OCC-SCHED-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)
           CLOSE FS-SCHEDULES-FILE
           .

       CHECK-VEHICLE-CONTINUITY.
      *    A bus can only take a trip from where its last movement
      *    left it. The last movement is the latest revenue trip or
      *    empty positioning run arriving before this departure; if
      *    it ends at this trip's origin the bus still needs that
      *    terminal's turnaround, otherwise it has to run empty
      *    (a deadhead) to the origin and still make the turnaround
      *    there. A bus with no earlier movement is taken to be
      *    positioned already.
           MOVE 'K' TO WS-VB-RESULT
           MOVE SPACES TO WS-VB-REASON
           MOVE ZEROES TO WS-VB-DH-KM
           PERFORM LOAD-BLOCK-PARAMETERS
           PERFORM FIND-PREVIOUS-MOVEMENT
           IF WS-VB-PREV-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-VB-NEW-ORIGIN
           OPEN INPUT FS-ROUTES-FILE
           MOVE WS-FK-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FUNCTION UPPER-CASE(FS-ROUTE-ORIGIN) TO
                   WS-VB-NEW-ORIGIN
           END-READ
           CLOSE FS-ROUTES-FILE

           MOVE WS-VB-NEW-ORIGIN TO WS-VB-TURN-PLACE
           PERFORM FETCH-TURNAROUND-MINUTES
           MOVE WS-VB-TURN-MINUTES TO WS-VB-NEED-MINUTES

           IF WS-VB-PREV-PLACE = WS-VB-NEW-ORIGIN THEN
               COMPUTE WS-VB-GAP-MINUTES =
                   WS-VA-NEW-DEP-MINUTES - WS-VB-PREV-ARR-MINUTES
               IF WS-VB-GAP-MINUTES < WS-VB-NEED-MINUTES THEN
                   MOVE 'B' TO WS-VB-RESULT
                   MOVE WS-VB-GAP-MINUTES TO WS-VB-EDIT-MINUTES
                   STRING 'Only ' WS-VB-EDIT-MINUTES
                       ' min to turn around; the terminal needs '
                       WS-VB-NEED-MINUTES
                       DELIMITED BY SIZE INTO WS-VB-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DEADHEAD-DISTANCE
           IF WS-VB-DH-FOUND NOT = 'Y' THEN
               IF WS-VB-INTERACTIVE = 'Y' THEN
                   DISPLAY ' '
                   DISPLAY ' The bus ends its last movement at '
                       WS-VB-PREV-PLACE
                   DISPLAY ' and no route runs from there to '
                       WS-VB-NEW-ORIGIN
                   DISPLAY 'Empty-run distance (km, 0 to stop) : '
                   WITH NO ADVANCING
                   ACCEPT WS-VB-DH-KM
               END-IF
               IF WS-VB-DH-KM = ZEROES THEN
                   MOVE 'B' TO WS-VB-RESULT
                   MOVE 'No empty-run distance known to the origin' TO
                       WS-VB-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    The empty run leaves once the last trip has turned round
      *    where it ended and is timed at the deadhead running speed.
           MOVE WS-VB-PREV-PLACE TO WS-VB-TURN-PLACE
           PERFORM FETCH-TURNAROUND-MINUTES
           COMPUTE WS-VB-DH-DEP-MINUTES =
               WS-VB-PREV-ARR-MINUTES + WS-VB-TURN-MINUTES
           IF WS-VB-DEADHEAD-KPH = ZEROES THEN
               MOVE 50 TO WS-VB-DEADHEAD-KPH
           END-IF
           COMPUTE WS-VB-DH-RUN-MINUTES ROUNDED =
               (WS-VB-DH-KM * 60) / WS-VB-DEADHEAD-KPH
           COMPUTE WS-VB-DH-ARR-MINUTES =
               WS-VB-DH-DEP-MINUTES + WS-VB-DH-RUN-MINUTES

           MOVE WS-VB-DH-DEP-MINUTES TO WS-VB-CLK-MINUTES
           PERFORM MINUTES-TO-SCHEDULE-TIME
           MOVE WS-VB-CLK-STAMP TO WS-VB-DH-DEPARTURE
           MOVE WS-VB-DH-ARR-MINUTES TO WS-VB-CLK-MINUTES
           PERFORM MINUTES-TO-SCHEDULE-TIME
           MOVE WS-VB-CLK-STAMP TO WS-VB-DH-ARRIVAL

           IF WS-VB-DH-ARR-MINUTES + WS-VB-NEED-MINUTES >
               WS-VA-NEW-DEP-MINUTES THEN
               MOVE 'B' TO WS-VB-RESULT
               STRING 'Empty run would arrive ' WS-VB-DH-ARRIVAL
                   ' - too late'
                   DELIMITED BY SIZE INTO WS-VB-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO WS-VB-RESULT
           IF WS-VB-INTERACTIVE = 'Y' THEN
               MOVE WS-VB-DH-KM TO WS-VB-EDIT-KM
               DISPLAY ' '
               DISPLAY ' This trip needs an empty positioning run:'
               DISPLAY '   from    : ' WS-VB-PREV-PLACE
               DISPLAY '   to      : ' WS-VB-NEW-ORIGIN
               DISPLAY '   leaving : ' WS-VB-DH-DEPARTURE
               DISPLAY '   arriving: ' WS-VB-DH-ARRIVAL
               DISPLAY '   distance: ' WS-VB-EDIT-KM ' km'
               DISPLAY 'Record the deadhead move? [YES/NO] '
               WITH NO ADVANCING
               ACCEPT WS-VB-DH-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-VB-DH-ANSWER) TO
                   WS-VB-DH-ANSWER
               IF WS-VB-DH-ANSWER NOT = 'YES' THEN
                   MOVE 'B' TO WS-VB-RESULT
                   MOVE 'Positioning run not accepted' TO WS-VB-REASON
               END-IF
           END-IF
           .

       FIND-PREVIOUS-MOVEMENT.
           MOVE 'N' TO WS-VB-PREV-FOUND
           MOVE SPACES TO WS-VB-PREV-PLACE
           MOVE SPACES TO WS-VB-PREV-ROUTE-ID
           MOVE ZEROES TO WS-VB-PREV-ARR-MINUTES

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FK-VEHICLE-ID = WS-FK-VEHICLE-ID
                       AND (FS-S-STATUS = 'active' OR
                       FS-S-STATUS = 'closed')
                       AND FS-SCHEDULE-ID NOT =
                           WS-CONFLICT-EXCLUDE-ID THEN
                       MOVE FS-S-A-DATE TO WS-CVM-DATE
                       MOVE FS-S-A-HOUR TO WS-CVM-HOUR
                       MOVE FS-S-A-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-S-A-TIME-FORMAT TO WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       IF WS-CVM-TOTAL-MINUTES <=
                           WS-VA-NEW-DEP-MINUTES AND
                           (WS-VB-PREV-FOUND = 'N' OR
                           WS-CVM-TOTAL-MINUTES >
                           WS-VB-PREV-ARR-MINUTES) THEN
                           MOVE 'Y' TO WS-VB-PREV-FOUND
                           MOVE 'REV' TO WS-VB-PREV-KIND
                           MOVE FS-SCHEDULE-ID TO WS-VB-PREV-ID
                           MOVE FS-FK-ROUTE-ID TO WS-VB-PREV-ROUTE-ID
                           MOVE WS-CVM-TOTAL-MINUTES TO
                               WS-VB-PREV-ARR-MINUTES
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE

      *    An empty run landing at the same minute as a trip came
      *    after it, so it wins the tie.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-DEADHEAD-FILE
           IF WS-DH-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DEADHEAD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-DH-FK-VEHICLE-ID = WS-FK-VEHICLE-ID
                       AND FS-DH-STATUS = 'active' THEN
                       MOVE FS-DH-A-DATE TO WS-CVM-DATE
                       MOVE FS-DH-A-HOUR TO WS-CVM-HOUR
                       MOVE FS-DH-A-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-DH-A-TIME-FORMAT TO WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       IF WS-CVM-TOTAL-MINUTES <=
                           WS-VA-NEW-DEP-MINUTES AND
                           (WS-VB-PREV-FOUND = 'N' OR
                           WS-CVM-TOTAL-MINUTES >=
                           WS-VB-PREV-ARR-MINUTES) THEN
                           MOVE 'Y' TO WS-VB-PREV-FOUND
                           MOVE 'DH' TO WS-VB-PREV-KIND
                           MOVE FS-DH-ID TO WS-VB-PREV-ID
                           MOVE SPACES TO WS-VB-PREV-ROUTE-ID
                           MOVE FS-DH-TO-PLACE TO WS-VB-PREV-PLACE
                           MOVE WS-CVM-TOTAL-MINUTES TO
                               WS-VB-PREV-ARR-MINUTES
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DH-FILE-STATUS = '00' OR
               WS-DH-FILE-STATUS = '10' THEN
               CLOSE FS-DEADHEAD-FILE
           END-IF

           IF WS-VB-PREV-ROUTE-ID NOT = SPACES THEN
               OPEN INPUT FS-ROUTES-FILE
               MOVE WS-VB-PREV-ROUTE-ID TO FS-ROUTE-ID
               READ FS-ROUTES-FILE
               KEY IS FS-ROUTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(FS-ROUTE-DESTINATION) TO
                       WS-VB-PREV-PLACE
               END-READ
               CLOSE FS-ROUTES-FILE
           END-IF
           .

       FIND-DEADHEAD-DISTANCE.
      *    The empty run is costed over the road a route already
      *    takes between the two places.
           MOVE 'N' TO WS-VB-DH-FOUND
           MOVE ZEROES TO WS-VB-DH-KM
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-ROUTES-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-ROUTES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(FS-ROUTE-ORIGIN) =
                       WS-VB-PREV-PLACE AND
                       FUNCTION UPPER-CASE(FS-ROUTE-DESTINATION) =
                       WS-VB-NEW-ORIGIN AND
                       WS-VB-DH-FOUND = 'N' THEN
                       MOVE 'Y' TO WS-VB-DH-FOUND
                       MOVE FS-ROUTE-DISTANCE TO WS-VB-DH-KM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-ROUTES-FILE
           .

       FETCH-TURNAROUND-MINUTES.
           MOVE WS-VB-DEFAULT-TURNAROUND TO WS-VB-TURN-MINUTES
           OPEN INPUT FS-TURNAROUND-FILE
           IF WS-TTA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VB-TURN-PLACE TO FS-TTA-PLACE
           READ FS-TURNAROUND-FILE
           KEY IS FS-TTA-PLACE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-TTA-MINUTES TO WS-VB-TURN-MINUTES
           END-READ
           CLOSE FS-TURNAROUND-FILE
           .

       LOAD-BLOCK-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-VB-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'TURNAROUND-MIN' TO FS-BPM-PARAM-NAME
           PERFORM READ-BLOCK-PARAM
           IF WS-VB-PARAM-LIVE = 'Y' THEN
               MOVE FS-BPM-PARAM-VALUE TO WS-VB-DEFAULT-TURNAROUND
           END-IF
           MOVE 'DEADHEAD-KPH' TO FS-BPM-PARAM-NAME
           PERFORM READ-BLOCK-PARAM
           IF WS-VB-PARAM-LIVE = 'Y' THEN
               MOVE FS-BPM-PARAM-VALUE TO WS-VB-DEADHEAD-KPH
           END-IF
           MOVE 'DEADHEAD-COST-KM' TO FS-BPM-PARAM-NAME
           PERFORM READ-BLOCK-PARAM
           IF WS-VB-PARAM-LIVE = 'Y' THEN
               MOVE FS-BPM-PARAM-VALUE TO WS-VB-DEADHEAD-COST-KM
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .

       READ-BLOCK-PARAM.
           MOVE 'N' TO WS-VB-PARAM-LIVE
           READ FS-BUSINESS-PARAMS-FILE
           KEY IS FS-BPM-PARAM-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FS-BPM-EFFECTIVE-DATE = SPACES THEN
                   MOVE 'Y' TO WS-VB-PARAM-LIVE
               ELSE
                   MOVE FS-BPM-EFFECTIVE-DATE(7:4) TO
                       WS-VB-EFFECTIVE-INT(1:4)
                   MOVE FS-BPM-EFFECTIVE-DATE(1:2) TO
                       WS-VB-EFFECTIVE-INT(5:2)
                   MOVE FS-BPM-EFFECTIVE-DATE(4:2) TO
                       WS-VB-EFFECTIVE-INT(7:2)
                   IF WS-VB-EFFECTIVE-INT <= WS-VB-TODAY-INT THEN
                       MOVE 'Y' TO WS-VB-PARAM-LIVE
                   END-IF
               END-IF
           END-READ
           .

       MINUTES-TO-SCHEDULE-TIME.
      *    Absolute minutes back into the timetable's date and
      *    12-hour clock.
           DIVIDE WS-VB-CLK-MINUTES BY 1440
               GIVING WS-VB-CLK-DAY-NUMBER
               REMAINDER WS-VB-CLK-OF-DAY
           COMPUTE WS-VB-CLK-DATE-INT =
               FUNCTION DATE-OF-INTEGER(WS-VB-CLK-DAY-NUMBER)
           MOVE WS-VB-CLK-DATE-INT(5:2) TO WS-VB-CLK-DATE(1:2)
           MOVE '/' TO WS-VB-CLK-DATE(3:1)
           MOVE WS-VB-CLK-DATE-INT(7:2) TO WS-VB-CLK-DATE(4:2)
           MOVE '/' TO WS-VB-CLK-DATE(6:1)
           MOVE WS-VB-CLK-DATE-INT(1:4) TO WS-VB-CLK-DATE(7:4)
           DIVIDE WS-VB-CLK-OF-DAY BY 60
               GIVING WS-VB-CLK-HOUR24
               REMAINDER WS-VB-CLK-MINUTE
           EVALUATE TRUE
               WHEN WS-VB-CLK-HOUR24 = 0
                   MOVE 12 TO WS-VB-CLK-HOUR
                   MOVE 'AM' TO WS-VB-CLK-TIME-FORMAT
               WHEN WS-VB-CLK-HOUR24 < 12
                   MOVE WS-VB-CLK-HOUR24 TO WS-VB-CLK-HOUR
                   MOVE 'AM' TO WS-VB-CLK-TIME-FORMAT
               WHEN WS-VB-CLK-HOUR24 = 12
                   MOVE 12 TO WS-VB-CLK-HOUR
                   MOVE 'PM' TO WS-VB-CLK-TIME-FORMAT
               WHEN OTHER
                   COMPUTE WS-VB-CLK-HOUR = WS-VB-CLK-HOUR24 - 12
                   MOVE 'PM' TO WS-VB-CLK-TIME-FORMAT
           END-EVALUATE
           .

       RECORD-DEADHEAD-MOVE.
      *    The positioning run is a movement of its own - no seats,
      *    no fares - tied to the trip it positions for.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'DEADHEAD' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-DEADHEAD-FILE
           IF WS-DH-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DEADHEAD-FILE
           END-IF
           MOVE SPACES TO FS-DEADHEAD-RECORD
           MOVE WS-GENERATED-ID TO FS-DH-ID
           MOVE WS-FK-VEHICLE-ID TO FS-DH-FK-VEHICLE-ID
           MOVE WS-SCHEDULE-ID TO FS-DH-FK-SCHEDULE-ID
           MOVE WS-VB-PREV-PLACE TO FS-DH-FROM-PLACE
           MOVE WS-VB-NEW-ORIGIN TO FS-DH-TO-PLACE
           MOVE WS-VB-DH-DEPARTURE TO FS-DH-DEPARTURE-TIME
           MOVE WS-VB-DH-ARRIVAL TO FS-DH-ARRIVAL-TIME
           MOVE WS-VB-DH-KM TO FS-DH-DISTANCE
           MOVE 'active' TO FS-DH-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-DH-TIME-STAMP
           WRITE FS-DEADHEAD-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-DEADHEAD-FILE

           MOVE 'ADD-DEADHEAD' TO WS-AUDIT-ACTION
           MOVE FS-DH-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

      *    With a running cost per km on file the empty kilometres
      *    land on the trip as an expense of their own.
           IF WS-VB-DEADHEAD-COST-KM > ZEROES THEN
               MOVE ZEROES TO WS-INCREMENT-VALUE
               MOVE 'EXPENSE' TO WS-SEQ-NAME
               PERFORM NEXT-SEQUENCE-VALUE
               PERFORM GENERATE-ID-SEQUENCE

               OPEN I-O FS-TRIP-EXPENSE-FILE
               IF WS-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS-TRIP-EXPENSE-FILE
               END-IF
               MOVE SPACES TO FS-TRIP-EXPENSE-RECORD
               MOVE WS-GENERATED-ID TO FS-TX-EXPENSE-ID
               MOVE WS-SCHEDULE-ID TO FS-TX-FK-SCHEDULE-ID
               MOVE 'DEADHEAD' TO FS-TX-CATEGORY
               COMPUTE FS-TX-AMOUNT ROUNDED =
                   WS-VB-DH-KM * WS-VB-DEADHEAD-COST-KM
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-TX-TIME-STAMP
               WRITE FS-TRIP-EXPENSE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE FS-TRIP-EXPENSE-FILE
           END-IF

           IF WS-VB-INTERACTIVE = 'Y' THEN
               DISPLAY ' Deadhead move recorded : ' FS-DH-ID
           END-IF
           .

       CHECK-VEHICLE-DOCUMENTS.
      *    The compliance registry holds one row per vehicle and
      *    document type (LTO-REG, INSURANCE, EMISSION) with its
      *    expiry. A vehicle with no rows is not blocked - the
      *    registry is filled in from vehicle_compliance.cbl.
           MOVE 'N' TO WS-VDOC-BLOCKED
           MOVE SPACES TO WS-VDOC-EXPIRED-TYPE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-VDOC-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-VDOC-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-VDOC-DATE-INT)

           MOVE SPACES TO WS-VDOC-EOF
           OPEN INPUT FS-VDOC-FILE
           IF WS-VDOC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-VDOC-EOF
           END-IF
           PERFORM UNTIL WS-VDOC-EOF = 'Y'
               READ FS-VDOC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-VDOC-EOF
               NOT AT END
                   IF FS-VDOC-FK-VEHICLE-ID = WS-FK-VEHICLE-ID THEN
                       MOVE FS-VDOC-EXPIRY-DATE(7:4) TO
                           WS-VDOC-DATE-INT(1:4)
                       MOVE FS-VDOC-EXPIRY-DATE(1:2) TO
                           WS-VDOC-DATE-INT(5:2)
                       MOVE FS-VDOC-EXPIRY-DATE(4:2) TO
                           WS-VDOC-DATE-INT(7:2)
                       COMPUTE WS-VDOC-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE(WS-VDOC-DATE-INT)
                       IF WS-VDOC-DAY-NUMBER < WS-VDOC-TODAY-DAY THEN
                           MOVE 'Y' TO WS-VDOC-BLOCKED
                           MOVE FS-VDOC-DOC-TYPE TO
                               WS-VDOC-EXPIRED-TYPE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-VDOC-FILE-STATUS = '00' OR
               WS-VDOC-FILE-STATUS = '10' THEN
               CLOSE FS-VDOC-FILE
           END-IF
           .

       CHECK-DRIVER-CREDENTIALS.
           MOVE 'N' TO WS-DCR-BLOCKED
           MOVE SPACES TO WS-DCR-EXPIRED-ITEM

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-VDOC-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-VDOC-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-VDOC-DATE-INT)

           OPEN INPUT FS-DCR-FILE
           IF WS-DCR-FILE-STATUS = '00' THEN
               MOVE WS-FK-DRIVER-ID TO FS-DCR-DRIVER-ID
               READ FS-DCR-FILE
               KEY IS FS-DCR-DRIVER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-DCR-LICENSE-EXPIRY(7:4) TO
                       WS-VDOC-DATE-INT(1:4)
                   MOVE FS-DCR-LICENSE-EXPIRY(1:2) TO
                       WS-VDOC-DATE-INT(5:2)
                   MOVE FS-DCR-LICENSE-EXPIRY(4:2) TO
                       WS-VDOC-DATE-INT(7:2)
                   COMPUTE WS-VDOC-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-VDOC-DATE-INT)
                   IF WS-VDOC-DAY-NUMBER < WS-VDOC-TODAY-DAY THEN
                       MOVE 'Y' TO WS-DCR-BLOCKED
                       MOVE 'licence' TO WS-DCR-EXPIRED-ITEM
                   END-IF

                   MOVE FS-DCR-ACCRED-EXPIRY(7:4) TO
                       WS-VDOC-DATE-INT(1:4)
                   MOVE FS-DCR-ACCRED-EXPIRY(1:2) TO
                       WS-VDOC-DATE-INT(5:2)
                   MOVE FS-DCR-ACCRED-EXPIRY(4:2) TO
                       WS-VDOC-DATE-INT(7:2)
                   COMPUTE WS-VDOC-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-VDOC-DATE-INT)
                   IF WS-VDOC-DAY-NUMBER < WS-VDOC-TODAY-DAY THEN
                       MOVE 'Y' TO WS-DCR-BLOCKED
                       MOVE 'accreditation' TO WS-DCR-EXPIRED-ITEM
                   END-IF
               END-READ
               CLOSE FS-DCR-FILE
           END-IF
           .

       FLAG-VEHICLE-SCHEDULES-FOR-REASSIGNMENT.
           MOVE SPACES TO WS-EOF
           MOVE 0 TO WS-COUNTER-I
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FK-VEHICLE-ID = WS-FK-VEHICLE-ID
                       AND FS-S-STATUS = 'active' THEN
                       IF WS-COUNTER-I = 0
                           PERFORM REASSIGNMENT-NEEDED-DISPLAY
                       END-IF
                       ADD 1 TO WS-COUNTER-I
                       DISPLAY ' - Schedule ' FS-SCHEDULE-ID
                       ' departs ' FS-S-DEPARTURE-TIME
                   END-IF
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE
           .

       VEHICLE-DOUBLE-BOOKED-MESSAGE.
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*    ERROR: Vehicle is already booked for that    *"
           DISPLAY "*    date/time range. Pick a different vehicle    *"
           DISPLAY "*    or time.                                     *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           ACCEPT WS-BUFFER
           .

       VEHICLE-BLOCK-BROKEN-MESSAGE.
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*    ERROR: The vehicle cannot reach this trip    *"
           DISPLAY "*    from where its last movement leaves it.      *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY ' Last movement : ' WS-VB-PREV-KIND ' '
               WS-VB-PREV-ID
           DISPLAY ' Ends at       : ' WS-VB-PREV-PLACE
           DISPLAY ' Trip origin   : ' WS-VB-NEW-ORIGIN
           DISPLAY ' ' WS-VB-REASON
           DISPLAY ' '
           ACCEPT WS-BUFFER
           .
               MOVE 'Y' TO WS-DRVA-CONFLICT
           END-IF

      *    So does approved leave, a weekly rest day or a suspension
      *    on the crew calendar for the day the trip departs.
           MOVE WS-FK-DRIVER-ID TO WS-CAL-EMP-ID
           MOVE WS-S-D-DATE TO WS-CAL-DATE
           PERFORM CHECK-CREW-CALENDAR
           IF WS-CAL-IS-BLOCKED THEN
               DISPLAY ' '
               DISPLAY ' Driver ' WS-FK-DRIVER-ID ' is unavailable - '
                   WS-CAL-REASON
               MOVE 'Y' TO WS-DRVA-CONFLICT
           END-IF

           MOVE WS-S-D-DATE TO WS-CVM-DATE
           MOVE WS-S-D-HOUR TO WS-CVM-HOUR
           MOVE WS-S-D-MINUTES TO WS-CVM-MINUTES
           .

       LIST-LEGAL-SUBSTITUTES.
      *    The availability and duty-hour checks scan the schedules
      *    with WS-EOF, so the driver list keeps its own flag.
           MOVE ZEROES TO WS-SUB-LISTED-COUNT
           MOVE SPACES TO WS-SUB-EOF

           DISPLAY ' '
           DISPLAY ' Legal, available substitute drivers:'
           DISPLAY '--------------------------------------------------'

           OPEN INPUT FS-DRIVERS-FILE
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ FS-DRIVERS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SUB-EOF
               NOT AT END
                   IF FS-DRIVER-STATUS = 'active' THEN
                       MOVE FS-DRIVER-ID TO WS-FK-DRIVER-ID

       MANAGE-STOPS-PAGE.
           MOVE SPACES TO WS-STOP-MENU-CHOICE
           PERFORM UNTIL WS-STOP-MENU-CHOICE = '7'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Manage Stops / Stage Fares             *"
           DISPLAY '1 - Add Stop to Master'
           DISPLAY '2 - Attach Stop to a Route'
           DISPLAY '3 - List Stops on a Route'
           DISPLAY '4 - Record Detour / Stop Closure'
           DISPLAY '5 - List Detours on a Route'
           DISPLAY '6 - Lift a Detour'
           DISPLAY '7 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-STOP-MENU-CHOICE
               WHEN '3'
                   PERFORM LIST-ROUTE-STOPS
               WHEN '4'
                   PERFORM RECORD-ROUTE-DETOUR
               WHEN '5'
                   PERFORM LIST-ROUTE-DETOURS
               WHEN '6'
                   PERFORM LIFT-ROUTE-DETOUR
               WHEN '7'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           ACCEPT WS-BUFFER
           .

       RECORD-ROUTE-DETOUR.
      *    A road closure or a stop moved for roadworks: the route's
      *    stop list stays as it is and the detour says which stop
      *    is not served between two dates, and where passengers are
      *    picked up instead. A blank substitute closes the stop.
           PERFORM TRAVERSAL-ROUTE-RECORD
           DISPLAY ' '
           DISPLAY 'Route ID : ' WITH NO ADVANCING
           ACCEPT WS-DTR-ROUTE-ENTRY
           DISPLAY 'Closed Stop ID : ' WITH NO ADVANCING
           ACCEPT WS-DTR-STOP-ENTRY
           DISPLAY 'Substitute Stop ID (blank if none) : '
           WITH NO ADVANCING
           ACCEPT WS-DTR-SUB-ENTRY
           DISPLAY 'From date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-DTR-FROM-ENTRY
           DISPLAY 'To date   [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-DTR-TO-ENTRY
           DISPLAY 'Reason : ' WITH NO ADVANCING
           ACCEPT WS-DTR-REASON-ENTRY

           MOVE WS-DTR-FROM-ENTRY(7:4) TO WS-DTR-FROM-INT(1:4)
           MOVE WS-DTR-FROM-ENTRY(1:2) TO WS-DTR-FROM-INT(5:2)
           MOVE WS-DTR-FROM-ENTRY(4:2) TO WS-DTR-FROM-INT(7:2)
           MOVE WS-DTR-TO-ENTRY(7:4) TO WS-DTR-TO-INT(1:4)
           MOVE WS-DTR-TO-ENTRY(1:2) TO WS-DTR-TO-INT(5:2)
           MOVE WS-DTR-TO-ENTRY(4:2) TO WS-DTR-TO-INT(7:2)

           IF WS-DTR-ROUTE-ENTRY = SPACES OR
               WS-DTR-STOP-ENTRY = SPACES OR
               WS-DTR-FROM-INT IS NOT NUMERIC OR
               WS-DTR-TO-INT IS NOT NUMERIC THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-DTR-TO-INT < WS-DTR-FROM-INT OR
               WS-DTR-SUB-ENTRY = WS-DTR-STOP-ENTRY THEN
               PERFORM INVALID-INPUT-MESSAGE
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    The closed stop must be on the route, and a substitute
      *    must be on the stop master.
           MOVE WS-DTR-ROUTE-ENTRY TO WS-STG-ROUTE-ID
           MOVE WS-DTR-STOP-ENTRY TO WS-STG-LOOKUP-STOP-ID
           MOVE 'N' TO WS-DTR-ON-ROUTE
           PERFORM FIND-STOP-SEQUENCE
           IF WS-DTR-ON-ROUTE NOT = 'Y' THEN
               DISPLAY ' That stop is not on the route.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DTR-STOP-ENTRY TO WS-DTR-LOOKUP-STOP-ID
           PERFORM FETCH-DETOUR-STOP-NAME
           MOVE WS-DTR-LOOKUP-NAME TO WS-DTR-STOP-NAME
           MOVE SPACES TO WS-DTR-SUB-NAME
           IF WS-DTR-SUB-ENTRY NOT = SPACES THEN
               MOVE WS-DTR-SUB-ENTRY TO WS-DTR-LOOKUP-STOP-ID
               PERFORM FETCH-DETOUR-STOP-NAME
               IF WS-DTR-LOOKUP-NAME = SPACES THEN
                   DISPLAY ' Substitute stop not on the stop master.'
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DTR-LOOKUP-NAME TO WS-DTR-SUB-NAME
           END-IF

           OPEN I-O FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-DETOUR-FILE
           END-IF
           MOVE SPACES TO FS-DETOUR-RECORD
           MOVE WS-DTR-ROUTE-ENTRY TO FS-DTR-FK-ROUTE-ID
           MOVE WS-DTR-STOP-ENTRY TO FS-DTR-FK-STOP-ID
           MOVE WS-DTR-FROM-INT TO FS-DTR-FROM-INT
           MOVE WS-DTR-TO-INT TO FS-DTR-TO-INT
           MOVE WS-DTR-SUB-ENTRY TO FS-DTR-SUBSTITUTE-STOP-ID
           MOVE WS-DTR-REASON-ENTRY TO FS-DTR-REASON
           MOVE 'active' TO FS-DTR-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-DTR-TIME-STAMP
           WRITE FS-DETOUR-RECORD
               INVALID KEY
                   REWRITE FS-DETOUR-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE FS-DETOUR-FILE

           MOVE 'ADD-DETOUR' TO WS-AUDIT-ACTION
           MOVE WS-DTR-ROUTE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM MOVE-DETOUR-BOOKINGS

           DISPLAY ' '
           DISPLAY ' Detour recorded.'
           DISPLAY ' Bookings moved to the substitute stop : '
               WS-DTR-MOVED-COUNT
           DISPLAY ' Passenger advisories queued           : '
               WS-DTR-NOTIFIED-COUNT
           ACCEPT WS-BUFFER
           .

       MOVE-DETOUR-BOOKINGS.
      *    Passengers already booked to or from the closed stop on a
      *    trip inside the detour dates are moved to the substitute
      *    stop and told so through the outbox. With no substitute
      *    the booking stays as it is and the advisory asks them to
      *    contact us.
           MOVE ZEROES TO WS-DTR-MOVED-COUNT
           MOVE ZEROES TO WS-DTR-NOTIFIED-COUNT
           MOVE ZEROES TO WS-DTR-SCHED-COUNT

           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   MOVE FS-S-D-DATE(7:4) TO WS-DTR-TRIP-INT(1:4)
                   MOVE FS-S-D-DATE(1:2) TO WS-DTR-TRIP-INT(5:2)
                   MOVE FS-S-D-DATE(4:2) TO WS-DTR-TRIP-INT(7:2)
                   IF FS-FK-ROUTE-ID = WS-DTR-ROUTE-ENTRY AND
                       FS-S-STATUS NOT = 'INACTIVE' AND
                       FS-S-STATUS NOT = 'closed' AND
                       WS-DTR-TRIP-INT >= WS-DTR-FROM-INT AND
                       WS-DTR-TRIP-INT <= WS-DTR-TO-INT AND
                       WS-DTR-SCHED-COUNT < 300 THEN
                       ADD 1 TO WS-DTR-SCHED-COUNT
                       MOVE FS-SCHEDULE-ID TO
                           WS-DTR-SCHED-ID(WS-DTR-SCHED-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE

           IF WS-DTR-SCHED-COUNT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-BOOKING-FILE
           OPEN I-O FS-BOOKING-STAGE-FILE
           IF WS-BST-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DTR-EOF
           END-IF
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   MOVE 'N' TO WS-DTR-MATCH
                   PERFORM VARYING WS-DTR-I FROM 1 BY 1
                       UNTIL WS-DTR-I > WS-DTR-SCHED-COUNT
                       IF WS-DTR-SCHED-ID(WS-DTR-I) = FS-FK-SCHEDULE-ID
                           THEN
                           MOVE 'Y' TO WS-DTR-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-DTR-MATCH = 'Y' AND
                       (FS-BOOKING-STATUS = 'reserved' OR
                       FS-BOOKING-STATUS = 'paid' OR
                       FS-BOOKING-STATUS = 'checked') THEN
                       PERFORM MOVE-ONE-DETOUR-BOOKING
                   END-IF
               END-READ
           END-PERFORM
           IF WS-BST-FILE-STATUS = '00' OR WS-BST-FILE-STATUS = '10'
               THEN
               CLOSE FS-BOOKING-STAGE-FILE
           END-IF
           CLOSE FS-BOOKING-FILE
           .

       MOVE-ONE-DETOUR-BOOKING.
           MOVE FS-BOOKING-ID TO FS-BST-BOOKING-ID
           READ FS-BOOKING-STAGE-FILE
           KEY IS FS-BST-BOOKING-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-DTR-SIDE
           IF FS-BST-BOARD-STOP-ID = WS-DTR-STOP-ENTRY THEN
               MOVE 'boarding' TO WS-DTR-SIDE
               IF WS-DTR-SUB-ENTRY NOT = SPACES THEN
                   MOVE WS-DTR-SUB-ENTRY TO FS-BST-BOARD-STOP-ID
               END-IF
           END-IF
           IF FS-BST-ALIGHT-STOP-ID = WS-DTR-STOP-ENTRY THEN
               MOVE 'drop-off' TO WS-DTR-SIDE
               IF WS-DTR-SUB-ENTRY NOT = SPACES THEN
                   MOVE WS-DTR-SUB-ENTRY TO FS-BST-ALIGHT-STOP-ID
               END-IF
           END-IF
           IF WS-DTR-SIDE = SPACES THEN
               EXIT PARAGRAPH
           END-IF

      *    The stage distance is left as sold - the substitute stands
      *    in for the closed stop, so the fare does not change.
           IF WS-DTR-SUB-ENTRY NOT = SPACES THEN
               REWRITE FS-BOOKING-STAGE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-DTR-MOVED-COUNT
               MOVE 'MOVE-DETOUR-STOP' TO WS-AUDIT-ACTION
               MOVE FS-BOOKING-ID TO WS-AUDIT-RECORD-KEY
               PERFORM WRITE-AUDIT-LOG
           END-IF

           MOVE SPACES TO WS-DTR-ADVISORY-TEXT
           IF WS-DTR-SUB-ENTRY NOT = SPACES THEN
               STRING 'Detour: your ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DTR-SIDE) DELIMITED BY SIZE
                   ' stop ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DTR-STOP-NAME) DELIMITED BY SIZE
                   ' is closed ' DELIMITED BY SIZE
                   WS-DTR-FROM-ENTRY DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-DTR-TO-ENTRY DELIMITED BY SIZE
                   '. Booking ' DELIMITED BY SIZE
                   FUNCTION TRIM(FS-BOOKING-ID) DELIMITED BY SIZE
                   ' now uses ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DTR-SUB-NAME) DELIMITED BY SIZE
                   ' instead.' DELIMITED BY SIZE
               INTO WS-DTR-ADVISORY-TEXT
           ELSE
               STRING 'Detour: your ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DTR-SIDE) DELIMITED BY SIZE
                   ' stop ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DTR-STOP-NAME) DELIMITED BY SIZE
                   ' is not served ' DELIMITED BY SIZE
                   WS-DTR-FROM-ENTRY DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-DTR-TO-ENTRY DELIMITED BY SIZE
                   '. Please contact us about booking ' DELIMITED
                   BY SIZE
                   FUNCTION TRIM(FS-BOOKING-ID) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
               INTO WS-DTR-ADVISORY-TEXT
           END-IF
           PERFORM QUEUE-DETOUR-ADVISORY
           .

       QUEUE-DETOUR-ADVISORY.
      *    Service message, so the passenger's channel preference is
      *    honored but marketing consent is not asked. Queued pending
      *    for the outbox sender, which takes the wording from the
      *    outbox text file.
           OPEN INPUT FS-PASSENGER-FILE
           MOVE FS-FK-USER-ID TO FS-P-USER-ID
           READ FS-PASSENGER-FILE
           KEY IS FS-P-USER-ID
           INVALID KEY
               MOVE 'N' TO FS-P-NOTIFY-PREF
           END-READ
           CLOSE FS-PASSENGER-FILE

           IF FS-P-NOTIFY-NONE THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-PASSENGER-PLACEHOLDERS
           MOVE FS-BOOKING-ID TO WS-MTP-BOOKING
           MOVE WS-DTR-ROUTE-ENTRY TO WS-MTP-ROUTE
           MOVE WS-DTR-FROM-ENTRY TO WS-MTP-DATE
           IF WS-DTR-SUB-ENTRY NOT = SPACES THEN
               MOVE 'DETOUR-MOVED' TO WS-MTP-WANT-TYPE
               STRING FUNCTION TRIM(WS-DTR-STOP-NAME) DELIMITED BY SIZE
                   ' -> ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DTR-SUB-NAME) DELIMITED BY SIZE
               INTO WS-MTP-DETAIL
           ELSE
               MOVE 'DETOUR-CLOSED' TO WS-MTP-WANT-TYPE
               MOVE WS-DTR-STOP-NAME TO WS-MTP-DETAIL
           END-IF
           PERFORM RENDER-MESSAGE-TEMPLATE
           IF WS-MTP-RENDERED NOT = SPACES THEN
               MOVE WS-MTP-RENDERED TO WS-DTR-ADVISORY-TEXT
               MOVE SPACES TO WS-MTP-RENDERED
           END-IF

           MOVE FS-BOOKING-ID TO WS-OBX-BOOKING-ID
           IF FS-P-NOTIFY-SMS-ONLY OR FS-P-NOTIFY-BOTH THEN
               MOVE 'SMS' TO WS-OBX-CHANNEL
               MOVE FS-P-PHONE-NUMBER TO WS-OBX-ADDRESS
               PERFORM QUEUE-OUTBOX-TEXT-MESSAGE
           END-IF
           IF NOT FS-P-NOTIFY-SMS-ONLY THEN
               MOVE 'EMAIL' TO WS-OBX-CHANNEL
               MOVE FS-P-EMAIL TO WS-OBX-ADDRESS
               PERFORM QUEUE-OUTBOX-TEXT-MESSAGE
           END-IF
           ADD 1 TO WS-DTR-NOTIFIED-COUNT
           .

       QUEUE-OUTBOX-TEXT-MESSAGE.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'OUTBOX' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-OUTBOX-TEXT-FILE
           IF WS-OBT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-TEXT-FILE
           END-IF
           MOVE WS-GENERATED-ID TO FS-OBT-MSG-ID
           MOVE WS-DTR-ADVISORY-TEXT TO FS-OBT-TEXT
           WRITE FS-OUTBOX-TEXT-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FS-OUTBOX-TEXT-FILE

           OPEN I-O FS-OUTBOX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
           END-IF
               MOVE SPACES TO FS-OUTBOX-RECORD
               MOVE WS-GENERATED-ID TO FS-OBX-MSG-ID
               MOVE WS-OBX-CHANNEL TO FS-OBX-CHANNEL
               MOVE WS-OBX-ADDRESS TO FS-OBX-ADDRESS
               MOVE WS-OBX-BOOKING-ID TO FS-OBX-FK-BOOKING-ID
               MOVE ZEROES TO FS-OBX-ATTEMPTS
               MOVE 'pending' TO FS-OBX-STATUS
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-OBX-TIME-STAMP
               WRITE FS-OUTBOX-RECORD
               END-WRITE
           CLOSE FS-OUTBOX-FILE
           .

       FETCH-DETOUR-STOP-NAME.
           MOVE SPACES TO WS-DTR-LOOKUP-NAME
           OPEN INPUT FS-STOPS-FILE
           MOVE WS-DTR-LOOKUP-STOP-ID TO FS-STP-STOP-ID
           READ FS-STOPS-FILE
           KEY IS FS-STP-STOP-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-STP-NAME TO WS-DTR-LOOKUP-NAME
           END-READ
           CLOSE FS-STOPS-FILE
           .

       LIST-ROUTE-DETOURS.
           DISPLAY 'Route ID : ' WITH NO ADVANCING
           ACCEPT WS-DTR-ROUTE-ENTRY

           DISPLAY ' '
           DISPLAY ' CLOSED STOP     | FROM     | TO       | SUBST'-
           'ITUTE      | STATUS   | REASON'
           DISPLAY '-----------------------------------------------'-
           '-----------------'

           MOVE SPACES TO WS-DTR-EOF
           OPEN INPUT FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DTR-EOF
               DISPLAY ' No detours on file.'
           END-IF
           PERFORM UNTIL WS-DTR-EOF = 'Y'
               READ FS-DETOUR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DTR-EOF
               NOT AT END
                   IF FS-DTR-FK-ROUTE-ID = WS-DTR-ROUTE-ENTRY THEN
                       DISPLAY ' ' FS-DTR-FK-STOP-ID ' | '
                           FS-DTR-FROM-INT ' | ' FS-DTR-TO-INT ' | '
                           FS-DTR-SUBSTITUTE-STOP-ID ' | '
                           FS-DTR-STATUS ' | ' FS-DTR-REASON
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DTR-FILE-STATUS = '00' OR WS-DTR-FILE-STATUS = '10'
               THEN
               CLOSE FS-DETOUR-FILE
           END-IF
           ACCEPT WS-BUFFER
           .

       LIFT-ROUTE-DETOUR.
      *    Lifting a detour early puts the stop back in service for
      *    new sales; bookings already moved keep the substitute.
           DISPLAY 'Route ID : ' WITH NO ADVANCING
           ACCEPT WS-DTR-ROUTE-ENTRY
           DISPLAY 'Closed Stop ID : ' WITH NO ADVANCING
           ACCEPT WS-DTR-STOP-ENTRY
           DISPLAY 'From date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-DTR-FROM-ENTRY
           MOVE WS-DTR-FROM-ENTRY(7:4) TO WS-DTR-FROM-INT(1:4)
           MOVE WS-DTR-FROM-ENTRY(1:2) TO WS-DTR-FROM-INT(5:2)
           MOVE WS-DTR-FROM-ENTRY(4:2) TO WS-DTR-FROM-INT(7:2)

           OPEN I-O FS-DETOUR-FILE
           IF WS-DTR-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No detours on file.'
           ELSE
               MOVE WS-DTR-ROUTE-ENTRY TO FS-DTR-FK-ROUTE-ID
               MOVE WS-DTR-STOP-ENTRY TO FS-DTR-FK-STOP-ID
               MOVE WS-DTR-FROM-INT TO FS-DTR-FROM-INT
               READ FS-DETOUR-FILE
               KEY IS FS-DTR-KEY
               INVALID KEY
                   DISPLAY ' No detour on file with that key.'
               NOT INVALID KEY
                   MOVE 'lifted' TO FS-DTR-STATUS
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-DTR-TIME-STAMP
                   REWRITE FS-DETOUR-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE 'LIFT-DETOUR' TO WS-AUDIT-ACTION
                   MOVE WS-DTR-ROUTE-ENTRY TO WS-AUDIT-RECORD-KEY
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY ' Detour lifted.'
               END-READ
               CLOSE FS-DETOUR-FILE
           END-IF
           ACCEPT WS-BUFFER
           .

       DUTY-CAP-EXCEEDED-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*  Duty-hour cap exceeded - this driver cannot    *"
           DISPLAY "*  legally take the trip. Pick another driver.    *"
           DISPLAY "***************************************************"
           .

       NO-SUBSTITUTE-AVAILABLE-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*  No legal, available substitute driver found.   *"
           DISPLAY "***************************************************"
           .

       DRIVER-DOUBLE-BOOKED-MESSAGE.
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*    ERROR: Driver is already assigned for that   *"
           DISPLAY "*    date/time range. Pick a different driver     *"
           DISPLAY "*    or time.                                     *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           ACCEPT WS-BUFFER
           .

       DRIVER-NOT-ACTIVE-MESSAGE.
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*    ERROR: Driver is not active and cannot be    *"
           DISPLAY "*    assigned to a schedule. Pick a different     *"
           DISPLAY "*    driver.                                      *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           ACCEPT WS-BUFFER
           .

       REASSIGNMENT-NEEDED-DISPLAY.
           DISPLAY ' '
           DISPLAY "***************************************************"
           DISPLAY "*  WARNING: This vehicle has upcoming active      *"
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-RR-PENDING-COUNT

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-CURRENT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-INT)

               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-RR-STATUS = 'pending' THEN
                       MOVE FS-RR-RQ-DATE(1:2) TO
                           WS-RR-REQ-DATE-INT(5:2)
                       MOVE FS-RR-RQ-DATE(4:2) TO
                           WS-RR-REQ-DATE-INT(7:2)
                       MOVE FS-RR-RQ-DATE(7:4) TO
                           WS-RR-REQ-DATE-INT(1:4)
                       COMPUTE WS-RR-REQ-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE(WS-RR-REQ-DATE-INT)
                       COMPUTE WS-RR-AGE-DAYS =
                   PERFORM APPLY-EXCHRATE-CHANGE
               WHEN 'PRICECAL'
                   PERFORM APPLY-PRICECAL-CHANGE
               WHEN 'BUDGET'
                   PERFORM APPLY-BUDGET-CHANGE
               WHEN 'CARGOTARIF'
                   PERFORM APPLY-CARGO-TARIFF-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE FS-PRICING-CALENDAR-FILE
           .

       APPLY-BUDGET-CHANGE.
      *    Route in the target key, YYYYMM in the reference, revenue
      *    and cost packed in the label by SET-ROUTE-BUDGET. An
      *    approved month replaces whatever was budgeted before.
           OPEN I-O FS-ROUTE-BUDGET-FILE
           IF WS-RB-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-ROUTE-BUDGET-FILE
               CLOSE FS-ROUTE-BUDGET-FILE
               OPEN I-O FS-ROUTE-BUDGET-FILE
           END-IF
           MOVE WS-PCH-SAVE-REF-ID TO WS-RB-PERIOD-TEXT
           MOVE WS-PCH-SAVE-LABEL TO WS-RB-AMOUNTS
           MOVE WS-PCH-SAVE-TARGET-KEY TO FS-RB-ROUTE-ID
           MOVE WS-RB-PERIOD-YEAR TO FS-RB-YEAR
           MOVE WS-RB-PERIOD-MONTH TO FS-RB-MONTH
           READ FS-ROUTE-BUDGET-FILE
           KEY IS FS-RB-KEY
           INVALID KEY
               PERFORM MOVE-BUDGET-CHANGE-FIELDS
               WRITE FS-ROUTE-BUDGET-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PCH-APPLY-OK
               END-WRITE
           NOT INVALID KEY
               PERFORM MOVE-BUDGET-CHANGE-FIELDS
               REWRITE FS-ROUTE-BUDGET-RECORD
               END-REWRITE
               MOVE 'Y' TO WS-PCH-APPLY-OK
           END-READ
           CLOSE FS-ROUTE-BUDGET-FILE
           .

       MOVE-BUDGET-CHANGE-FIELDS.
           MOVE WS-PCH-SAVE-VALUE-1 TO FS-RB-PASSENGERS
           MOVE WS-RB-AMT-REVENUE TO FS-RB-REVENUE
           MOVE WS-RB-AMT-COST TO FS-RB-COST
           MOVE WS-AUDIT-ADMIN-ID TO FS-RB-APPROVED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-RB-TIME-STAMP
           .

       APPLY-CARGO-TARIFF-CHANGE.
      *    The band's distance and weight limits travel packed in
      *    the target key, the rate and minimum charge in the value
      *    fields, as queued by SET-CARGO-TARIFF-BAND.
           OPEN I-O FS-CARGO-TARIFF-FILE
           IF WS-CTF-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CARGO-TARIFF-FILE
               CLOSE FS-CARGO-TARIFF-FILE
               OPEN I-O FS-CARGO-TARIFF-FILE
           END-IF
           MOVE WS-PCH-SAVE-TARGET-KEY TO WS-CTF-BAND-KEY
           MOVE WS-CTF-BK-DISTANCE TO FS-CTF-DISTANCE-TO
           MOVE WS-CTF-BK-WEIGHT TO FS-CTF-WEIGHT-TO
           EVALUATE WS-PCH-SAVE-ACTION
               WHEN 'REMOVE'
                   READ FS-CARGO-TARIFF-FILE
                   KEY IS FS-CTF-KEY
                   NOT INVALID KEY
                       DELETE FS-CARGO-TARIFF-FILE RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-PCH-APPLY-OK
                       END-DELETE
                   END-READ
               WHEN OTHER
                   READ FS-CARGO-TARIFF-FILE
                   KEY IS FS-CTF-KEY
                   INVALID KEY
                       PERFORM MOVE-CARGO-TARIFF-FIELDS
                       WRITE FS-CARGO-TARIFF-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-PCH-APPLY-OK
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM MOVE-CARGO-TARIFF-FIELDS
                       REWRITE FS-CARGO-TARIFF-RECORD
                       END-REWRITE
                       MOVE 'Y' TO WS-PCH-APPLY-OK
                   END-READ
           END-EVALUATE
           CLOSE FS-CARGO-TARIFF-FILE
           .

       MOVE-CARGO-TARIFF-FIELDS.
           MOVE WS-PCH-SAVE-VALUE-1 TO FS-CTF-RATE-PER-KG
           MOVE WS-PCH-SAVE-VALUE-2 TO FS-CTF-MINIMUM-CHARGE
           MOVE WS-AUDIT-ADMIN-ID TO FS-CTF-APPROVED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-CTF-TIME-STAMP
           .

       CHANGE-QUEUED-MESSAGE.
           DISPLAY "***************************************************"
           DISPLAY "*   Change queued for second-admin approval.      *"
               READ FS-BOOKING-FILE
               KEY IS FS-BOOKING-ID
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEV-OLD-VALUE
                   STRING 'seat ' FS-SEAT-NUMBER(8:3)
                       DELIMITED BY SIZE INTO WS-BEV-OLD-VALUE
                   MOVE WS-RSV-OPEN-SEAT TO FS-SEAT-NUMBER
                   REWRITE FS-BOOKING-RECORD
                       NOT INVALID KEY
                           MOVE 'SEAT-MOVE' TO WS-BEV-EVENT
                           MOVE SPACES TO WS-BEV-NEW-VALUE
                           STRING 'seat ' FS-SEAT-NUMBER(8:3)
                               DELIMITED BY SIZE
                               INTO WS-BEV-NEW-VALUE
                           PERFORM WRITE-ADMIN-BOOKING-EVENT
                   END-REWRITE
                   MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
               READ FS-BOOKING-FILE
               KEY IS FS-BOOKING-ID
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEV-OLD-VALUE
                   STRING FS-BOOKING-STATUS DELIMITED BY SPACE
                       ' seat ' FS-SEAT-NUMBER(8:3)
                       DELIMITED BY SIZE INTO WS-BEV-OLD-VALUE
                   MOVE 'waitlist' TO FS-BOOKING-STATUS
                   MOVE ZEROES TO FS-SEAT-NUMBER
                   REWRITE FS-BOOKING-RECORD
                       NOT INVALID KEY
                           MOVE 'SEAT-LOST' TO WS-BEV-EVENT
                           MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                           PERFORM WRITE-ADMIN-BOOKING-EVENT
                   END-REWRITE
                   MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
               CONTINUE
           NOT INVALID KEY
               MOVE WS-RSV-MOVE-BOOKING-ID TO WS-OBX-BOOKING-ID
               PERFORM SET-PASSENGER-PLACEHOLDERS
               MOVE 'RESEAT' TO WS-MTP-WANT-TYPE
               MOVE WS-RSV-MOVE-BOOKING-ID TO WS-MTP-BOOKING
               MOVE WS-RSV-SCHEDULE-ID TO WS-MTP-SCHEDULE
               MOVE WS-RSV-NEW-VEHICLE-ID TO WS-MTP-DETAIL
               PERFORM RENDER-MESSAGE-TEMPLATE
               PERFORM DECRYPT-PASSENGER-CONTACT
               IF FS-P-NOTIFY-SMS-ONLY OR FS-P-NOTIFY-BOTH THEN
                   MOVE SPACES TO WS-NOTIFY-COMMAND
                   STRING "python3 backend/python_"-
                   "script_for_sms.py " WS-FC-PLAIN-PHONE
                   DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND
                   PERFORM APPEND-MESSAGE-TEXT
                   CALL "SYSTEM" USING WS-NOTIFY-COMMAND
                       RETURNING WS-NOTIFY-RETURN-CODE
                   MOVE 'SMS' TO WS-OBX-CHANNEL
               END-IF
               IF NOT FS-P-NOTIFY-SMS-ONLY AND
                                   NOT FS-P-NOTIFY-NONE THEN
                   MOVE SPACES TO WS-NOTIFY-COMMAND
                   STRING "python3 backend/python_script"-
                   "_for_email.py " WS-FC-PLAIN-EMAIL
                   DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND
                   PERFORM APPEND-MESSAGE-TEXT
                   CALL "SYSTEM" USING WS-NOTIFY-COMMAND
                       RETURNING WS-NOTIFY-RETURN-CODE
                   MOVE 'EMAIL' TO WS-OBX-CHANNEL
                   MOVE WS-NOTIFY-RETURN-CODE TO WS-OBX-SEND-RC
                   PERFORM WRITE-OUTBOX-MESSAGE
               END-IF
               MOVE SPACES TO WS-MTP-RENDERED
           END-READ
           CLOSE FS-PASSENGER-FILE
           .
               DISPLAY ' Planned Departure : ' FS-S-DEPARTURE-TIME
               DISPLAY ' Planned Arrival   : ' FS-S-ARRIVAL-TIME
               DISPLAY ' '
               DISPLAY ' Actual Departure Date [MM/DD/YYYY] : '
               WITH NO ADVANCING
               ACCEPT WS-SA-DEP-DATE-ENTRY
               DISPLAY ' Actual Departure Hour [HH]      : '
               DISPLAY ' Actual Departure [AM/PM]        : '
               WITH NO ADVANCING
               ACCEPT WS-SA-DEP-AMPM-ENTRY
               DISPLAY ' Actual Arrival Date [MM/DD/YYYY]  : '
               WITH NO ADVANCING
               ACCEPT WS-SA-ARR-DATE-ENTRY
               DISPLAY ' Actual Arrival Hour [HH]        : '
           ACCEPT WS-BUFFER
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

       SET-SCHEDULE-PLACEHOLDERS.
           MOVE FS-SCHEDULE-ID TO WS-MTP-SCHEDULE
           MOVE FS-FK-ROUTE-ID TO WS-MTP-ROUTE
           MOVE FS-S-D-DATE TO WS-MTP-DATE
           MOVE SPACES TO WS-MTP-TIME
           STRING FS-S-D-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FS-S-D-TIME-FORMAT DELIMITED BY SIZE
           INTO WS-MTP-TIME
           .

       APPEND-MESSAGE-TEXT.
      *    Rendered wording rides on the send command after the
      *    address, quoted the same way the outbox sender does it.
           IF WS-MTP-RENDERED = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MTP-RENDERED TO WS-MTP-SEND-TEXT
           INSPECT WS-MTP-SEND-TEXT REPLACING ALL "'" BY SPACE
           COMPUTE WS-MTP-CMD-POINTER =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NOTIFY-COMMAND)) + 1
           STRING " '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MTP-SEND-TEXT) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
           INTO WS-NOTIFY-COMMAND WITH POINTER WS-MTP-CMD-POINTER
           .

       WRITE-OUTBOX-MESSAGE.
           MOVE SPACES TO WS-EOF
           MOVE ZEROES TO WS-INCREMENT-VALUE
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

      *    Wording rendered from a template is kept with the message
      *    so a retry by the outbox sender says the same thing.
           IF WS-MTP-RENDERED NOT = SPACES THEN
               OPEN I-O FS-OUTBOX-TEXT-FILE
               IF WS-OBT-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS-OUTBOX-TEXT-FILE
               END-IF
               MOVE WS-GENERATED-ID TO FS-OBT-MSG-ID
               MOVE WS-MTP-RENDERED TO FS-OBT-TEXT
               WRITE FS-OUTBOX-TEXT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE FS-OUTBOX-TEXT-FILE
           END-IF

           OPEN I-O FS-OUTBOX-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OUTBOX-FILE
           DISPLAY "***************************************************"
           DISPLAY 'Report Month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-CRN-MONTH
           DISPLAY 'Report Year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-CRN-YEAR

           MOVE ZEROES TO WS-CRN-TOTAL
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS-CRN-TS-DATE(1:2) = WS-CRN-MONTH AND
                           FS-CRN-TS-DATE(7:4) = WS-CRN-YEAR THEN
                           PERFORM TALLY-ONE-CANCEL-REASON
                       END-IF
                   END-READ

       CORPORATE-ACCOUNT-PAGE.
           MOVE SPACES TO WS-CORP-MENU-CHOICE
           PERFORM UNTIL WS-CORP-MENU-CHOICE = '5'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*              Corporate Accounts                 *"
           DISPLAY '1 - Add Corporate Account'
           DISPLAY '2 - Record Receipt Against an Account'
           DISPLAY '3 - Run Monthly Invoicing Batch'
           DISPLAY '4 - Set Buyer TIN / Registered Address'
           DISPLAY '6 - Contract Fares'
           DISPLAY '7 - Contract Utilisation Report'
           DISPLAY '5 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-CORP-MENU-CHOICE
                   DISPLAY " Press 'enter' key to continue..."
                   ACCEPT WS-BUFFER
               WHEN '4'
                   PERFORM SET-CORPORATE-TAX-INFO
               WHEN '6'
                   PERFORM MAINTAIN-CORPORATE-CONTRACTS
               WHEN '7'
                   PERFORM CONTRACT-UTILISATION-REPORT
               WHEN '5'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           ACCEPT WS-BUFFER
           .

       SET-CORPORATE-TAX-INFO.
      *    TIN and registered name and address as the buyer gave
      *    them, printed on the monthly summary list of sales.
      *    Blank entries keep what is on file.
           DISPLAY 'Account ID : ' WITH NO ADVANCING
           ACCEPT WS-CA-ACCOUNT-ID-ENTRY

           OPEN INPUT FS-CORPORATE-FILE
           MOVE WS-CA-ACCOUNT-ID-ENTRY TO FS-CA-ACCOUNT-ID
           READ FS-CORPORATE-FILE
           KEY IS FS-CA-ACCOUNT-ID
           INVALID KEY
               CLOSE FS-CORPORATE-FILE
               PERFORM CORPORATE-NOT-FOUND-DISPLAY
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-READ
           CLOSE FS-CORPORATE-FILE
           DISPLAY ' ' FS-CA-COMPANY-NAME

           OPEN I-O FS-CORP-TAX-FILE
           IF WS-CTX-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CORP-TAX-FILE
               CLOSE FS-CORP-TAX-FILE
               OPEN I-O FS-CORP-TAX-FILE
           END-IF

           MOVE 'N' TO WS-CTX-FOUND
           MOVE WS-CA-ACCOUNT-ID-ENTRY TO FS-CTX-ACCOUNT-ID
           READ FS-CORP-TAX-FILE
           KEY IS FS-CTX-ACCOUNT-ID
           INVALID KEY
               MOVE SPACES TO FS-CORP-TAX-RECORD
               MOVE WS-CA-ACCOUNT-ID-ENTRY TO FS-CTX-ACCOUNT-ID
               MOVE FS-CA-COMPANY-NAME TO FS-CTX-REGISTERED-NAME
           NOT INVALID KEY
               MOVE 'Y' TO WS-CTX-FOUND
               DISPLAY ' On file: TIN ' FS-CTX-TIN
               DISPLAY '          ' FS-CTX-REGISTERED-NAME
               DISPLAY '          ' FS-CTX-ADDRESS-1
               DISPLAY '          ' FS-CTX-ADDRESS-2
           END-READ

           MOVE SPACES TO WS-CTX-TIN-ENTRY
           MOVE SPACES TO WS-CTX-NAME-ENTRY
           MOVE SPACES TO WS-CTX-ADDRESS-1-ENTRY
           MOVE SPACES TO WS-CTX-ADDRESS-2-ENTRY
           DISPLAY 'TIN [000-000-000-000]  : ' WITH NO ADVANCING
           ACCEPT WS-CTX-TIN-ENTRY
           DISPLAY 'Registered name        : ' WITH NO ADVANCING
           ACCEPT WS-CTX-NAME-ENTRY
           DISPLAY 'Address line 1         : ' WITH NO ADVANCING
           ACCEPT WS-CTX-ADDRESS-1-ENTRY
           DISPLAY 'Address line 2         : ' WITH NO ADVANCING
           ACCEPT WS-CTX-ADDRESS-2-ENTRY

           IF WS-CTX-TIN-ENTRY NOT = SPACES THEN
               MOVE WS-CTX-TIN-ENTRY TO FS-CTX-TIN
           END-IF
           IF WS-CTX-NAME-ENTRY NOT = SPACES THEN
               MOVE WS-CTX-NAME-ENTRY TO FS-CTX-REGISTERED-NAME
           END-IF
           IF WS-CTX-ADDRESS-1-ENTRY NOT = SPACES THEN
               MOVE WS-CTX-ADDRESS-1-ENTRY TO FS-CTX-ADDRESS-1
           END-IF
           IF WS-CTX-ADDRESS-2-ENTRY NOT = SPACES THEN
               MOVE WS-CTX-ADDRESS-2-ENTRY TO FS-CTX-ADDRESS-2
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-CTX-TIME-STAMP

           IF WS-CTX-FOUND = 'Y' THEN
               REWRITE FS-CORP-TAX-RECORD
               END-REWRITE
           ELSE
               WRITE FS-CORP-TAX-RECORD
               END-WRITE
           END-IF
           CLOSE FS-CORP-TAX-FILE

           MOVE 'CORP-TAX-INFO' TO WS-AUDIT-ACTION
           MOVE WS-CA-ACCOUNT-ID-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       MAINTAIN-CORPORATE-CONTRACTS.
      *    Negotiated fares per account: a fixed fare or a percentage
      *    off the list fare on a route, for one vehicle class or
      *    all, between two dates. The booking engine prices billed
      *    corporate trips by the contract in force on the departure
      *    date. A contract is ended rather than removed so past
      *    bookings still audit against it.
           DISPLAY 'Account ID : ' WITH NO ADVANCING
           ACCEPT WS-CA-ACCOUNT-ID-ENTRY

           OPEN INPUT FS-CORPORATE-FILE
           MOVE WS-CA-ACCOUNT-ID-ENTRY TO FS-CA-ACCOUNT-ID
           READ FS-CORPORATE-FILE
           KEY IS FS-CA-ACCOUNT-ID
           INVALID KEY
               CLOSE FS-CORPORATE-FILE
               PERFORM CORPORATE-NOT-FOUND-DISPLAY
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-READ
           CLOSE FS-CORPORATE-FILE

           DISPLAY ' ' FS-CA-COMPANY-NAME
           DISPLAY ' '
           DISPLAY '   CONTRACT ID   | ROUTE ID        | CLASS | TYPE '-
           '|    VALUE    | VALID FROM | VALID TO   | STATUS'
           DISPLAY '-----------------------------------------------'-
           '-------------------------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-CORP-CONTRACT-FILE
           IF WS-CCT-FILE-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS-CORP-CONTRACT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS-CCT-ACCOUNT-ID = WS-CA-ACCOUNT-ID-ENTRY
                           THEN
                           DISPLAY FS-CCT-CONTRACT-ID ' | '
                               FS-CCT-ROUTE-ID ' |   '
                               FS-CCT-VEHICLE-CLASS '   |  '
                               FS-CCT-RATE-TYPE '   | '
                               FS-CCT-RATE-VALUE ' | '
                               FS-CCT-VALID-FROM ' | '
                               FS-CCT-VALID-TO ' | ' FS-CCT-STATUS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FS-CORP-CONTRACT-FILE
           END-IF

           MOVE SPACES TO WS-CCT-ACTION
           DISPLAY ' '
           DISPLAY 'A - Add contract, E - End a contract, '-
           'Enter - back : ' WITH NO ADVANCING
           ACCEPT WS-CCT-ACTION

           EVALUATE WS-CCT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-CORPORATE-CONTRACT
               WHEN 'E'
               WHEN 'e'
                   PERFORM END-CORPORATE-CONTRACT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ADD-CORPORATE-CONTRACT.
           MOVE SPACES TO WS-CCT-ROUTE-ENTRY
           MOVE SPACES TO WS-CCT-CLASS-ENTRY
           MOVE SPACES TO WS-CCT-TYPE-ENTRY
           MOVE ZEROES TO WS-CCT-VALUE-ENTRY
           MOVE SPACES TO WS-CCT-FROM-ENTRY
           MOVE SPACES TO WS-CCT-TO-ENTRY
           DISPLAY 'Route ID                          : '
               WITH NO ADVANCING
           ACCEPT WS-CCT-ROUTE-ENTRY
           DISPLAY 'Vehicle Class [s/d/f, blank = all] : '
               WITH NO ADVANCING
           ACCEPT WS-CCT-CLASS-ENTRY
           DISPLAY 'Rate Type [F]ixed fare / [P]ct off : '
               WITH NO ADVANCING
           ACCEPT WS-CCT-TYPE-ENTRY
           DISPLAY 'Fare or Percent                   : '
               WITH NO ADVANCING
           ACCEPT WS-CCT-VALUE-ENTRY
           DISPLAY 'Valid From [MM/DD/YYYY]           : '
               WITH NO ADVANCING
           ACCEPT WS-CCT-FROM-ENTRY
           DISPLAY 'Valid To   [MM/DD/YYYY]           : '
               WITH NO ADVANCING
           ACCEPT WS-CCT-TO-ENTRY

           MOVE FUNCTION LOWER-CASE(WS-CCT-CLASS-ENTRY) TO
               WS-CCT-CLASS-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-CCT-TYPE-ENTRY) TO
               WS-CCT-TYPE-ENTRY

           IF WS-CCT-ROUTE-ENTRY = SPACES OR
               WS-CCT-VALUE-ENTRY = ZEROES OR
               WS-CCT-FROM-ENTRY = SPACES OR
               WS-CCT-TO-ENTRY = SPACES OR
               (WS-CCT-TYPE-ENTRY NOT = 'F' AND
               WS-CCT-TYPE-ENTRY NOT = 'P') THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CCT-FROM-ENTRY(7:4) TO WS-CCT-FROM-INT(1:4)
           MOVE WS-CCT-FROM-ENTRY(1:2) TO WS-CCT-FROM-INT(5:2)
           MOVE WS-CCT-FROM-ENTRY(4:2) TO WS-CCT-FROM-INT(7:2)
           MOVE WS-CCT-TO-ENTRY(7:4) TO WS-CCT-TO-INT(1:4)
           MOVE WS-CCT-TO-ENTRY(1:2) TO WS-CCT-TO-INT(5:2)
           MOVE WS-CCT-TO-ENTRY(4:2) TO WS-CCT-TO-INT(7:2)
           IF WS-CCT-TO-INT < WS-CCT-FROM-INT OR
               (WS-CCT-TYPE-ENTRY = 'P' AND
               WS-CCT-VALUE-ENTRY > 100) THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CCT-ROUTE-OK
           OPEN INPUT FS-ROUTES-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-CCT-ROUTE-ENTRY TO FS-ROUTE-ID
               READ FS-ROUTES-FILE
               KEY IS FS-ROUTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CCT-ROUTE-OK
               END-READ
               CLOSE FS-ROUTES-FILE
           END-IF
           IF WS-CCT-ROUTE-OK NOT = 'Y' THEN
               DISPLAY ' Route not found on file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'CONTRACT' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-CORP-CONTRACT-FILE
           IF WS-CCT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CORP-CONTRACT-FILE
               CLOSE FS-CORP-CONTRACT-FILE
               OPEN I-O FS-CORP-CONTRACT-FILE
           END-IF

           MOVE SPACES TO FS-CORP-CONTRACT-RECORD
           MOVE WS-GENERATED-ID TO FS-CCT-CONTRACT-ID
           MOVE WS-CA-ACCOUNT-ID-ENTRY TO FS-CCT-ACCOUNT-ID
           MOVE WS-CCT-ROUTE-ENTRY TO FS-CCT-ROUTE-ID
           MOVE WS-CCT-CLASS-ENTRY TO FS-CCT-VEHICLE-CLASS
           MOVE WS-CCT-TYPE-ENTRY TO FS-CCT-RATE-TYPE
           MOVE WS-CCT-VALUE-ENTRY TO FS-CCT-RATE-VALUE
           MOVE WS-CCT-FROM-ENTRY TO FS-CCT-VALID-FROM
           MOVE WS-CCT-TO-ENTRY TO FS-CCT-VALID-TO
           MOVE 'active' TO FS-CCT-STATUS
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-CCT-TIME-STAMP
           WRITE FS-CORP-CONTRACT-RECORD
           END-WRITE
           CLOSE FS-CORP-CONTRACT-FILE

           DISPLAY ' Contract ID : ' FS-CCT-CONTRACT-ID

           MOVE 'ADD-CONTRACT' TO WS-AUDIT-ACTION
           MOVE FS-CCT-CONTRACT-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       END-CORPORATE-CONTRACT.
           DISPLAY 'Contract ID : ' WITH NO ADVANCING
           ACCEPT WS-CCT-CONTRACT-ENTRY

           OPEN I-O FS-CORP-CONTRACT-FILE
           IF WS-CCT-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No contracts on file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CCT-CONTRACT-ENTRY TO FS-CCT-CONTRACT-ID
           READ FS-CORP-CONTRACT-FILE
           KEY IS FS-CCT-CONTRACT-ID
           INVALID KEY
               DISPLAY ' Contract not found on file.'
           NOT INVALID KEY
               IF FS-CCT-ACCOUNT-ID NOT = WS-CA-ACCOUNT-ID-ENTRY THEN
                   DISPLAY ' That contract belongs to another account.'
               ELSE
                   MOVE 'ended' TO FS-CCT-STATUS
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-CCT-TIME-STAMP
                   REWRITE FS-CORP-CONTRACT-RECORD
                   END-REWRITE

                   MOVE 'END-CONTRACT' TO WS-AUDIT-ACTION
                   MOVE WS-CCT-CONTRACT-ENTRY TO WS-AUDIT-RECORD-KEY
                   PERFORM WRITE-AUDIT-LOG

                   PERFORM SUCCESS-UPDATE-MESSAGE
               END-IF
           END-READ
           CLOSE FS-CORP-CONTRACT-FILE
           ACCEPT WS-BUFFER
           .

       CONTRACT-UTILISATION-REPORT.
      *    Trips and spend per contract for one account, from the
      *    contract fare each booking was sold at, against what the
      *    same trips would have cost at list fare. Canceled
      *    bookings do not count.
           DISPLAY 'Account ID : ' WITH NO ADVANCING
           ACCEPT WS-CA-ACCOUNT-ID-ENTRY

           MOVE ZEROES TO WS-CCU-TALLY-COUNT
           MOVE ZEROES TO WS-CCU-TOTAL-TRIPS
           MOVE ZEROES TO WS-CCU-TOTAL-LIST
           MOVE ZEROES TO WS-CCU-TOTAL-SPEND

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-CONTRACT-FILE
           IF WS-BCF-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           OPEN INPUT FS-BOOKING-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-BOOKING-CONTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-BCF-ACCOUNT-ID = WS-CA-ACCOUNT-ID-ENTRY THEN
                       MOVE FS-BCF-BOOKING-ID TO FS-BOOKING-ID
                       READ FS-BOOKING-FILE
                       KEY IS FS-BOOKING-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-BOOKING-STATUS NOT = 'canceled' THEN
                               PERFORM ADD-TO-CONTRACT-TALLY
                           END-IF
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '23' THEN
               CLOSE FS-BOOKING-FILE
           END-IF
           IF WS-BCF-FILE-STATUS = '00' OR
               WS-BCF-FILE-STATUS = '10' THEN
               CLOSE FS-BOOKING-CONTRACT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY "***************************************************"
           DISPLAY "*         CORPORATE CONTRACT UTILISATION          *"
           DISPLAY "***************************************************"
           DISPLAY ' Account : ' WS-CA-ACCOUNT-ID-ENTRY
           DISPLAY ' '
           DISPLAY '   CONTRACT ID   | ROUTE ID        | TYPE |    VA'-
           'LUE    | TRIPS |  AT LIST FARE  |     SPEND'
           DISPLAY '-----------------------------------------------'-
           '-------------------------------------------------'

           OPEN INPUT FS-CORP-CONTRACT-FILE
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-CCU-TALLY-COUNT
               MOVE SPACES TO FS-CCT-ROUTE-ID
               MOVE SPACES TO FS-CCT-RATE-TYPE
               MOVE ZEROES TO FS-CCT-RATE-VALUE
               IF WS-CCT-FILE-STATUS = '00' OR
                   WS-CCT-FILE-STATUS = '23' THEN
                   MOVE WS-CCU-CONTRACT-ID(WS-COUNTER-I) TO
                       FS-CCT-CONTRACT-ID
                   READ FS-CORP-CONTRACT-FILE
                   KEY IS FS-CCT-CONTRACT-ID
                   INVALID KEY
                       MOVE SPACES TO FS-CCT-ROUTE-ID
                       MOVE SPACES TO FS-CCT-RATE-TYPE
                       MOVE ZEROES TO FS-CCT-RATE-VALUE
                   END-READ
               END-IF
               DISPLAY WS-CCU-CONTRACT-ID(WS-COUNTER-I) ' | '
                   FS-CCT-ROUTE-ID ' |  ' FS-CCT-RATE-TYPE '   | '
                   FS-CCT-RATE-VALUE ' | '
                   WS-CCU-TRIPS(WS-COUNTER-I) ' | '
                   WS-CCU-LIST-VALUE(WS-COUNTER-I) ' | '
                   WS-CCU-SPEND(WS-COUNTER-I)
           END-PERFORM
           IF WS-CCT-FILE-STATUS = '00' OR
               WS-CCT-FILE-STATUS = '23' THEN
               CLOSE FS-CORP-CONTRACT-FILE
           END-IF

           COMPUTE WS-CCU-SAVINGS =
               WS-CCU-TOTAL-LIST - WS-CCU-TOTAL-SPEND
           DISPLAY '-----------------------------------------------'-
           '-------------------------------------------------'
           DISPLAY 'Trips on contract   : ' WS-CCU-TOTAL-TRIPS
           DISPLAY 'Spend on contract   : ' WS-CCU-TOTAL-SPEND
           DISPLAY 'Same trips at list  : ' WS-CCU-TOTAL-LIST
           DISPLAY 'Saved by contract   : ' WS-CCU-SAVINGS
           DISPLAY ' '
           DISPLAY "Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       ADD-TO-CONTRACT-TALLY.
           ADD 1 TO WS-CCU-TOTAL-TRIPS
           ADD FS-BCF-LIST-FARE TO WS-CCU-TOTAL-LIST
           ADD FS-BCF-CHARGED-FARE TO WS-CCU-TOTAL-SPEND

           MOVE 'N' TO WS-TALLY-FOUND
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-CCU-TALLY-COUNT
               IF WS-CCU-CONTRACT-ID(WS-COUNTER-I) =
                   FS-BCF-CONTRACT-ID THEN
                   MOVE 'Y' TO WS-TALLY-FOUND
                   ADD 1 TO WS-CCU-TRIPS(WS-COUNTER-I)
                   ADD FS-BCF-LIST-FARE TO
                       WS-CCU-LIST-VALUE(WS-COUNTER-I)
                   ADD FS-BCF-CHARGED-FARE TO
                       WS-CCU-SPEND(WS-COUNTER-I)
               END-IF
           END-PERFORM

           IF NOT WS-TALLY-WAS-FOUND AND
               WS-CCU-TALLY-COUNT < 50 THEN
               ADD 1 TO WS-CCU-TALLY-COUNT
               MOVE FS-BCF-CONTRACT-ID TO
                   WS-CCU-CONTRACT-ID(WS-CCU-TALLY-COUNT)
               MOVE 1 TO WS-CCU-TRIPS(WS-CCU-TALLY-COUNT)
               MOVE FS-BCF-LIST-FARE TO
                   WS-CCU-LIST-VALUE(WS-CCU-TALLY-COUNT)
               MOVE FS-BCF-CHARGED-FARE TO
                   WS-CCU-SPEND(WS-CCU-TALLY-COUNT)
           END-IF
           .

       CORPORATE-NOT-FOUND-DISPLAY.
           DISPLAY "***************************************************"
           DISPLAY "*       Corporate account not found on file.      *"
           DISPLAY "***************************************************"
           .

       AGENT-PAGE.
           MOVE SPACES TO WS-AGENT-MENU-CHOICE
           PERFORM UNTIL WS-AGENT-MENU-CHOICE = '4'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*            Agents and Commissions               *"
           DISPLAY "***************************************************"
           DISPLAY ' '
       TRAVERSAL-AGENT-RECORD.
           MOVE SPACES TO WS-EOF
           DISPLAY '   AGENT ID      | NAME                     '-
           '     | COMM % | EWT % | STATUS'
           DISPLAY '-----------------------------------------------'-
           '---------------------------'
           OPEN INPUT FS-AGENTS-FILE
           IF WS-FILE-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   NOT AT END
                       DISPLAY FS-AG-AGENT-ID ' | ' FS-AG-NAME
                           ' | ' FS-AG-COMMISSION-PCT ' | '
                           FS-AG-EWT-RATE ' | ' FS-AG-STATUS
                   END-READ
               END-PERFORM
               CLOSE FS-AGENTS-FILE
           .

       ADD-AGENT.
           MOVE SPACES TO WS-AG-TIN-ENTRY
           MOVE SPACES TO WS-AG-EWT-ENTRY
           DISPLAY 'Agent Name : ' WITH NO ADVANCING
           ACCEPT WS-AG-NAME-ENTRY
           DISPLAY 'Agent Phone : ' WITH NO ADVANCING
           ACCEPT WS-AG-PHONE-ENTRY
           DISPLAY 'Commission Percent : ' WITH NO ADVANCING
           ACCEPT WS-AG-COMMISSION-ENTRY
           DISPLAY 'TIN [000-000-000-000] : ' WITH NO ADVANCING
           ACCEPT WS-AG-TIN-ENTRY
           DISPLAY 'EWT Rate % [blank = ' WS-AG-DEFAULT-EWT-RATE
               '] : ' WITH NO ADVANCING
           ACCEPT WS-AG-EWT-ENTRY

           IF WS-AG-NAME-ENTRY = SPACES OR
               WS-AG-COMMISSION-ENTRY = ZEROES THEN
                   MOVE WS-AG-COMMISSION-ENTRY TO
                       FS-AG-COMMISSION-PCT
                   MOVE 'active' TO FS-AG-STATUS
                   MOVE WS-AG-TIN-ENTRY TO FS-AG-TIN
                   IF WS-AG-EWT-ENTRY = SPACES THEN
                       MOVE WS-AG-DEFAULT-EWT-RATE TO FS-AG-EWT-RATE
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-AG-EWT-ENTRY) TO
                           FS-AG-EWT-RATE
                   END-IF

                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-AG-TIME-STAMP
           INVALID KEY
               PERFORM AGENT-NOT-FOUND-DISPLAY
           NOT INVALID KEY
               MOVE SPACES TO WS-AG-TIN-ENTRY
               MOVE SPACES TO WS-AG-EWT-ENTRY
               DISPLAY ' On file: TIN ' FS-AG-TIN '  EWT % '
                   FS-AG-EWT-RATE
               DISPLAY 'New Commission Percent : ' WITH NO ADVANCING
               ACCEPT WS-AG-COMMISSION-ENTRY
               DISPLAY 'Status [active/inactive] : ' WITH NO ADVANCING
               ACCEPT WS-AG-STATUS-ENTRY
               DISPLAY 'New TIN [blank = keep] : ' WITH NO ADVANCING
               ACCEPT WS-AG-TIN-ENTRY
               DISPLAY 'New EWT Rate % [blank = keep] : '
                   WITH NO ADVANCING
               ACCEPT WS-AG-EWT-ENTRY

               MOVE FUNCTION LOWER-CASE(WS-AG-STATUS-ENTRY) TO
               WS-AG-STATUS-ENTRY
               IF WS-AG-STATUS-ENTRY NOT = SPACES THEN
                   MOVE WS-AG-STATUS-ENTRY TO FS-AG-STATUS
               END-IF
               IF WS-AG-TIN-ENTRY NOT = SPACES THEN
                   MOVE WS-AG-TIN-ENTRY TO FS-AG-TIN
               END-IF
               IF WS-AG-EWT-ENTRY NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(WS-AG-EWT-ENTRY) TO
                       FS-AG-EWT-RATE
               END-IF

               REWRITE FS-AGENTS-RECORD
               END-REWRITE
           .

       AGENT-SETTLEMENT-REPORT.
      *    Commission is paid net of expanded withholding tax at the
      *    rate on the agent record. Finalizing a closed month files
      *    the settlement for the quarterly 2307 run and raises the
      *    net as a payable; the withheld tax posts with it to the
      *    withholding payable account on the next GL export.
           DISPLAY 'Settlement Month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-AGSET-MONTH
           DISPLAY 'Settlement Year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-AGSET-YEAR

           MOVE ZEROES TO WS-AGSET-TALLY-COUNT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS-AGS-TS-DATE(1:2) = WS-AGSET-MONTH AND
                           FS-AGS-TS-DATE(7:4) = WS-AGSET-YEAR THEN
                           PERFORM ADD-TO-AGENT-TALLY
                       END-IF
                   END-READ
               CLOSE FS-AGENT-SALES-FILE
           END-IF

           PERFORM COMPUTE-AGENT-WITHHOLDING

           DISPLAY ' '
           DISPLAY "***************************************************"
           DISPLAY "*       MONTHLY AGENT COMMISSION SETTLEMENT       *"
           DISPLAY "***************************************************"
           DISPLAY '   AGENT ID      | SALES | GROSS AMOUNT | '-
           'GROSS COMMISSION'
           DISPLAY '-----------------------------------------------'-
           '-------------------'

                   WS-AGT-COUNT(WS-COUNTER-I) ' | '
                   WS-AGT-SALES(WS-COUNTER-I) ' | '
                   WS-AGT-COMMISSION(WS-COUNTER-I)
               DISPLAY '     TIN ' WS-AGT-TIN(WS-COUNTER-I)
                   '  EWT % ' WS-AGT-EWT-RATE(WS-COUNTER-I)
               DISPLAY '     tax withheld   : '
                   WS-AGT-WITHHELD(WS-COUNTER-I)
               DISPLAY '     net payable    : '
                   WS-AGT-NET(WS-COUNTER-I)
               DISPLAY '     wallet balance : ' WS-AW-STMT-BALANCE
           END-PERFORM
           IF WS-AW-FILE-STATUS = '00' OR
               WS-AW-FILE-STATUS = '23' THEN
               CLOSE FS-AGENT-WALLET-FILE
           END-IF
           DISPLAY '-----------------------------------------------'-
           '-------------------'
           DISPLAY 'Gross commission : ' WS-AGSET-TOTAL-COMMISSION
           DISPLAY 'Tax withheld     : ' WS-AGSET-TOTAL-WITHHELD
           DISPLAY 'Net payable      : ' WS-AGSET-TOTAL-NET

           IF WS-AGSET-TALLY-COUNT > 0 THEN
               MOVE SPACES TO WS-AGSET-FINALIZE
               DISPLAY ' '
               DISPLAY 'Finalize this settlement for payment? [Y/N] : '
                   WITH NO ADVANCING
               ACCEPT WS-AGSET-FINALIZE
               IF WS-AGSET-FINALIZE = 'Y' OR
                   WS-AGSET-FINALIZE = 'y' THEN
                   PERFORM FINALIZE-AGENT-SETTLEMENT
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       COMPUTE-AGENT-WITHHOLDING.
      *    Rate and TIN come from the agent record; an agent no
      *    longer on file is withheld at the standard rate.
           MOVE ZEROES TO WS-AGSET-TOTAL-COMMISSION
           MOVE ZEROES TO WS-AGSET-TOTAL-WITHHELD
           MOVE ZEROES TO WS-AGSET-TOTAL-NET
           OPEN INPUT FS-AGENTS-FILE
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-AGSET-TALLY-COUNT
               MOVE SPACES TO WS-AGT-NAME(WS-COUNTER-I)
               MOVE SPACES TO WS-AGT-TIN(WS-COUNTER-I)
               MOVE WS-AG-DEFAULT-EWT-RATE TO
                   WS-AGT-EWT-RATE(WS-COUNTER-I)
               IF WS-FILE-STATUS = '00' OR
                   WS-FILE-STATUS = '23' THEN
                   MOVE WS-AGT-AGENT-ID(WS-COUNTER-I) TO
                       FS-AG-AGENT-ID
                   READ FS-AGENTS-FILE
                   KEY IS FS-AG-AGENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-AG-NAME TO WS-AGT-NAME(WS-COUNTER-I)
                       MOVE FS-AG-TIN TO WS-AGT-TIN(WS-COUNTER-I)
                       MOVE FS-AG-EWT-RATE TO
                           WS-AGT-EWT-RATE(WS-COUNTER-I)
                   END-READ
               END-IF
               COMPUTE WS-AGT-WITHHELD(WS-COUNTER-I) ROUNDED =
                   WS-AGT-COMMISSION(WS-COUNTER-I) *
                   WS-AGT-EWT-RATE(WS-COUNTER-I) / 100
               COMPUTE WS-AGT-NET(WS-COUNTER-I) =
                   WS-AGT-COMMISSION(WS-COUNTER-I) -
                   WS-AGT-WITHHELD(WS-COUNTER-I)
               ADD WS-AGT-COMMISSION(WS-COUNTER-I) TO
                   WS-AGSET-TOTAL-COMMISSION
               ADD WS-AGT-WITHHELD(WS-COUNTER-I) TO
                   WS-AGSET-TOTAL-WITHHELD
               ADD WS-AGT-NET(WS-COUNTER-I) TO WS-AGSET-TOTAL-NET
           END-PERFORM
           IF WS-FILE-STATUS = '00' OR
               WS-FILE-STATUS = '23' THEN
               CLOSE FS-AGENTS-FILE
           END-IF
           .

       FINALIZE-AGENT-SETTLEMENT.
      *    Only a month that has closed can be settled, and an agent
      *    is settled once per month; a second run skips them.
           PERFORM GENERATE-TIME-STAMP
           COMPUTE WS-AGSET-PERIOD =
               (WS-AGSET-YEAR * 100) + WS-AGSET-MONTH
           IF WS-AGSET-PERIOD NOT < WS-TS-YYYYMMDD(1:6) THEN
               DISPLAY ' That month has not closed yet - nothing '
                   'was settled.'
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-AGENT-SETTLE-FILE
           IF WS-ASL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-AGENT-SETTLE-FILE
               CLOSE FS-AGENT-SETTLE-FILE
               OPEN I-O FS-AGENT-SETTLE-FILE
           END-IF

           MOVE ZEROES TO WS-AGSET-SETTLED
           MOVE ZEROES TO WS-AGSET-SKIPPED
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-AGSET-TALLY-COUNT
               PERFORM SETTLE-ONE-AGENT
           END-PERFORM
           CLOSE FS-AGENT-SETTLE-FILE

           DISPLAY ' Agents settled         : ' WS-AGSET-SETTLED
           DISPLAY ' Already settled before : ' WS-AGSET-SKIPPED

           MOVE 'AGENT-SETTLE' TO WS-AUDIT-ACTION
           MOVE WS-AGSET-PERIOD TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           .

       SETTLE-ONE-AGENT.
           MOVE WS-AGT-AGENT-ID(WS-COUNTER-I) TO FS-ASL-AGENT-ID
           MOVE WS-AGSET-PERIOD TO FS-ASL-PERIOD
           READ FS-AGENT-SETTLE-FILE
           KEY IS FS-ASL-KEY
           INVALID KEY
               MOVE SPACES TO FS-AGENT-SETTLE-RECORD
               MOVE WS-AGT-AGENT-ID(WS-COUNTER-I) TO FS-ASL-AGENT-ID
               MOVE WS-AGSET-PERIOD TO FS-ASL-PERIOD
               MOVE WS-AGT-NAME(WS-COUNTER-I) TO FS-ASL-AGENT-NAME
               MOVE WS-AGT-TIN(WS-COUNTER-I) TO FS-ASL-TIN
               MOVE WS-AGT-COUNT(WS-COUNTER-I) TO FS-ASL-SALE-COUNT
               MOVE WS-AGT-SALES(WS-COUNTER-I) TO FS-ASL-GROSS-SALES
               MOVE WS-AGT-COMMISSION(WS-COUNTER-I) TO
                   FS-ASL-GROSS-COMMISSION
               MOVE WS-AGT-EWT-RATE(WS-COUNTER-I) TO FS-ASL-EWT-RATE
               MOVE WS-AGT-WITHHELD(WS-COUNTER-I) TO
                   FS-ASL-TAX-WITHHELD
               MOVE WS-AGT-NET(WS-COUNTER-I) TO FS-ASL-NET-PAYABLE
               IF FS-ASL-NET-PAYABLE > 0 THEN
                   PERFORM RAISE-AGENT-PAYABLE
               END-IF
               MOVE WS-TS-DATE TO FS-ASL-POSTED-DATE
               MOVE WS-TIME-STAMP TO FS-ASL-TIME-STAMP
               WRITE FS-AGENT-SETTLE-RECORD
               END-WRITE
               ADD 1 TO WS-AGSET-SETTLED
           NOT INVALID KEY
               DISPLAY ' ' FS-ASL-AGENT-ID ' already settled for '
                   FS-ASL-PERIOD
               ADD 1 TO WS-AGSET-SKIPPED
           END-READ
           .

       RAISE-AGENT-PAYABLE.
      *    The net commission is paid through payables like any
      *    supplier invoice, approved on raising.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'APINVOICE' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-AP-INVOICE-FILE
           IF WS-API-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-AP-INVOICE-FILE
           END-IF

           MOVE SPACES TO FS-AP-INVOICE-RECORD
           MOVE WS-GENERATED-ID TO FS-API-INVOICE-ID
           MOVE FS-ASL-AGENT-ID TO FS-API-FK-SUPPLIER-ID
           STRING 'COM' WS-AGSET-PERIOD DELIMITED BY SIZE
               INTO FS-API-SUPPLIER-INV-NO
           MOVE WS-TS-DATE TO FS-API-INVOICE-DATE
           MOVE 'AGENTCOM' TO FS-API-SOURCE-TYPE
           MOVE FS-ASL-AGENT-ID TO FS-API-FK-SOURCE-ID
           MOVE FS-ASL-SALE-COUNT TO FS-API-SOURCE-QTY
           MOVE FS-ASL-SALE-COUNT TO FS-API-QUANTITY
           MOVE ZEROES TO FS-API-UNIT-PRICE
           MOVE FS-ASL-NET-PAYABLE TO FS-API-AMOUNT
           MOVE ZEROES TO FS-API-PAID-AMOUNT

           COMPUTE WS-AGSET-DUE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-TS-YYYYMMDD) +
               WS-AGSET-TERMS-DAYS
           COMPUTE WS-AGSET-DUE-INT =
               FUNCTION DATE-OF-INTEGER(WS-AGSET-DUE-DAY)
           MOVE WS-AGSET-DUE-INT(5:2) TO FS-API-DUE-DATE(1:2)
           MOVE '/' TO FS-API-DUE-DATE(3:1)
           MOVE WS-AGSET-DUE-INT(7:2) TO FS-API-DUE-DATE(4:2)
           MOVE '/' TO FS-API-DUE-DATE(6:1)
           MOVE WS-AGSET-DUE-INT(1:4) TO FS-API-DUE-DATE(7:4)

           MOVE 'open' TO FS-API-STATUS
           MOVE WS-TS-DATE TO FS-API-POSTED-DATE
           MOVE WS-TIME-STAMP TO FS-API-TIME-STAMP
           WRITE FS-AP-INVOICE-RECORD
           END-WRITE
           CLOSE FS-AP-INVOICE-FILE

           MOVE WS-GENERATED-ID TO FS-ASL-FK-INVOICE-ID
           .

       ADD-TO-AGENT-TALLY.
           MOVE 'N' TO WS-TALLY-FOUND
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-AGSET-TALLY-COUNT
               IF WS-AGT-AGENT-ID(WS-COUNTER-I) =
                   FS-AGS-FK-AGENT-ID THEN
                   MOVE 'Y' TO WS-TALLY-FOUND
                   ADD 1 TO WS-AGT-COUNT(WS-COUNTER-I)
                   ADD FS-AGS-SALE-AMOUNT TO
                       WS-AGT-SALES(WS-COUNTER-I)
                   ADD FS-AGS-COMMISSION-AMOUNT TO
                       WS-AGT-COMMISSION(WS-COUNTER-I)
               END-IF
           END-PERFORM

           IF NOT WS-TALLY-WAS-FOUND AND
               WS-AGSET-TALLY-COUNT < 50 THEN
               ADD 1 TO WS-AGSET-TALLY-COUNT
               MOVE FS-AGS-FK-AGENT-ID TO
                   WS-AGT-AGENT-ID(WS-AGSET-TALLY-COUNT)
               MOVE 1 TO WS-AGT-COUNT(WS-AGSET-TALLY-COUNT)
               MOVE FS-AGS-SALE-AMOUNT TO
                   WS-AGT-SALES(WS-AGSET-TALLY-COUNT)
               MOVE FS-AGS-COMMISSION-AMOUNT TO
                   WS-AGT-COMMISSION(WS-AGSET-TALLY-COUNT)
           END-IF
           .

       AGENT-NOT-FOUND-DISPLAY.
           DISPLAY "***************************************************"
           DISPLAY "*             Agent not found on file.            *"
           DISPLAY "***************************************************"
           .

       SET-OVERBOOK-ALLOWANCE.
               DISPLAY 'Booking ID to re-accommodate : '
               WITH NO ADVANCING
               ACCEPT WS-BUMP-BOOKING-ID
               MOVE WS-BUMP-BOOKING-ID TO WS-CKD-ENTRY
               PERFORM CHECK-BOOKING-ID-ENTRY
               IF WS-CKD-OK NOT = 'Y' THEN
                   PERFORM BOOKING-ID-CHECK-DIGIT-DISPLAY
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF

               PERFORM REACCOMMODATE-BUMPED-BOOKING
           END-IF
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-VCH-EXPIRY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-INT) + 90
               MOVE 'active' TO FS-VCH-STATUS
               MOVE WS-VCH-EXPIRY-INT(5:2) TO FS-VCH-EXPIRY-DATE(1:2)
               MOVE WS-VCH-EXPIRY-INT(7:2) TO FS-VCH-EXPIRY-DATE(4:2)
               MOVE WS-VCH-EXPIRY-INT(1:4) TO FS-VCH-EXPIRY-DATE(7:4)

               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-VCH-TIME-STAMP
               READ FS-BOOKING-FILE
               KEY IS FS-BOOKING-ID
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEV-OLD-VALUE
                   STRING FS-FK-SCHEDULE-ID DELIMITED BY SPACE
                       '/' FS-SEAT-NUMBER(8:3)
                       DELIMITED BY SIZE INTO WS-BEV-OLD-VALUE
                   MOVE WS-BUMP-TARGET-SCHEDULE-ID TO
                       FS-FK-SCHEDULE-ID
                   MOVE WS-BUMP-OPEN-SEAT TO FS-SEAT-NUMBER
                   REWRITE FS-BOOKING-RECORD
                       NOT INVALID KEY
                           MOVE 'BUMPED' TO WS-BEV-EVENT
                           MOVE SPACES TO WS-BEV-NEW-VALUE
                           STRING FS-FK-SCHEDULE-ID DELIMITED BY SPACE
                               '/' FS-SEAT-NUMBER(8:3)
                               DELIMITED BY SIZE
                               INTO WS-BEV-NEW-VALUE
                           PERFORM WRITE-ADMIN-BOOKING-EVENT
                   END-REWRITE
                   MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
           .

       GET-CURRENT-MINUTES-NOW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO WS-CVM-DATE(1:2)
           MOVE '/' TO WS-CVM-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-CVM-DATE(4:2)
           MOVE '/' TO WS-CVM-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-CVM-DATE(7:4)
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:2) TO WS-CVM-HOUR24
           MOVE WS-TIME(3:2) TO WS-CVM-MINUTES

           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)
           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)
           COMPUTE WS-TCO-NOW-MINUTES =
                   IF FS-BOOKING-STATUS NOT = 'reserved' THEN
                       ADD FS-PRICE TO WS-TCO-REVENUE
                   END-IF
                   MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                   MOVE 'no-show' TO FS-BOOKING-STATUS
                   REWRITE FS-BOOKING-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'NO-SHOW' TO WS-BEV-EVENT
                           MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                           PERFORM WRITE-ADMIN-BOOKING-EVENT
                   END-REWRITE
                   MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
                   PERFORM WRITE-AFTER-IMAGE
               WHEN FS-BOOKING-STATUS = 'waitlist'
                   ADD 1 TO WS-TCO-WAITLIST-COUNT
                   MOVE FS-BOOKING-STATUS TO WS-BEV-OLD-VALUE
                   MOVE 'canceled' TO FS-BOOKING-STATUS
                   REWRITE FS-BOOKING-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'TRIP-CLOSED' TO WS-BEV-EVENT
                           MOVE FS-BOOKING-STATUS TO WS-BEV-NEW-VALUE
                           PERFORM WRITE-ADMIN-BOOKING-EVENT
                   END-REWRITE
                   MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                   MOVE 'RWT' TO WS-JRN-ACTION
           DISPLAY 'Booking ID [blank if none]  : ' WITH NO ADVANCING
           ACCEPT WS-FB-BOOKING-ID-ENTRY
           MOVE SPACES TO WS-FB-SCHEDULE-ID-ENTRY
           IF WS-FB-BOOKING-ID-ENTRY NOT = SPACES THEN
               MOVE WS-FB-BOOKING-ID-ENTRY TO WS-CKD-ENTRY
               PERFORM CHECK-BOOKING-ID-ENTRY
               IF WS-CKD-OK NOT = 'Y' THEN
                   PERFORM BOOKING-ID-CHECK-DIGIT-DISPLAY
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-FB-BOOKING-ID-ENTRY NOT = SPACES THEN
               OPEN INPUT FS-BOOKING-FILE
           .

       ERROR-DAILY-SUMMARY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-MM TO WS-ERR-TODAY-DATE(1:2)
           MOVE '/' TO WS-ERR-TODAY-DATE(3:1)
           MOVE WS-TODAY-DD TO WS-ERR-TODAY-DATE(4:2)
           MOVE '/' TO WS-ERR-TODAY-DATE(6:1)
           MOVE WS-TODAY-YYYY TO WS-ERR-TODAY-DATE(7:4)

           MOVE ZEROES TO WS-ERR-TODAY-COUNT
           MOVE ZEROES TO WS-ERR-OPEN-COUNT
           MOVE ZEROES TO WS-PRF-TALLY-COUNT

           PERFORM TALLY-PRF-SCHEDULES
           PERFORM TALLY-PRF-DEADHEADS
           PERFORM TALLY-PRF-REVENUE
           PERFORM TALLY-PRF-EXPENSES
           PERFORM TALLY-PRF-DEPRECIATION

           DISPLAY ' '
           DISPLAY ' ROUTE           |CLS| REVENUE | EXPENSES |'
               ' DEPRECIATION | PROFIT | COST/KM'
           DISPLAY '---------------------------------------------------'

           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-PRF-TALLY-COUNT
               COMPUTE WS-PRF-PROFIT =
                   WS-PRF-REVENUE(WS-COUNTER-I) -
                   WS-PRF-EXPENSE(WS-COUNTER-I) -
                   WS-PRF-DEPREC(WS-COUNTER-I)
               MOVE ZEROES TO WS-PRF-COST-PER-KM
               IF WS-PRF-KM(WS-COUNTER-I) > ZEROES THEN
                   COMPUTE WS-PRF-COST-PER-KM ROUNDED =
                       (WS-PRF-EXPENSE(WS-COUNTER-I) +
                       WS-PRF-DEPREC(WS-COUNTER-I)) /
                       WS-PRF-KM(WS-COUNTER-I)
               END-IF
               DISPLAY ' ' WS-PRF-ROUTE-ID(WS-COUNTER-I) ' | '
                   WS-PRF-CLASS(WS-COUNTER-I) ' | '
                   WS-PRF-REVENUE(WS-COUNTER-I) ' | '
                   WS-PRF-EXPENSE(WS-COUNTER-I) ' | '
                   WS-PRF-DEPREC(WS-COUNTER-I) ' | '
                   WS-PRF-PROFIT ' | ' WS-PRF-COST-PER-KM
           END-PERFORM

           IF WS-PRF-DEP-IDLE > ZEROES THEN
               DISPLAY ' '
               DISPLAY ' Depreciation on buses with no trips : '
                   WS-PRF-DEP-IDLE
           END-IF

           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           CLOSE FS-SCHEDULES-FILE
           .

       TALLY-PRF-DEADHEADS.
      *    Empty positioning kilometres were run for the trip they
      *    fed, so they count against its route's cost per km.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-DEADHEAD-FILE
           IF WS-DH-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-VEHICLES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DEADHEAD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-DH-STATUS = 'active' THEN
                       MOVE FS-DH-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
                       READ FS-SCHEDULES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-FK-VEHICLE-ID TO FS-VEHICLE-ID
                           READ FS-VEHICLES-FILE
                           INVALID KEY
                               MOVE SPACE TO FS-VEHICLE-CLASS
                           END-READ
                           MOVE FS-FK-ROUTE-ID TO WS-PRF-KEY-ROUTE
                           MOVE FS-VEHICLE-CLASS TO
                               WS-PRF-KEY-CLASS
                           PERFORM FIND-PRF-SLOT
                           IF WS-PRF-SLOT > ZEROES THEN
                               ADD FS-DH-DISTANCE TO
                                   WS-PRF-KM(WS-PRF-SLOT)
                           END-IF
                       END-READ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-SCHEDULES-FILE
           IF WS-DH-FILE-STATUS = '00' OR
               WS-DH-FILE-STATUS = '10' THEN
               CLOSE FS-DEADHEAD-FILE
           END-IF
           .

       TALLY-PRF-REVENUE.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-BOOKING-FILE
                           END-IF
                       END-READ
                   END-IF
           END-PERFORM
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-BOOKING-FILE
           .

       TALLY-PRF-EXPENSES.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-TRIP-EXPENSE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-VEHICLES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-TRIP-EXPENSE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-TX-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
                   READ FS-SCHEDULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-FK-VEHICLE-ID TO FS-VEHICLE-ID
                       READ FS-VEHICLES-FILE
                       INVALID KEY
                           MOVE SPACE TO FS-VEHICLE-CLASS
                       END-READ
                       MOVE FS-FK-ROUTE-ID TO WS-PRF-KEY-ROUTE
                       MOVE FS-VEHICLE-CLASS TO WS-PRF-KEY-CLASS
                       PERFORM FIND-PRF-SLOT
                       IF WS-PRF-SLOT > ZEROES THEN
                           ADD FS-TX-AMOUNT TO
                               WS-PRF-EXPENSE(WS-PRF-SLOT)
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE FS-VEHICLES-FILE
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-TRIP-EXPENSE-FILE
           .

       TALLY-PRF-DEPRECIATION.
      *    Each bus's depreciation to date is spread over the routes
      *    it ran, in proportion to its trips on each. A bus with
      *    no trips on file has nowhere to go and is shown apart.
           MOVE ZEROES TO WS-PRF-DEP-IDLE
           MOVE SPACES TO WS-PRF-DEP-EOF
           OPEN INPUT FS-FLEET-ASSET-FILE
           IF WS-FA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-PRF-DEP-EOF
           END-IF
           OPEN INPUT FS-VEHICLES-FILE
           PERFORM UNTIL WS-PRF-DEP-EOF = 'Y'
               READ FS-FLEET-ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PRF-DEP-EOF
               NOT AT END
                   IF FS-FA-ACCUM-DEPR > ZEROES THEN
                       PERFORM SPREAD-VEHICLE-DEPRECIATION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-VEHICLES-FILE
           IF WS-FA-FILE-STATUS = '00' OR
               WS-FA-FILE-STATUS = '10' THEN
               CLOSE FS-FLEET-ASSET-FILE
           END-IF
           .

       SPREAD-VEHICLE-DEPRECIATION.
           MOVE FS-FA-VEHICLE-ID TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           INVALID KEY
               MOVE SPACE TO FS-VEHICLE-CLASS
           END-READ

           MOVE ZEROES TO WS-PRF-DEP-TRIPS
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FK-VEHICLE-ID = FS-FA-VEHICLE-ID THEN
                       ADD 1 TO WS-PRF-DEP-TRIPS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE

           IF WS-PRF-DEP-TRIPS = ZEROES THEN
               ADD FS-FA-ACCUM-DEPR TO WS-PRF-DEP-IDLE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PRF-DEP-SHARE ROUNDED =
               FS-FA-ACCUM-DEPR / WS-PRF-DEP-TRIPS
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-FK-VEHICLE-ID = FS-FA-VEHICLE-ID THEN
                       MOVE FS-FK-ROUTE-ID TO WS-PRF-KEY-ROUTE
                       MOVE FS-VEHICLE-CLASS TO WS-PRF-KEY-CLASS
                       PERFORM FIND-PRF-SLOT
                       IF WS-PRF-SLOT > ZEROES THEN
                           ADD WS-PRF-DEP-SHARE TO
                               WS-PRF-DEPREC(WS-PRF-SLOT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE
           .

       FIND-PRF-SLOT.
           MOVE ZEROES TO WS-PRF-SLOT
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-PRF-TALLY-COUNT
               IF WS-PRF-ROUTE-ID(WS-COUNTER-I) = WS-PRF-KEY-ROUTE
                   AND WS-PRF-CLASS(WS-COUNTER-I) =
                   WS-PRF-KEY-CLASS THEN
                   MOVE WS-COUNTER-I TO WS-PRF-SLOT
               END-IF
           END-PERFORM

           IF WS-PRF-SLOT = ZEROES AND WS-PRF-TALLY-COUNT < 100 THEN
               ADD 1 TO WS-PRF-TALLY-COUNT
               MOVE WS-PRF-KEY-ROUTE TO
                   WS-PRF-ROUTE-ID(WS-PRF-TALLY-COUNT)
               MOVE WS-PRF-KEY-CLASS TO
                   WS-PRF-CLASS(WS-PRF-TALLY-COUNT)
               MOVE ZEROES TO WS-PRF-REVENUE(WS-PRF-TALLY-COUNT)
               MOVE ZEROES TO WS-PRF-EXPENSE(WS-PRF-TALLY-COUNT)
               MOVE ZEROES TO WS-PRF-KM(WS-PRF-TALLY-COUNT)
               MOVE ZEROES TO WS-PRF-TRIPS(WS-PRF-TALLY-COUNT)
               MOVE ZEROES TO WS-PRF-DEPREC(WS-PRF-TALLY-COUNT)
               MOVE WS-PRF-TALLY-COUNT TO WS-PRF-SLOT
           END-IF
           .

       VEHICLE-BLOCK-PAGE.
           MOVE SPACES TO WS-VB-MENU-CHOICE
           PERFORM UNTIL WS-VB-MENU-CHOICE = '4'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Vehicle Blocks / Deadheads             *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Daily Vehicle Block Report'
           DISPLAY '2 - List Terminal Turnaround Times'
           DISPLAY '3 - Set a Terminal Turnaround Time'
           DISPLAY '4 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-VB-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-VB-MENU-CHOICE
               WHEN '1'
                   PERFORM VEHICLE-BLOCK-REPORT
               WHEN '2'
                   PERFORM LIST-TERMINAL-TURNAROUNDS
                   DISPLAY ' '
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
               WHEN '3'
                   PERFORM SET-TERMINAL-TURNAROUND
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       LIST-TERMINAL-TURNAROUNDS.
           PERFORM LOAD-BLOCK-PARAMETERS
           DISPLAY ' TERMINAL                       | MINUTES'
           DISPLAY '---------------------------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-TURNAROUND-FILE
           IF WS-TTA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-TURNAROUND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   DISPLAY ' ' FS-TTA-PLACE ' | ' FS-TTA-MINUTES
               END-READ
           END-PERFORM
           IF WS-TTA-FILE-STATUS = '00' OR
               WS-TTA-FILE-STATUS = '10' THEN
               CLOSE FS-TURNAROUND-FILE
           END-IF
           DISPLAY '---------------------------------------------------'
           DISPLAY ' Any other terminal : ' WS-VB-DEFAULT-TURNAROUND
               ' (TURNAROUND-MIN)'
           .

       SET-TERMINAL-TURNAROUND.
      *    Terminals are named as on the routes' origin and
      *    destination.
           DISPLAY 'Terminal (as on the routes) : ' WITH NO ADVANCING
           ACCEPT WS-VB-PLACE-ENTRY
           DISPLAY 'Turnaround minutes          : ' WITH NO ADVANCING
           ACCEPT WS-VB-MINUTES-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-VB-PLACE-ENTRY) TO
               WS-VB-PLACE-ENTRY

           IF WS-VB-PLACE-ENTRY = SPACES THEN
               DISPLAY ' '
               DISPLAY ' A turnaround needs a terminal.'
           ELSE
               OPEN I-O FS-TURNAROUND-FILE
               IF WS-TTA-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS-TURNAROUND-FILE
               END-IF
               MOVE SPACES TO FS-TURNAROUND-RECORD
               MOVE WS-VB-PLACE-ENTRY TO FS-TTA-PLACE
               MOVE WS-VB-MINUTES-ENTRY TO FS-TTA-MINUTES
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-TTA-TIME-STAMP
               WRITE FS-TURNAROUND-RECORD
                   INVALID KEY
                       REWRITE FS-TURNAROUND-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
               CLOSE FS-TURNAROUND-FILE

               MOVE 'SET-TURNAROUND' TO WS-AUDIT-ACTION
               MOVE WS-VB-PLACE-ENTRY TO WS-AUDIT-RECORD-KEY
               PERFORM WRITE-AUDIT-LOG

               DISPLAY ' '
               DISPLAY ' Turnaround saved : ' WS-VB-PLACE-ENTRY
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       VEHICLE-BLOCK-REPORT.
      *    Each bus's day as a chain: revenue trips and empty runs in
      *    departure order, with a break flagged wherever a leg does
      *    not start where the one before it ended.
           DISPLAY 'Service date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-VB-REPORT-DATE

           MOVE ZEROES TO WS-VB-LEG-COUNT
           PERFORM COLLECT-BLOCK-LEGS

           PERFORM VARYING WS-VB-I FROM 1 BY 1
               UNTIL WS-VB-I >= WS-VB-LEG-COUNT
               PERFORM VARYING WS-VB-J FROM 1 BY 1
                   UNTIL WS-VB-J > (WS-VB-LEG-COUNT - WS-VB-I)
                   IF WS-VB-LEG-VEHICLE-ID(WS-VB-J) >
                       WS-VB-LEG-VEHICLE-ID(WS-VB-J + 1) OR
                       (WS-VB-LEG-VEHICLE-ID(WS-VB-J) =
                       WS-VB-LEG-VEHICLE-ID(WS-VB-J + 1) AND
                       WS-VB-LEG-DEP-MINUTES(WS-VB-J) >
                       WS-VB-LEG-DEP-MINUTES(WS-VB-J + 1)) THEN
                       MOVE WS-VB-LEG(WS-VB-J) TO WS-VB-LEG-SWAP
                       MOVE WS-VB-LEG(WS-VB-J + 1) TO
                           WS-VB-LEG(WS-VB-J)
                       MOVE WS-VB-LEG-SWAP TO WS-VB-LEG(WS-VB-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*            DAILY VEHICLE BLOCK REPORT           *"
           DISPLAY "***************************************************"
           DISPLAY ' Service date : ' WS-VB-REPORT-DATE
           DISPLAY ' '
           DISPLAY ' KND ID              FROM                 '
               'TO                   DEP      ARR              KM'

           MOVE SPACES TO WS-VB-CUR-VEHICLE-ID
           MOVE SPACES TO WS-VB-CUR-PLACE
           MOVE ZEROES TO WS-VB-VEH-REV-KM
           MOVE ZEROES TO WS-VB-VEH-DH-KM
           MOVE ZEROES TO WS-VB-TOT-REV-KM
           MOVE ZEROES TO WS-VB-TOT-DH-KM
           MOVE ZEROES TO WS-VB-BREAK-COUNT

           PERFORM VARYING WS-VB-I FROM 1 BY 1
               UNTIL WS-VB-I > WS-VB-LEG-COUNT
               IF WS-VB-LEG-VEHICLE-ID(WS-VB-I) NOT =
                   WS-VB-CUR-VEHICLE-ID THEN
                   IF WS-VB-CUR-VEHICLE-ID NOT = SPACES THEN
                       PERFORM DISPLAY-BLOCK-VEHICLE-TOTALS
                   END-IF
                   MOVE WS-VB-LEG-VEHICLE-ID(WS-VB-I) TO
                       WS-VB-CUR-VEHICLE-ID
                   MOVE SPACES TO WS-VB-CUR-PLACE
                   DISPLAY '---------------------------------------'
                       '------------------------------------------'
                   DISPLAY ' Vehicle ' WS-VB-CUR-VEHICLE-ID
               END-IF

               IF WS-VB-CUR-PLACE NOT = SPACES AND
                   WS-VB-CUR-PLACE NOT = WS-VB-LEG-FROM(WS-VB-I) THEN
                   DISPLAY '     ** BREAK - bus is at '
                       WS-VB-CUR-PLACE
                   ADD 1 TO WS-VB-BREAK-COUNT
               END-IF

               MOVE WS-VB-LEG-KM(WS-VB-I) TO WS-VB-EDIT-KM
               DISPLAY ' ' WS-VB-LEG-KIND(WS-VB-I) ' '
                   WS-VB-LEG-ID(WS-VB-I) ' '
                   WS-VB-LEG-FROM(WS-VB-I)(1:20) ' '
                   WS-VB-LEG-TO(WS-VB-I)(1:20) ' '
                   WS-VB-LEG-DEP-TIME(WS-VB-I) ' '
                   WS-VB-LEG-ARR-TIME(WS-VB-I) ' '
                   WS-VB-EDIT-KM

               IF WS-VB-LEG-KIND(WS-VB-I) = 'REV' THEN
                   ADD WS-VB-LEG-KM(WS-VB-I) TO WS-VB-VEH-REV-KM
               ELSE
                   ADD WS-VB-LEG-KM(WS-VB-I) TO WS-VB-VEH-DH-KM
               END-IF
               MOVE WS-VB-LEG-TO(WS-VB-I) TO WS-VB-CUR-PLACE
           END-PERFORM
           IF WS-VB-CUR-VEHICLE-ID NOT = SPACES THEN
               PERFORM DISPLAY-BLOCK-VEHICLE-TOTALS
           END-IF

           DISPLAY '---------------------------------------'
               '------------------------------------------'
           IF WS-VB-LEG-COUNT = ZEROES THEN
               DISPLAY ' No trips on that date.'
           END-IF
           MOVE WS-VB-TOT-REV-KM TO WS-VB-EDIT-KM
           DISPLAY ' Revenue km, all buses  : ' WS-VB-EDIT-KM
           MOVE WS-VB-TOT-DH-KM TO WS-VB-EDIT-KM
           DISPLAY ' Deadhead km, all buses : ' WS-VB-EDIT-KM
           DISPLAY ' Chain breaks           : ' WS-VB-BREAK-COUNT
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       DISPLAY-BLOCK-VEHICLE-TOTALS.
           MOVE WS-VB-VEH-REV-KM TO WS-VB-EDIT-KM
           DISPLAY '     revenue km  : ' WS-VB-EDIT-KM
           MOVE WS-VB-VEH-DH-KM TO WS-VB-EDIT-KM
           DISPLAY '     deadhead km : ' WS-VB-EDIT-KM
           ADD WS-VB-VEH-REV-KM TO WS-VB-TOT-REV-KM
           ADD WS-VB-VEH-DH-KM TO WS-VB-TOT-DH-KM
           MOVE ZEROES TO WS-VB-VEH-REV-KM
           MOVE ZEROES TO WS-VB-VEH-DH-KM
           .

       COLLECT-BLOCK-LEGS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SCHEDULES-FILE
           OPEN INPUT FS-ROUTES-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-D-DATE = WS-VB-REPORT-DATE AND
                       (FS-S-STATUS = 'active' OR
                       FS-S-STATUS = 'closed') AND
                       WS-VB-LEG-COUNT < 300 THEN
                       MOVE FS-FK-ROUTE-ID TO FS-ROUTE-ID
                       READ FS-ROUTES-FILE
                       KEY IS FS-ROUTE-ID
                       INVALID KEY
                           MOVE SPACES TO FS-ROUTE-ORIGIN
                           MOVE SPACES TO FS-ROUTE-DESTINATION
                           MOVE ZEROES TO FS-ROUTE-DISTANCE
                       END-READ
                       ADD 1 TO WS-VB-LEG-COUNT
                       MOVE FS-FK-VEHICLE-ID TO
                           WS-VB-LEG-VEHICLE-ID(WS-VB-LEG-COUNT)
                       MOVE 'REV' TO WS-VB-LEG-KIND(WS-VB-LEG-COUNT)
                       MOVE FS-SCHEDULE-ID TO
                           WS-VB-LEG-ID(WS-VB-LEG-COUNT)
                       MOVE FUNCTION UPPER-CASE(FS-ROUTE-ORIGIN) TO
                           WS-VB-LEG-FROM(WS-VB-LEG-COUNT)
                       MOVE FUNCTION UPPER-CASE(FS-ROUTE-DESTINATION)
                           TO WS-VB-LEG-TO(WS-VB-LEG-COUNT)
                       MOVE FS-ROUTE-DISTANCE TO
                           WS-VB-LEG-KM(WS-VB-LEG-COUNT)
                       MOVE FS-S-D-DATE TO WS-CVM-DATE
                       MOVE FS-S-D-HOUR TO WS-CVM-HOUR
                       MOVE FS-S-D-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-S-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       MOVE WS-CVM-TOTAL-MINUTES TO
                           WS-VB-LEG-DEP-MINUTES(WS-VB-LEG-COUNT)
                       STRING FS-S-D-TIME ' ' FS-S-D-TIME-FORMAT
                           DELIMITED BY SIZE INTO
                           WS-VB-LEG-DEP-TIME(WS-VB-LEG-COUNT)
                       STRING FS-S-A-TIME ' ' FS-S-A-TIME-FORMAT
                           DELIMITED BY SIZE INTO
                           WS-VB-LEG-ARR-TIME(WS-VB-LEG-COUNT)
                   END-IF
           END-PERFORM
           CLOSE FS-ROUTES-FILE
           CLOSE FS-SCHEDULES-FILE

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-DEADHEAD-FILE
           IF WS-DH-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DEADHEAD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-DH-D-DATE = WS-VB-REPORT-DATE AND
                       FS-DH-STATUS = 'active' AND
                       WS-VB-LEG-COUNT < 300 THEN
                       ADD 1 TO WS-VB-LEG-COUNT
                       MOVE FS-DH-FK-VEHICLE-ID TO
                           WS-VB-LEG-VEHICLE-ID(WS-VB-LEG-COUNT)
                       MOVE 'DH' TO WS-VB-LEG-KIND(WS-VB-LEG-COUNT)
                       MOVE FS-DH-ID TO WS-VB-LEG-ID(WS-VB-LEG-COUNT)
                       MOVE FS-DH-FROM-PLACE TO
                           WS-VB-LEG-FROM(WS-VB-LEG-COUNT)
                       MOVE FS-DH-TO-PLACE TO
                           WS-VB-LEG-TO(WS-VB-LEG-COUNT)
                       MOVE FS-DH-DISTANCE TO
                           WS-VB-LEG-KM(WS-VB-LEG-COUNT)
                       MOVE FS-DH-D-DATE TO WS-CVM-DATE
                       MOVE FS-DH-D-HOUR TO WS-CVM-HOUR
                       MOVE FS-DH-D-MINUTES TO WS-CVM-MINUTES
                       MOVE FS-DH-D-TIME-FORMAT TO WS-CVM-TIME-FORMAT
                       PERFORM CONVERT-TIME-TO-MINUTES
                       MOVE WS-CVM-TOTAL-MINUTES TO
                           WS-VB-LEG-DEP-MINUTES(WS-VB-LEG-COUNT)
                       STRING FS-DH-D-TIME ' ' FS-DH-D-TIME-FORMAT
                           DELIMITED BY SIZE INTO
                           WS-VB-LEG-DEP-TIME(WS-VB-LEG-COUNT)
                       STRING FS-DH-A-TIME ' ' FS-DH-A-TIME-FORMAT
                           DELIMITED BY SIZE INTO
                           WS-VB-LEG-ARR-TIME(WS-VB-LEG-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DH-FILE-STATUS = '00' OR
               WS-DH-FILE-STATUS = '10' THEN
               CLOSE FS-DEADHEAD-FILE
           END-IF
           .

       SERVICE-CALENDAR-PAGE.
           MOVE SPACES TO WS-SVC-MENU-CHOICE
           PERFORM UNTIL WS-SVC-MENU-CHOICE = '4'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*         Service Calendar / Holidays             *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - List Special Days'
           DISPLAY '2 - Add or Change a Special Day'
           DISPLAY '3 - Remove a Special Day'
           DISPLAY '4 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-SVC-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-SVC-MENU-CHOICE
               WHEN '1'
                   PERFORM LIST-SERVICE-CALENDAR
                   DISPLAY ' '
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
               WHEN '2'
                   PERFORM SET-SERVICE-CALENDAR-DAY
               WHEN '3'
                   PERFORM REMOVE-SERVICE-CALENDAR-DAY
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       LIST-SERVICE-CALENDAR.
           DISPLAY ' DATE       | DAY                            |'
               ' SERVICE       | PATTERN'
           DISPLAY '---------------------------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SERVICE-CALENDAR-FILE
           IF WS-SVC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY ' No special days on file yet.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-SERVICE-CALENDAR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-SVC-DATE-INT(5:2) TO WS-SVC-DATE-SHOW(1:2)
                   MOVE '/' TO WS-SVC-DATE-SHOW(3:1)
                   MOVE FS-SVC-DATE-INT(7:2) TO WS-SVC-DATE-SHOW(4:2)
                   MOVE '/' TO WS-SVC-DATE-SHOW(6:1)
                   MOVE FS-SVC-DATE-INT(1:4) TO WS-SVC-DATE-SHOW(7:4)
                   EVALUATE TRUE
                       WHEN FS-SVC-NO-SERVICE
                           MOVE 'NO SERVICE' TO WS-SVC-SERVICE-TEXT
                       WHEN FS-SVC-AS-SUNDAY
                           MOVE 'RUN AS SUNDAY' TO WS-SVC-SERVICE-TEXT
                       WHEN OTHER
                           MOVE 'PATTERN' TO WS-SVC-SERVICE-TEXT
                   END-EVALUATE
                   DISPLAY ' ' WS-SVC-DATE-SHOW ' | ' FS-SVC-DAY-NAME
                       ' | ' WS-SVC-SERVICE-TEXT ' | ' FS-SVC-PATTERN
               END-READ
           END-PERFORM
           IF WS-SVC-FILE-STATUS = '00' OR
               WS-SVC-FILE-STATUS = '10' THEN
               CLOSE FS-SERVICE-CALENDAR-FILE
           END-IF
           .

       SET-SERVICE-CALENDAR-DAY.
      *    The recurring generator, the franchise filing and the
      *    timetable feed all read this file, so a holiday is keyed
      *    once here instead of being worked around trip by trip.
           DISPLAY 'Date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-SVC-DATE-ENTRY
           DISPLAY 'Holiday / day name : ' WITH NO ADVANCING
           ACCEPT WS-SVC-NAME-ENTRY
           DISPLAY ' '
           DISPLAY '1 - No service'
           DISPLAY '2 - Run as Sunday'
           DISPLAY '3 - Run a named pattern'
           DISPLAY 'Service : ' WITH NO ADVANCING
           ACCEPT WS-SVC-SERVICE-CHOICE
           MOVE SPACES TO WS-SVC-PATTERN-ENTRY
           IF WS-SVC-SERVICE-CHOICE = '3' THEN
               DISPLAY 'Pattern name : ' WITH NO ADVANCING
               ACCEPT WS-SVC-PATTERN-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-SVC-PATTERN-ENTRY) TO
                   WS-SVC-PATTERN-ENTRY
           END-IF

           MOVE WS-SVC-DATE-ENTRY(7:4) TO WS-SVC-DATE-INT(1:4)
           MOVE WS-SVC-DATE-ENTRY(1:2) TO WS-SVC-DATE-INT(5:2)
           MOVE WS-SVC-DATE-ENTRY(4:2) TO WS-SVC-DATE-INT(7:2)

           IF WS-SVC-DATE-INT IS NOT NUMERIC OR
               (WS-SVC-SERVICE-CHOICE NOT = '1' AND
               WS-SVC-SERVICE-CHOICE NOT = '2' AND
               WS-SVC-SERVICE-CHOICE NOT = '3') OR
               (WS-SVC-SERVICE-CHOICE = '3' AND
               WS-SVC-PATTERN-ENTRY = SPACES) THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-SERVICE-CALENDAR-FILE
           IF WS-SVC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-SERVICE-CALENDAR-FILE
           END-IF
           MOVE SPACES TO FS-SERVICE-CALENDAR-RECORD
           MOVE WS-SVC-DATE-INT TO FS-SVC-DATE-INT
           MOVE WS-SVC-NAME-ENTRY TO FS-SVC-DAY-NAME
           EVALUATE WS-SVC-SERVICE-CHOICE
               WHEN '1' MOVE 'N' TO FS-SVC-SERVICE
               WHEN '2' MOVE 'S' TO FS-SVC-SERVICE
               WHEN OTHER MOVE 'P' TO FS-SVC-SERVICE
           END-EVALUATE
           MOVE WS-SVC-PATTERN-ENTRY TO FS-SVC-PATTERN
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-SVC-TIME-STAMP
           WRITE FS-SERVICE-CALENDAR-RECORD
               INVALID KEY
                   REWRITE FS-SERVICE-CALENDAR-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE FS-SERVICE-CALENDAR-FILE

           MOVE 'SET-SERVICE-DAY' TO WS-AUDIT-ACTION
           MOVE WS-SVC-DATE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Special day saved : ' WS-SVC-DATE-ENTRY
           DISPLAY ' Trips already generated for that date are not'
           DISPLAY ' changed - cancel or add them from the schedule'
           DISPLAY ' page.'
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       REMOVE-SERVICE-CALENDAR-DAY.
           DISPLAY 'Date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-SVC-DATE-ENTRY
           MOVE WS-SVC-DATE-ENTRY(7:4) TO WS-SVC-DATE-INT(1:4)
           MOVE WS-SVC-DATE-ENTRY(1:2) TO WS-SVC-DATE-INT(5:2)
           MOVE WS-SVC-DATE-ENTRY(4:2) TO WS-SVC-DATE-INT(7:2)

           OPEN I-O FS-SERVICE-CALENDAR-FILE
           IF WS-SVC-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No special days on file yet.'
           ELSE
               MOVE WS-SVC-DATE-INT TO FS-SVC-DATE-INT
               DELETE FS-SERVICE-CALENDAR-FILE
                   INVALID KEY
                       DISPLAY ' That date is not on the calendar.'
                   NOT INVALID KEY
                       MOVE 'REMOVE-SERVICE-DAY' TO WS-AUDIT-ACTION
                       MOVE WS-SVC-DATE-ENTRY TO WS-AUDIT-RECORD-KEY
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY ' Special day removed.'
               END-DELETE
               CLOSE FS-SERVICE-CALENDAR-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       FLEET-ASSET-PAGE.
      *    Purchase cost, in-service date, useful life and salvage
      *    value per bus, which accounting used to keep on a side
      *    spreadsheet. The monthly run in gl_export depreciates
      *    from here and keeps the accumulated figure on the record.
           MOVE SPACES TO WS-FA-MENU-CHOICE
           PERFORM UNTIL WS-FA-MENU-CHOICE = '4'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*            Fleet Asset Register                 *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - List the Asset Register'
           DISPLAY '2 - Add or Change a Vehicle Asset'
           DISPLAY '3 - Dispose of a Vehicle Asset'
           DISPLAY '4 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-FA-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-FA-MENU-CHOICE
               WHEN '1'
                   PERFORM LIST-FLEET-ASSETS
                   DISPLAY ' '
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
               WHEN '2'
                   PERFORM SET-FLEET-ASSET
               WHEN '3'
                   PERFORM DISPOSE-FLEET-ASSET
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       LIST-FLEET-ASSETS.
           DISPLAY ' VEHICLE         | ACQUIRED   | COST          |'
               ' LIFE | ACCUM DEPR    | BOOK VALUE    | STATUS'
           DISPLAY '---------------------------------------------------'
               '-----------------------------------------------'
           MOVE ZEROES TO WS-FA-TOTAL-COST
           MOVE ZEROES TO WS-FA-TOTAL-ACCUM
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-FLEET-ASSET-FILE
           IF WS-FA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY ' No vehicle assets on file yet.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-FLEET-ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-FA-BOOK-VALUE =
                       FS-FA-COST - FS-FA-ACCUM-DEPR
                   MOVE FS-FA-COST TO WS-FA-COST-EDIT
                   MOVE FS-FA-ACCUM-DEPR TO WS-FA-ACCUM-EDIT
                   MOVE WS-FA-BOOK-VALUE TO WS-FA-BOOK-EDIT
                   DISPLAY ' ' FS-FA-VEHICLE-ID ' | '
                       FS-FA-ACQUIRED-DATE ' | ' WS-FA-COST-EDIT
                       ' | ' FS-FA-LIFE-MONTHS '  | '
                       WS-FA-ACCUM-EDIT ' | ' WS-FA-BOOK-EDIT
                       ' | ' FS-FA-STATUS
                   ADD FS-FA-COST TO WS-FA-TOTAL-COST
                   ADD FS-FA-ACCUM-DEPR TO WS-FA-TOTAL-ACCUM
               END-READ
           END-PERFORM
           IF WS-FA-FILE-STATUS = '00' OR
               WS-FA-FILE-STATUS = '10' THEN
               CLOSE FS-FLEET-ASSET-FILE
           END-IF
           MOVE WS-FA-TOTAL-COST TO WS-FA-COST-EDIT
           MOVE WS-FA-TOTAL-ACCUM TO WS-FA-ACCUM-EDIT
           DISPLAY ' '
           DISPLAY ' Total cost                : ' WS-FA-COST-EDIT
           DISPLAY ' Total accumulated depr.   : ' WS-FA-ACCUM-EDIT
           .

       SET-FLEET-ASSET.
           DISPLAY 'Vehicle ID                  : ' WITH NO ADVANCING
           ACCEPT WS-FA-VEHICLE-ENTRY
           DISPLAY 'Acquired [MM/DD/YYYY]       : ' WITH NO ADVANCING
           ACCEPT WS-FA-DATE-ENTRY
           DISPLAY 'Acquisition cost            : ' WITH NO ADVANCING
           ACCEPT WS-FA-COST-ENTRY
           DISPLAY 'Useful life [months]        : ' WITH NO ADVANCING
           ACCEPT WS-FA-LIFE-ENTRY
           DISPLAY 'Salvage value               : ' WITH NO ADVANCING
           ACCEPT WS-FA-SALVAGE-ENTRY

           MOVE 'N' TO WS-FA-VEHICLE-OK
           OPEN INPUT FS-VEHICLES-FILE
           MOVE WS-FA-VEHICLE-ENTRY TO FS-VEHICLE-ID
           READ FS-VEHICLES-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-FA-VEHICLE-OK
           END-READ
           CLOSE FS-VEHICLES-FILE

           MOVE WS-FA-DATE-ENTRY(7:4) TO WS-FA-DATE-INT(1:4)
           MOVE WS-FA-DATE-ENTRY(1:2) TO WS-FA-DATE-INT(5:2)
           MOVE WS-FA-DATE-ENTRY(4:2) TO WS-FA-DATE-INT(7:2)

           IF WS-FA-VEHICLE-OK NOT = 'Y' THEN
               DISPLAY ' Vehicle not found.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-FA-DATE-INT IS NOT NUMERIC OR
               WS-FA-LIFE-ENTRY = ZEROES OR
               WS-FA-COST-ENTRY = ZEROES OR
               WS-FA-SALVAGE-ENTRY >= WS-FA-COST-ENTRY THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-FLEET-ASSET-FILE
           IF WS-FA-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-FLEET-ASSET-FILE
           END-IF
           MOVE WS-FA-VEHICLE-ENTRY TO FS-FA-VEHICLE-ID
           READ FS-FLEET-ASSET-FILE
           INVALID KEY
               MOVE SPACES TO FS-FLEET-ASSET-RECORD
               MOVE WS-FA-VEHICLE-ENTRY TO FS-FA-VEHICLE-ID
               MOVE ZEROES TO FS-FA-ACCUM-DEPR
               MOVE 'active' TO FS-FA-STATUS
               PERFORM MOVE-FLEET-ASSET-ENTRIES
               WRITE FS-FLEET-ASSET-RECORD
               END-WRITE
           NOT INVALID KEY
      *        Depreciation already taken stays; a changed cost or
      *        life only alters the months still to run.
               PERFORM MOVE-FLEET-ASSET-ENTRIES
               REWRITE FS-FLEET-ASSET-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-FLEET-ASSET-FILE

           MOVE 'SET-ASSET' TO WS-AUDIT-ACTION
           MOVE WS-FA-VEHICLE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Asset record saved for ' WS-FA-VEHICLE-ENTRY
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       MOVE-FLEET-ASSET-ENTRIES.
           MOVE WS-FA-DATE-ENTRY TO FS-FA-ACQUIRED-DATE
           MOVE WS-FA-COST-ENTRY TO FS-FA-COST
           MOVE WS-FA-LIFE-ENTRY TO FS-FA-LIFE-MONTHS
           MOVE WS-FA-SALVAGE-ENTRY TO FS-FA-SALVAGE
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-FA-TIME-STAMP
           .

       DISPOSE-FLEET-ASSET.
      *    A sold or scrapped bus stops depreciating. The disposal
      *    itself is booked by accounting.
           DISPLAY 'Vehicle ID : ' WITH NO ADVANCING
           ACCEPT WS-FA-VEHICLE-ENTRY

           OPEN I-O FS-FLEET-ASSET-FILE
           IF WS-FA-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No vehicle assets on file yet.'
           ELSE
               MOVE WS-FA-VEHICLE-ENTRY TO FS-FA-VEHICLE-ID
               READ FS-FLEET-ASSET-FILE
               INVALID KEY
                   DISPLAY ' That vehicle has no asset record.'
               NOT INVALID KEY
                   MOVE 'disposed' TO FS-FA-STATUS
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-FA-TIME-STAMP
                   REWRITE FS-FLEET-ASSET-RECORD
                   END-REWRITE
                   MOVE 'DISPOSE-ASSET' TO WS-AUDIT-ACTION
                   MOVE WS-FA-VEHICLE-ENTRY TO WS-AUDIT-RECORD-KEY
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY ' Asset marked disposed - no further'
                       ' depreciation.'
               END-READ
               CLOSE FS-FLEET-ASSET-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       CARGO-TARIFF-PAGE.
      *    Freight rates by route distance band and weight band,
      *    each with a minimum charge. The cargo desk prices every
      *    consignment from this table, so like fares a band only
      *    changes once a second admin approves it from the
      *    pending change queue.
           MOVE SPACES TO WS-CTF-MENU-CHOICE
           PERFORM UNTIL WS-CTF-MENU-CHOICE = '4'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*               Cargo Tariff Table                *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - List Tariff Bands'
           DISPLAY '2 - Set a Tariff Band'
           DISPLAY '3 - Remove a Tariff Band'
           DISPLAY '4 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-CTF-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-CTF-MENU-CHOICE
               WHEN '1'
                   PERFORM LIST-CARGO-TARIFFS
                   DISPLAY ' '
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
               WHEN '2'
                   PERFORM SET-CARGO-TARIFF-BAND
               WHEN '3'
                   PERFORM REMOVE-CARGO-TARIFF-BAND
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       LIST-CARGO-TARIFFS.
           MOVE ZEROES TO WS-CTF-COUNT
           DISPLAY ' UP TO KM | UP TO KG  | RATE/KG  | MINIMUM   |'
               ' APPROVED BY'
           DISPLAY '---------------------------------------------------'
               '-----------'
           MOVE SPACES TO WS-CTF-EOF
           OPEN INPUT FS-CARGO-TARIFF-FILE
           IF WS-CTF-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CTF-EOF
               DISPLAY ' No cargo tariff on file - the flat rate per kg'
                   ' applies.'
           END-IF
           PERFORM UNTIL WS-CTF-EOF = 'Y'
               READ FS-CARGO-TARIFF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CTF-EOF
               NOT AT END
                   MOVE FS-CTF-WEIGHT-TO TO WS-CTF-WEIGHT-EDIT
                   MOVE FS-CTF-RATE-PER-KG TO WS-CTF-RATE-EDIT
                   MOVE FS-CTF-MINIMUM-CHARGE TO WS-CTF-MINIMUM-EDIT
                   DISPLAY '   ' FS-CTF-DISTANCE-TO '  | '
                       WS-CTF-WEIGHT-EDIT ' | ' WS-CTF-RATE-EDIT
                       ' | ' WS-CTF-MINIMUM-EDIT ' | '
                       FS-CTF-APPROVED-BY
                   ADD 1 TO WS-CTF-COUNT
               END-READ
           END-PERFORM
           IF WS-CTF-FILE-STATUS = '00' OR
               WS-CTF-FILE-STATUS = '10' THEN
               CLOSE FS-CARGO-TARIFF-FILE
           END-IF
           DISPLAY ' '
           DISPLAY ' Bands on file : ' WS-CTF-COUNT
           .

       SET-CARGO-TARIFF-BAND.
      *    A band is named by its upper limits: a route up to this
      *    many km and a parcel up to this many chargeable kg. Set
      *    the heaviest band of each distance high enough to catch
      *    everything; anything past it is charged at its rate.
           DISPLAY 'Distance band - up to km    : ' WITH NO ADVANCING
           ACCEPT WS-CTF-DISTANCE-ENTRY
           DISPLAY 'Weight band - up to kg      : ' WITH NO ADVANCING
           ACCEPT WS-CTF-WEIGHT-ENTRY
           DISPLAY 'Rate per chargeable kg      : ' WITH NO ADVANCING
           ACCEPT WS-CTF-RATE-ENTRY
           DISPLAY 'Minimum charge              : ' WITH NO ADVANCING
           ACCEPT WS-CTF-MINIMUM-ENTRY

           IF WS-CTF-DISTANCE-ENTRY = ZEROES OR
               WS-CTF-WEIGHT-ENTRY = ZEROES OR
               WS-CTF-RATE-ENTRY = ZEROES THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CTF-BAND-KEY
           MOVE WS-CTF-DISTANCE-ENTRY TO WS-CTF-BK-DISTANCE
           MOVE WS-CTF-WEIGHT-ENTRY TO WS-CTF-BK-WEIGHT

           MOVE 'CARGOTARIF' TO WS-PCH-SAVE-TARGET-FILE
           MOVE 'UPDATE' TO WS-PCH-SAVE-ACTION
           MOVE WS-CTF-BAND-KEY TO WS-PCH-SAVE-TARGET-KEY
           MOVE SPACES TO WS-PCH-SAVE-REF-ID
           MOVE WS-CTF-RATE-ENTRY TO WS-PCH-SAVE-VALUE-1
           MOVE WS-CTF-MINIMUM-ENTRY TO WS-PCH-SAVE-VALUE-2
           MOVE ZEROES TO WS-PCH-SAVE-VALUE-3
           MOVE 'CARGO TARIFF BAND' TO WS-PCH-SAVE-LABEL
           MOVE ZEROES TO WS-PCH-SAVE-START-DATE
           MOVE ZEROES TO WS-PCH-SAVE-END-DATE
           MOVE SPACES TO WS-PCH-SAVE-STATUS-VAL
           PERFORM RECORD-PENDING-CHANGE

           MOVE 'CARGO-TARIFF-REQUEST' TO WS-AUDIT-ACTION
           MOVE WS-CTF-BAND-KEY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           PERFORM CHANGE-QUEUED-MESSAGE

           ACCEPT WS-BUFFER
           .

       REMOVE-CARGO-TARIFF-BAND.
           DISPLAY 'Distance band - up to km    : ' WITH NO ADVANCING
           ACCEPT WS-CTF-DISTANCE-ENTRY
           DISPLAY 'Weight band - up to kg      : ' WITH NO ADVANCING
           ACCEPT WS-CTF-WEIGHT-ENTRY

           MOVE 'N' TO WS-CTF-ON-FILE
           OPEN INPUT FS-CARGO-TARIFF-FILE
           IF WS-CTF-FILE-STATUS = '00' THEN
               MOVE WS-CTF-DISTANCE-ENTRY TO FS-CTF-DISTANCE-TO
               MOVE WS-CTF-WEIGHT-ENTRY TO FS-CTF-WEIGHT-TO
               READ FS-CARGO-TARIFF-FILE
               KEY IS FS-CTF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CTF-ON-FILE
               END-READ
               CLOSE FS-CARGO-TARIFF-FILE
           END-IF

           IF WS-CTF-ON-FILE NOT = 'Y' THEN
               DISPLAY ' No such tariff band on file.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CTF-BAND-KEY
           MOVE WS-CTF-DISTANCE-ENTRY TO WS-CTF-BK-DISTANCE
           MOVE WS-CTF-WEIGHT-ENTRY TO WS-CTF-BK-WEIGHT

           MOVE 'CARGOTARIF' TO WS-PCH-SAVE-TARGET-FILE
           MOVE 'REMOVE' TO WS-PCH-SAVE-ACTION
           MOVE WS-CTF-BAND-KEY TO WS-PCH-SAVE-TARGET-KEY
           MOVE SPACES TO WS-PCH-SAVE-REF-ID
           MOVE ZEROES TO WS-PCH-SAVE-VALUE-1
           MOVE ZEROES TO WS-PCH-SAVE-VALUE-2
           MOVE ZEROES TO WS-PCH-SAVE-VALUE-3
           MOVE 'CARGO TARIFF BAND' TO WS-PCH-SAVE-LABEL
           MOVE ZEROES TO WS-PCH-SAVE-START-DATE
           MOVE ZEROES TO WS-PCH-SAVE-END-DATE
           MOVE SPACES TO WS-PCH-SAVE-STATUS-VAL
           PERFORM RECORD-PENDING-CHANGE

           MOVE 'CARGO-TARIFF-REQUEST' TO WS-AUDIT-ACTION
           MOVE WS-CTF-BAND-KEY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           PERFORM CHANGE-QUEUED-MESSAGE

           ACCEPT WS-BUFFER
           .

       ROUTE-BUDGET-PAGE.
      *    Management's yearly budget per route, held month by month
      *    for passengers, fare revenue and operating cost. Finance
      *    keys the figures; like pricing data they only land on the
      *    budget file once a second admin approves them from the
      *    pending change queue.
           MOVE SPACES TO WS-RB-MENU-CHOICE
           PERFORM UNTIL WS-RB-MENU-CHOICE = '4'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Route Budgets / Variance               *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - List Route Budgets for a Year'
           DISPLAY '2 - Set a Route Budget Month'
           DISPLAY '3 - Budget versus Actual Report'
           DISPLAY '4 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-RB-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-RB-MENU-CHOICE
               WHEN '1'
                   PERFORM LIST-ROUTE-BUDGETS
                   DISPLAY ' '
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
               WHEN '2'
                   PERFORM SET-ROUTE-BUDGET
               WHEN '3'
                   PERFORM BUDGET-VARIANCE-REPORT
               WHEN '4'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       LIST-ROUTE-BUDGETS.
           DISPLAY 'Budget year [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-RB-YEAR-ENTRY
           DISPLAY ' '
           DISPLAY ' ROUTE           | MONTH   | PASSENGERS |'
               ' REVENUE        | OPER COST      | APPROVED BY'
           DISPLAY '---------------------------------------------------'
               '-------------------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-ROUTE-BUDGET-FILE
           IF WS-RB-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY ' No route budgets on file yet.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-ROUTE-BUDGET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-RB-YEAR = WS-RB-YEAR-ENTRY THEN
                       MOVE FS-RB-REVENUE TO WS-RB-REVENUE-EDIT
                       MOVE FS-RB-COST TO WS-RB-COST-EDIT
                       DISPLAY ' ' FS-RB-ROUTE-ID ' | '
                           FS-RB-MONTH '/' FS-RB-YEAR ' | '
                           FS-RB-PASSENGERS '    | '
                           WS-RB-REVENUE-EDIT ' | '
                           WS-RB-COST-EDIT ' | ' FS-RB-APPROVED-BY
                   END-IF
               END-READ
           END-PERFORM
           IF WS-RB-FILE-STATUS = '00' OR
               WS-RB-FILE-STATUS = '10' THEN
               CLOSE FS-ROUTE-BUDGET-FILE
           END-IF
           .

       SET-ROUTE-BUDGET.
      *    Setting a month that is already budgeted replaces it, so
      *    a reforecast goes through the same approval.
           DISPLAY 'Route ID                    : ' WITH NO ADVANCING
           ACCEPT WS-RB-ROUTE-ENTRY
           DISPLAY 'Budget year [YYYY]          : ' WITH NO ADVANCING
           ACCEPT WS-RB-YEAR-ENTRY
           DISPLAY 'Budget month [MM]           : ' WITH NO ADVANCING
           ACCEPT WS-RB-MONTH-ENTRY
           DISPLAY 'Passengers                  : ' WITH NO ADVANCING
           ACCEPT WS-RB-PASSENGER-ENTRY
           DISPLAY 'Fare revenue                : ' WITH NO ADVANCING
           ACCEPT WS-RB-REVENUE-ENTRY
           DISPLAY 'Operating cost              : ' WITH NO ADVANCING
           ACCEPT WS-RB-COST-ENTRY

           MOVE 'N' TO WS-RB-ROUTE-OK
           OPEN INPUT FS-ROUTES-FILE
           MOVE WS-RB-ROUTE-ENTRY TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-RB-ROUTE-OK
           END-READ
           CLOSE FS-ROUTES-FILE

           IF WS-RB-ROUTE-OK NOT = 'Y' THEN
               DISPLAY ' Route not found.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-YEAR-ENTRY = ZEROES OR
               WS-RB-MONTH-ENTRY < 1 OR WS-RB-MONTH-ENTRY > 12 THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    The queue's value fields are sized for rates, so revenue
      *    and cost travel in the label and the month in the
      *    reference; APPLY-BUDGET-CHANGE unpacks them the same way.
           MOVE SPACES TO WS-RB-PERIOD-TEXT
           MOVE WS-RB-YEAR-ENTRY TO WS-RB-PERIOD-YEAR
           MOVE WS-RB-MONTH-ENTRY TO WS-RB-PERIOD-MONTH
           MOVE SPACES TO WS-RB-AMOUNTS
           MOVE WS-RB-REVENUE-ENTRY TO WS-RB-AMT-REVENUE
           MOVE WS-RB-COST-ENTRY TO WS-RB-AMT-COST

           MOVE 'BUDGET' TO WS-PCH-SAVE-TARGET-FILE
           MOVE 'UPDATE' TO WS-PCH-SAVE-ACTION
           MOVE WS-RB-ROUTE-ENTRY TO WS-PCH-SAVE-TARGET-KEY
           MOVE WS-RB-PERIOD-TEXT TO WS-PCH-SAVE-REF-ID
           MOVE WS-RB-PASSENGER-ENTRY TO WS-PCH-SAVE-VALUE-1
           MOVE ZEROES TO WS-PCH-SAVE-VALUE-2
           MOVE ZEROES TO WS-PCH-SAVE-VALUE-3
           MOVE WS-RB-AMOUNTS TO WS-PCH-SAVE-LABEL
           MOVE ZEROES TO WS-PCH-SAVE-START-DATE
           MOVE ZEROES TO WS-PCH-SAVE-END-DATE
           MOVE SPACES TO WS-PCH-SAVE-STATUS-VAL
           PERFORM RECORD-PENDING-CHANGE

           MOVE 'BUDGET-CHANGE-REQUEST' TO WS-AUDIT-ACTION
           MOVE WS-RB-ROUTE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           PERFORM CHANGE-QUEUED-MESSAGE

           ACCEPT WS-BUFFER
           .

       BUDGET-VARIANCE-REPORT.
      *    Budget, actual and variance for the month and for the
      *    year to date, per route and in total. Actuals follow the
      *    trip's departure month: fares on carried bookings
      *    (archived ones included) and the trip expenses captured
      *    against the route's trips. Variance is actual less
      *    budget, as a percentage of budget where one was set.
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*        ROUTE BUDGET VERSUS ACTUAL REPORT        *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY 'Report year [YYYY]  : ' WITH NO ADVANCING
           ACCEPT WS-RB-YEAR-ENTRY
           DISPLAY 'Report month [MM]   : ' WITH NO ADVANCING
           ACCEPT WS-RB-MONTH-ENTRY
           IF WS-RB-YEAR-ENTRY = ZEROES OR
               WS-RB-MONTH-ENTRY < 1 OR WS-RB-MONTH-ENTRY > 12 THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-BVA-ROUTE-COUNT
           MOVE ZEROES TO WS-BVA-TOTALS

           PERFORM TALLY-BVA-BUDGETS
           PERFORM TALLY-BVA-BOOKINGS
           PERFORM TALLY-BVA-HISTORY
           PERFORM TALLY-BVA-EXPENSES

           DISPLAY ' '
           DISPLAY ' Period ' WS-RB-MONTH-ENTRY '/' WS-RB-YEAR-ENTRY
               '   (YTD = months 01 to ' WS-RB-MONTH-ENTRY ')'
           DISPLAY ' '
           DISPLAY ' MEASURE    |  MONTH BUDGET |  MONTH ACTUAL |'
               '    VARIANCE |    PCT ||    YTD BUDGET |'
               '    YTD ACTUAL |    VARIANCE |    PCT'
           DISPLAY '---------------------------------------------------'
               '---------------------------------------------------'
               '-------------------------------'

           PERFORM VARYING WS-BVA-SLOT FROM 1 BY 1
               UNTIL WS-BVA-SLOT > WS-BVA-ROUTE-COUNT
               DISPLAY ' ROUTE ' WS-BVA-ROUTE-ID(WS-BVA-SLOT)
               PERFORM VARYING WS-BVA-M FROM 1 BY 1
                   UNTIL WS-BVA-M > 3
                   MOVE WS-BVA-BUD-MONTH(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-BUDGET
                   MOVE WS-BVA-ACT-MONTH(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-ACTUAL
                   PERFORM EDIT-BVA-VARIANCE
                   MOVE SPACES TO WS-BVA-LINE
                   STRING ' ' WS-BVA-MEASURE-NAME(WS-BVA-M) ' | '
                       WS-BVA-BUD-EDIT ' | ' WS-BVA-ACT-EDIT ' | '
                       WS-BVA-VAR-EDIT ' | ' WS-BVA-PCT-TEXT ' || '
                       DELIMITED BY SIZE INTO WS-BVA-LINE
                   MOVE WS-BVA-BUD-YTD(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-BUDGET
                   MOVE WS-BVA-ACT-YTD(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-ACTUAL
                   PERFORM EDIT-BVA-VARIANCE
                   DISPLAY FUNCTION TRIM(WS-BVA-LINE TRAILING) ' '
                       WS-BVA-BUD-EDIT ' | ' WS-BVA-ACT-EDIT ' | '
                       WS-BVA-VAR-EDIT ' | ' WS-BVA-PCT-TEXT

                   ADD WS-BVA-BUD-MONTH(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-TOT-BUD-MONTH(WS-BVA-M)
                   ADD WS-BVA-ACT-MONTH(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-TOT-ACT-MONTH(WS-BVA-M)
                   ADD WS-BVA-BUD-YTD(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-TOT-BUD-YTD(WS-BVA-M)
                   ADD WS-BVA-ACT-YTD(WS-BVA-SLOT WS-BVA-M) TO
                       WS-BVA-TOT-ACT-YTD(WS-BVA-M)
               END-PERFORM
           END-PERFORM

           IF WS-BVA-ROUTE-COUNT = ZEROES THEN
               DISPLAY ' No budget or activity for this year to date.'
           ELSE
               DISPLAY '-----------------------------------------------'
                   '-----------------------------------------------'
                   '---------------------------------------'
               DISPLAY ' ALL ROUTES'
               PERFORM VARYING WS-BVA-M FROM 1 BY 1
                   UNTIL WS-BVA-M > 3
                   MOVE WS-BVA-TOT-BUD-MONTH(WS-BVA-M) TO
                       WS-BVA-BUDGET
                   MOVE WS-BVA-TOT-ACT-MONTH(WS-BVA-M) TO
                       WS-BVA-ACTUAL
                   PERFORM EDIT-BVA-VARIANCE
                   MOVE SPACES TO WS-BVA-LINE
                   STRING ' ' WS-BVA-MEASURE-NAME(WS-BVA-M) ' | '
                       WS-BVA-BUD-EDIT ' | ' WS-BVA-ACT-EDIT ' | '
                       WS-BVA-VAR-EDIT ' | ' WS-BVA-PCT-TEXT ' || '
                       DELIMITED BY SIZE INTO WS-BVA-LINE
                   MOVE WS-BVA-TOT-BUD-YTD(WS-BVA-M) TO WS-BVA-BUDGET
                   MOVE WS-BVA-TOT-ACT-YTD(WS-BVA-M) TO WS-BVA-ACTUAL
                   PERFORM EDIT-BVA-VARIANCE
                   DISPLAY FUNCTION TRIM(WS-BVA-LINE TRAILING) ' '
                       WS-BVA-BUD-EDIT ' | ' WS-BVA-ACT-EDIT ' | '
                       WS-BVA-VAR-EDIT ' | ' WS-BVA-PCT-TEXT
               END-PERFORM
           END-IF

           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       EDIT-BVA-VARIANCE.
           COMPUTE WS-BVA-VARIANCE = WS-BVA-ACTUAL - WS-BVA-BUDGET
           MOVE WS-BVA-BUDGET TO WS-BVA-BUD-EDIT
           MOVE WS-BVA-ACTUAL TO WS-BVA-ACT-EDIT
           MOVE WS-BVA-VARIANCE TO WS-BVA-VAR-EDIT
           IF WS-BVA-BUDGET > ZEROES THEN
               COMPUTE WS-BVA-PERCENT ROUNDED =
                   WS-BVA-VARIANCE * 100 / WS-BVA-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-BVA-PERCENT
               END-COMPUTE
               MOVE WS-BVA-PERCENT TO WS-BVA-PCT-EDIT
               MOVE WS-BVA-PCT-EDIT TO WS-BVA-PCT-TEXT
           ELSE
               MOVE '     n/a' TO WS-BVA-PCT-TEXT
           END-IF
           .

       TALLY-BVA-BUDGETS.
           MOVE SPACES TO WS-BVA-EOF
           OPEN INPUT FS-ROUTE-BUDGET-FILE
           IF WS-RB-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BVA-EOF
           END-IF
           PERFORM UNTIL WS-BVA-EOF = 'Y'
               READ FS-ROUTE-BUDGET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BVA-EOF
               NOT AT END
                   IF FS-RB-YEAR = WS-RB-YEAR-ENTRY AND
                       FS-RB-MONTH <= WS-RB-MONTH-ENTRY THEN
                       MOVE FS-RB-ROUTE-ID TO WS-BVA-KEY-ROUTE
                       PERFORM FIND-BVA-SLOT
                       IF WS-BVA-SLOT > ZEROES THEN
                           MOVE FS-RB-MONTH TO WS-BVA-ROW-MONTH
                           MOVE 1 TO WS-BVA-M
                           MOVE FS-RB-PASSENGERS TO WS-BVA-ROW-AMOUNT
                           PERFORM ADD-BVA-BUDGET
                           MOVE 2 TO WS-BVA-M
                           MOVE FS-RB-REVENUE TO WS-BVA-ROW-AMOUNT
                           PERFORM ADD-BVA-BUDGET
                           MOVE 3 TO WS-BVA-M
                           MOVE FS-RB-COST TO WS-BVA-ROW-AMOUNT
                           PERFORM ADD-BVA-BUDGET
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-RB-FILE-STATUS = '00' OR
               WS-RB-FILE-STATUS = '10' THEN
               CLOSE FS-ROUTE-BUDGET-FILE
           END-IF
           .

       TALLY-BVA-BOOKINGS.
      *    A carried fare is one that was paid and not given back:
      *    still paid, checked in, boarded, alighted, or forfeited
      *    as a no-show.
           MOVE SPACES TO WS-BVA-EOF
           OPEN INPUT FS-BOOKING-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BVA-EOF
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-BVA-EOF = 'Y'
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BVA-EOF
               NOT AT END
                   IF FS-BOOKING-STATUS = 'paid' OR
                       FS-BOOKING-STATUS = 'checked' OR
                       FS-BOOKING-STATUS = 'boarded' OR
                       FS-BOOKING-STATUS = 'alighted' OR
                       FS-BOOKING-STATUS = 'no-show' THEN
                       MOVE FS-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
                       MOVE FS-PRICE TO WS-BVA-ROW-AMOUNT
                       PERFORM ADD-BVA-FARE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-BOOKING-FILE
           .

       TALLY-BVA-HISTORY.
      *    Bookings archived off the live file still count towards
      *    the year to date.
           MOVE SPACES TO WS-BVA-EOF
           OPEN INPUT FS-BOOKING-HISTORY-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BVA-EOF
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-BVA-EOF = 'Y'
               READ FS-BOOKING-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BVA-EOF
               NOT AT END
                   IF FS-BH-BOOKING-STATUS = 'paid' OR
                       FS-BH-BOOKING-STATUS = 'checked' OR
                       FS-BH-BOOKING-STATUS = 'boarded' OR
                       FS-BH-BOOKING-STATUS = 'alighted' OR
                       FS-BH-BOOKING-STATUS = 'no-show' THEN
                       MOVE FS-BH-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
                       MOVE FS-BH-PRICE TO WS-BVA-ROW-AMOUNT
                       PERFORM ADD-BVA-FARE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-BOOKING-HISTORY-FILE
           .

       ADD-BVA-FARE.
           READ FS-SCHEDULES-FILE
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           MOVE FS-S-D-DATE(7:4) TO WS-BVA-ROW-YEAR
           MOVE FS-S-D-DATE(1:2) TO WS-BVA-ROW-MONTH
           IF WS-BVA-ROW-YEAR NOT = WS-RB-YEAR-ENTRY OR
               WS-BVA-ROW-MONTH > WS-RB-MONTH-ENTRY THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FS-FK-ROUTE-ID TO WS-BVA-KEY-ROUTE
           PERFORM FIND-BVA-SLOT
           IF WS-BVA-SLOT > ZEROES THEN
               MOVE 2 TO WS-BVA-M
               PERFORM ADD-BVA-ACTUAL
               MOVE 1 TO WS-BVA-M
               MOVE 1 TO WS-BVA-ROW-AMOUNT
               PERFORM ADD-BVA-ACTUAL
           END-IF
           .

       TALLY-BVA-EXPENSES.
           MOVE SPACES TO WS-BVA-EOF
           OPEN INPUT FS-TRIP-EXPENSE-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BVA-EOF
           END-IF
           OPEN INPUT FS-SCHEDULES-FILE
           PERFORM UNTIL WS-BVA-EOF = 'Y'
               READ FS-TRIP-EXPENSE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BVA-EOF
               NOT AT END
                   MOVE FS-TX-FK-SCHEDULE-ID TO FS-SCHEDULE-ID
                   READ FS-SCHEDULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-S-D-DATE(7:4) TO WS-BVA-ROW-YEAR
                       MOVE FS-S-D-DATE(1:2) TO WS-BVA-ROW-MONTH
                       IF WS-BVA-ROW-YEAR = WS-RB-YEAR-ENTRY AND
                           WS-BVA-ROW-MONTH <= WS-RB-MONTH-ENTRY THEN
                           MOVE FS-FK-ROUTE-ID TO WS-BVA-KEY-ROUTE
                           PERFORM FIND-BVA-SLOT
                           IF WS-BVA-SLOT > ZEROES THEN
                               MOVE 3 TO WS-BVA-M
                               MOVE FS-TX-AMOUNT TO WS-BVA-ROW-AMOUNT
                               PERFORM ADD-BVA-ACTUAL
                           END-IF
                       END-IF
                   END-READ
               END-READ
           END-PERFORM
           CLOSE FS-SCHEDULES-FILE
           CLOSE FS-TRIP-EXPENSE-FILE
           .

       ADD-BVA-BUDGET.
           ADD WS-BVA-ROW-AMOUNT TO
               WS-BVA-BUD-YTD(WS-BVA-SLOT WS-BVA-M)
           IF WS-BVA-ROW-MONTH = WS-RB-MONTH-ENTRY THEN
               ADD WS-BVA-ROW-AMOUNT TO
                   WS-BVA-BUD-MONTH(WS-BVA-SLOT WS-BVA-M)
           END-IF
           .

       ADD-BVA-ACTUAL.
           ADD WS-BVA-ROW-AMOUNT TO
               WS-BVA-ACT-YTD(WS-BVA-SLOT WS-BVA-M)
           IF WS-BVA-ROW-MONTH = WS-RB-MONTH-ENTRY THEN
               ADD WS-BVA-ROW-AMOUNT TO
                   WS-BVA-ACT-MONTH(WS-BVA-SLOT WS-BVA-M)
           END-IF
           .

       FIND-BVA-SLOT.
           MOVE ZEROES TO WS-BVA-SLOT
           PERFORM VARYING WS-COUNTER-I FROM 1 BY 1
               UNTIL WS-COUNTER-I > WS-BVA-ROUTE-COUNT
               IF WS-BVA-ROUTE-ID(WS-COUNTER-I) = WS-BVA-KEY-ROUTE
                   THEN
                   MOVE WS-COUNTER-I TO WS-BVA-SLOT
               END-IF
           END-PERFORM

           IF WS-BVA-SLOT = ZEROES AND WS-BVA-ROUTE-COUNT < 100 THEN
               ADD 1 TO WS-BVA-ROUTE-COUNT
               MOVE WS-BVA-KEY-ROUTE TO
                   WS-BVA-ROUTE-ID(WS-BVA-ROUTE-COUNT)
               PERFORM VARYING WS-BVA-M FROM 1 BY 1
                   UNTIL WS-BVA-M > 3
                   MOVE ZEROES TO
                       WS-BVA-BUD-MONTH(WS-BVA-ROUTE-COUNT WS-BVA-M)
                   MOVE ZEROES TO
                       WS-BVA-ACT-MONTH(WS-BVA-ROUTE-COUNT WS-BVA-M)
                   MOVE ZEROES TO
                       WS-BVA-BUD-YTD(WS-BVA-ROUTE-COUNT WS-BVA-M)
                   MOVE ZEROES TO
                       WS-BVA-ACT-YTD(WS-BVA-ROUTE-COUNT WS-BVA-M)
               END-PERFORM
               MOVE WS-BVA-ROUTE-COUNT TO WS-BVA-SLOT
           END-IF
           .

       KPI-TREND-REPORT.
      *    Any month's frozen KPIs against the month before and the
      *    same month last year, from the month-end snapshots that
      *    kpi_snapshot takes at close.
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*              KPI TREND REPORT                   *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY 'Report year [YYYY]  : ' WITH NO ADVANCING
           ACCEPT WS-KPT-YEAR-ENTRY
           DISPLAY 'Report month [MM]   : ' WITH NO ADVANCING
           ACCEPT WS-KPT-MONTH-ENTRY
           IF WS-KPT-YEAR-ENTRY = ZEROES OR
               WS-KPT-MONTH-ENTRY < 1 OR WS-KPT-MONTH-ENTRY > 12 THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KPT-YEAR-ENTRY TO WS-KPT-WORK-YEAR(1)
           MOVE WS-KPT-MONTH-ENTRY TO WS-KPT-WORK-MONTH(1)
           IF WS-KPT-MONTH-ENTRY = 1 THEN
               COMPUTE WS-KPT-WORK-YEAR(2) = WS-KPT-YEAR-ENTRY - 1
               MOVE 12 TO WS-KPT-WORK-MONTH(2)
           ELSE
               MOVE WS-KPT-YEAR-ENTRY TO WS-KPT-WORK-YEAR(2)
               COMPUTE WS-KPT-WORK-MONTH(2) = WS-KPT-MONTH-ENTRY - 1
           END-IF
           COMPUTE WS-KPT-WORK-YEAR(3) = WS-KPT-YEAR-ENTRY - 1
           MOVE WS-KPT-MONTH-ENTRY TO WS-KPT-WORK-MONTH(3)

           MOVE 'N' TO WS-KPT-OPEN
           OPEN INPUT FS-KPI-HISTORY-FILE
           IF WS-KPT-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-KPT-OPEN
           END-IF
           PERFORM VARYING WS-KPT-C FROM 1 BY 1 UNTIL WS-KPT-C > 3
               MOVE 'N' TO WS-KPT-FOUND(WS-KPT-C)
               IF WS-KPT-OPEN = 'Y' THEN
                   MOVE WS-KPT-WORK-PERIOD(WS-KPT-C) TO FS-KPI-PERIOD
                   READ FS-KPI-HISTORY-FILE
                   KEY IS FS-KPI-PERIOD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LOAD-KPT-COLUMN
                   END-READ
               END-IF
           END-PERFORM
           IF WS-KPT-OPEN = 'Y' THEN
               CLOSE FS-KPI-HISTORY-FILE
           END-IF

           IF WS-KPT-FOUND(1) NOT = 'Y' THEN
               DISPLAY ' '
               DISPLAY ' No KPI snapshot for ' WS-KPT-WORK-PERIOD(1)
                   ' - run backend/kpi_snapshot '
                   WS-KPT-WORK-PERIOD(1)
               DISPLAY ' '
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY ' MEASURE                |'
               ' ' WS-KPT-WORK-PERIOD(1) '         |'
               ' ' WS-KPT-WORK-PERIOD(2) '         |'
               ' CHANGE         |'
               ' ' WS-KPT-WORK-PERIOD(3) '         |'
               ' CHANGE'
           DISPLAY '---------------------------------------------------'
               '---------------------------------------------------'
           PERFORM VARYING WS-KPT-M FROM 1 BY 1 UNTIL WS-KPT-M > 8
               MOVE WS-KPT-VALUE(1 WS-KPT-M) TO WS-KPT-NUMBER
               PERFORM FORMAT-KPT-CELL
               MOVE WS-KPT-CELL TO WS-KPT-CELL-THIS

               MOVE '           n/a' TO WS-KPT-CELL-PRIOR
               MOVE '           n/a' TO WS-KPT-CELL-PRIOR-CHG
               IF WS-KPT-FOUND(2) = 'Y' THEN
                   MOVE WS-KPT-VALUE(2 WS-KPT-M) TO WS-KPT-NUMBER
                   PERFORM FORMAT-KPT-CELL
                   MOVE WS-KPT-CELL TO WS-KPT-CELL-PRIOR
                   COMPUTE WS-KPT-NUMBER =
                       WS-KPT-VALUE(1 WS-KPT-M) -
                       WS-KPT-VALUE(2 WS-KPT-M)
                   PERFORM FORMAT-KPT-CELL
                   MOVE WS-KPT-CELL TO WS-KPT-CELL-PRIOR-CHG
               END-IF

               MOVE '           n/a' TO WS-KPT-CELL-LAST
               MOVE '           n/a' TO WS-KPT-CELL-LAST-CHG
               IF WS-KPT-FOUND(3) = 'Y' THEN
                   MOVE WS-KPT-VALUE(3 WS-KPT-M) TO WS-KPT-NUMBER
                   PERFORM FORMAT-KPT-CELL
                   MOVE WS-KPT-CELL TO WS-KPT-CELL-LAST
                   COMPUTE WS-KPT-NUMBER =
                       WS-KPT-VALUE(1 WS-KPT-M) -
                       WS-KPT-VALUE(3 WS-KPT-M)
                   PERFORM FORMAT-KPT-CELL
                   MOVE WS-KPT-CELL TO WS-KPT-CELL-LAST-CHG
               END-IF

               DISPLAY ' ' WS-KPT-MEASURE-NAME(WS-KPT-M) ' | '
                   WS-KPT-CELL-THIS ' | ' WS-KPT-CELL-PRIOR ' | '
                   WS-KPT-CELL-PRIOR-CHG ' | ' WS-KPT-CELL-LAST
                   ' | ' WS-KPT-CELL-LAST-CHG
           END-PERFORM

           DISPLAY ' '
           DISPLAY ' Change is the month less the month compared.'
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       LOAD-KPT-COLUMN.
           MOVE 'Y' TO WS-KPT-FOUND(WS-KPT-C)
           MOVE FS-KPI-BOOKINGS TO WS-KPT-VALUE(WS-KPT-C 1)
           MOVE FS-KPI-PASSENGERS TO WS-KPT-VALUE(WS-KPT-C 2)
           MOVE FS-KPI-LOAD-FACTOR TO WS-KPT-VALUE(WS-KPT-C 3)
           MOVE FS-KPI-ONTIME-PCT TO WS-KPT-VALUE(WS-KPT-C 4)
           MOVE FS-KPI-NOSHOW-PCT TO WS-KPT-VALUE(WS-KPT-C 5)
           MOVE FS-KPI-REV-PER-SEAT-KM TO WS-KPT-VALUE(WS-KPT-C 6)
           MOVE FS-KPI-COMPLAINT-RATE TO WS-KPT-VALUE(WS-KPT-C 7)
           MOVE FS-KPI-CANCELLATIONS TO WS-KPT-VALUE(WS-KPT-C 8)
           .

       FORMAT-KPT-CELL.
      *    Revenue per seat-km is a matter of centavos and keeps
      *    four places; the rest read to two.
           IF WS-KPT-M = 6 THEN
               MOVE WS-KPT-NUMBER TO WS-KPT-EDIT-4
               MOVE WS-KPT-EDIT-4 TO WS-KPT-CELL
           ELSE
               MOVE WS-KPT-NUMBER TO WS-KPT-EDIT-2
               MOVE WS-KPT-EDIT-2 TO WS-KPT-CELL
           END-IF
           .

       CREW-PAYROLL-PAGE.
      *    Payroll particulars for drivers and conductors: the
      *    government ID numbers and tax status payroll needs for
      *    statutory deductions and remittances, and the dated
      *    contribution and withholding tables payroll applies. A
      *    rate change is entered as a new row with the date it
      *    takes effect; older rows stay for earlier pay periods.
           MOVE SPACES TO WS-CE-MENU-CHOICE
           PERFORM UNTIL WS-CE-MENU-CHOICE = '6'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Crew Payroll Master                    *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - List Crew Employee Master'
           DISPLAY '2 - Add / Change Crew Employee'
           DISPLAY '3 - Employer Registration Numbers'
           DISPLAY '4 - List Statutory Tables'
           DISPLAY '5 - Add a Statutory Table Row'
           DISPLAY '6 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-CE-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-CE-MENU-CHOICE
               WHEN '1'
                   PERFORM LIST-CREW-EMPLOYEES
                   DISPLAY ' '
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
               WHEN '2'
                   PERFORM SET-CREW-EMPLOYEE
               WHEN '3'
                   PERFORM SET-EMPLOYER-NUMBERS
               WHEN '4'
                   PERFORM LIST-STATUTORY-TABLES
                   DISPLAY ' '
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
               WHEN '5'
                   PERFORM ADD-STATUTORY-ROW
               WHEN '6'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       LIST-CREW-EMPLOYEES.
           DISPLAY ' EMPLOYEE        R TIN             SSS NO.      '
               'PHILHEALTH     PAG-IBIG       TAX'
           DISPLAY '---------------------------------------------------'
               '----------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-CREW-EMPLOYEE-FILE
           IF WS-CE-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY ' No crew employees on file yet.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-CREW-EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   DISPLAY ' ' FS-CE-EMP-ID ' ' FS-CE-ROLE ' '
                       FS-CE-TIN ' ' FS-CE-SSS-NUMBER ' '
                       FS-CE-PHIC-NUMBER ' ' FS-CE-HDMF-NUMBER ' '
                       FS-CE-TAX-STATUS
               END-READ
           END-PERFORM
           IF WS-CE-FILE-STATUS = '00' OR
               WS-CE-FILE-STATUS = '10' THEN
               CLOSE FS-CREW-EMPLOYEE-FILE
           END-IF
           .

       SET-CREW-EMPLOYEE.
      *    The employee ID is the driver or conductor ID, so the
      *    master can only hold people already on the crew files.
      *    Leaving a prompt blank keeps what is on file.
           DISPLAY 'Driver or conductor ID      : ' WITH NO ADVANCING
           ACCEPT WS-CE-ID-ENTRY

           MOVE SPACES TO WS-CE-ROLE
           MOVE SPACES TO WS-CE-NAME
           OPEN INPUT FS-DRIVERS-FILE
           MOVE WS-CE-ID-ENTRY TO FS-DRIVER-ID
           READ FS-DRIVERS-FILE
           KEY IS FS-DRIVER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'D' TO WS-CE-ROLE
               MOVE FS-DRIVER-NAME TO WS-CE-NAME
           END-READ
           CLOSE FS-DRIVERS-FILE
           IF WS-CE-ROLE = SPACES THEN
               OPEN INPUT FS-CONDUCTORS-FILE
               MOVE WS-CE-ID-ENTRY TO FS-CD-CONDUCTOR-ID
               READ FS-CONDUCTORS-FILE
               KEY IS FS-CD-CONDUCTOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO WS-CE-ROLE
                   MOVE FS-CD-NAME TO WS-CE-NAME
               END-READ
               CLOSE FS-CONDUCTORS-FILE
           END-IF
           IF WS-CE-ROLE = SPACES THEN
               DISPLAY ' '
               DISPLAY ' No driver or conductor with that ID.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' ' WS-CE-NAME

           PERFORM UPDATE-CREW-EMPLOYEE
           .

       SET-EMPLOYER-NUMBERS.
      *    The company's own TIN and agency employer numbers ride on
      *    a control row of the master keyed EMPLOYER; payroll puts
      *    them on the remittance headers.
           MOVE 'EMPLOYER' TO WS-CE-ID-ENTRY
           MOVE 'E' TO WS-CE-ROLE
           PERFORM UPDATE-CREW-EMPLOYEE
           .

       UPDATE-CREW-EMPLOYEE.
           OPEN I-O FS-CREW-EMPLOYEE-FILE
           IF WS-CE-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CREW-EMPLOYEE-FILE
               CLOSE FS-CREW-EMPLOYEE-FILE
               OPEN I-O FS-CREW-EMPLOYEE-FILE
           END-IF

           MOVE 'N' TO WS-CE-IS-NEW
           MOVE WS-CE-ID-ENTRY TO FS-CE-EMP-ID
           READ FS-CREW-EMPLOYEE-FILE
           KEY IS FS-CE-EMP-ID
           INVALID KEY
               MOVE 'Y' TO WS-CE-IS-NEW
               MOVE SPACES TO FS-CREW-EMPLOYEE-RECORD
               MOVE WS-CE-ID-ENTRY TO FS-CE-EMP-ID
               MOVE 'REG' TO FS-CE-TAX-STATUS
               MOVE 'active' TO FS-CE-STATUS
           NOT INVALID KEY
               DISPLAY ' On file: TIN ' FS-CE-TIN ' SSS '
                   FS-CE-SSS-NUMBER
               DISPLAY '          PhilHealth ' FS-CE-PHIC-NUMBER
                   ' Pag-IBIG ' FS-CE-HDMF-NUMBER
                   ' Tax ' FS-CE-TAX-STATUS
           END-READ
           MOVE WS-CE-ROLE TO FS-CE-ROLE

           MOVE SPACES TO WS-CE-TIN-ENTRY
           MOVE SPACES TO WS-CE-SSS-ENTRY
           MOVE SPACES TO WS-CE-PHIC-ENTRY
           MOVE SPACES TO WS-CE-HDMF-ENTRY
           MOVE SPACES TO WS-CE-TAX-ENTRY
           DISPLAY 'TIN [000-000-000-000]       : ' WITH NO ADVANCING
           ACCEPT WS-CE-TIN-ENTRY
           DISPLAY 'SSS number [00-0000000-0]   : ' WITH NO ADVANCING
           ACCEPT WS-CE-SSS-ENTRY
           DISPLAY 'PhilHealth number           : ' WITH NO ADVANCING
           ACCEPT WS-CE-PHIC-ENTRY
           DISPLAY 'Pag-IBIG MID number         : ' WITH NO ADVANCING
           ACCEPT WS-CE-HDMF-ENTRY
           IF WS-CE-ROLE NOT = 'E' THEN
               DISPLAY 'Tax status [REG/MWE]        : '
                   WITH NO ADVANCING
               ACCEPT WS-CE-TAX-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-CE-TAX-ENTRY) TO
                   WS-CE-TAX-ENTRY
               IF WS-CE-TAX-ENTRY NOT = SPACES AND
                   WS-CE-TAX-ENTRY NOT = 'REG' AND
                   WS-CE-TAX-ENTRY NOT = 'MWE' THEN
                   CLOSE FS-CREW-EMPLOYEE-FILE
                   DISPLAY ' '
                   DISPLAY ' Tax status must be REG (regular) or MWE'
                       ' (minimum-wage earner, exempt).'
                   DISPLAY 'Press Enter to continue...'
                   WITH NO ADVANCING
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CE-TIN-ENTRY NOT = SPACES THEN
               MOVE WS-CE-TIN-ENTRY TO FS-CE-TIN
           END-IF
           IF WS-CE-SSS-ENTRY NOT = SPACES THEN
               MOVE WS-CE-SSS-ENTRY TO FS-CE-SSS-NUMBER
           END-IF
           IF WS-CE-PHIC-ENTRY NOT = SPACES THEN
               MOVE WS-CE-PHIC-ENTRY TO FS-CE-PHIC-NUMBER
           END-IF
           IF WS-CE-HDMF-ENTRY NOT = SPACES THEN
               MOVE WS-CE-HDMF-ENTRY TO FS-CE-HDMF-NUMBER
           END-IF
           IF WS-CE-TAX-ENTRY NOT = SPACES THEN
               MOVE WS-CE-TAX-ENTRY TO FS-CE-TAX-STATUS
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-CE-TIME-STAMP

           IF WS-CE-IS-NEW = 'Y' THEN
               WRITE FS-CREW-EMPLOYEE-RECORD
               END-WRITE
           ELSE
               REWRITE FS-CREW-EMPLOYEE-RECORD
               END-REWRITE
           END-IF
           CLOSE FS-CREW-EMPLOYEE-FILE

           MOVE 'CREW-PAYROLL-CHANGE' TO WS-AUDIT-ACTION
           MOVE WS-CE-ID-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Crew payroll master updated for '
               WS-CE-ID-ENTRY '.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       LIST-STATUTORY-TABLES.
           DISPLAY ' TABLE EFFECTIVE  FROM        TO          '
               'EE FIXED    EE RATE ER RATE'
           DISPLAY '---------------------------------------------------'
               '------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-STATUTORY-TABLE-FILE
           IF WS-STT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY ' No statutory tables on file yet - payroll '
                   'lays down the standard tables on its next run.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-STATUTORY-TABLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-STT-LOWER TO WS-STT-LOWER-EDIT
                   MOVE FS-STT-UPPER TO WS-STT-UPPER-EDIT
                   MOVE FS-STT-EE-FIXED TO WS-STT-FIXED-EDIT
                   MOVE FS-STT-EE-RATE TO WS-STT-EE-RATE-EDIT
                   MOVE FS-STT-ER-RATE TO WS-STT-ER-RATE-EDIT
                   DISPLAY ' ' FS-STT-TABLE '  ' FS-STT-EFFECTIVE
                       '  ' WS-STT-LOWER-EDIT ' ' WS-STT-UPPER-EDIT
                       ' ' WS-STT-FIXED-EDIT ' ' WS-STT-EE-RATE-EDIT
                       ' ' WS-STT-ER-RATE-EDIT
               END-READ
           END-PERFORM
           IF WS-STT-FILE-STATUS = '00' OR
               WS-STT-FILE-STATUS = '10' THEN
               CLOSE FS-STATUTORY-TABLE-FILE
           END-IF
           .

       ADD-STATUTORY-ROW.
      *    One bracket of a schedule. SSS, PHIC and HDMF rows take
      *    the rate on the pay rounded to the step and held between
      *    the base floor and ceiling; WTAX rows take the fixed tax
      *    plus the rate on the excess over the bracket's lower
      *    bound. An upper bound of zero means no upper limit.
           DISPLAY 'Table [SSS/PHIC/HDMF/WTAX]  : ' WITH NO ADVANCING
           ACCEPT WS-STT-TABLE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-STT-TABLE-ENTRY) TO
               WS-STT-TABLE-ENTRY
           IF WS-STT-TABLE-ENTRY NOT = 'SSS' AND
               WS-STT-TABLE-ENTRY NOT = 'PHIC' AND
               WS-STT-TABLE-ENTRY NOT = 'HDMF' AND
               WS-STT-TABLE-ENTRY NOT = 'WTAX' THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Effective date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-STT-EFFECTIVE-ENTRY
           MOVE WS-STT-EFFECTIVE-ENTRY(7:4) TO WS-STT-EFFECTIVE-INT(1:4)
           MOVE WS-STT-EFFECTIVE-ENTRY(1:2) TO WS-STT-EFFECTIVE-INT(5:2)
           MOVE WS-STT-EFFECTIVE-ENTRY(4:2) TO WS-STT-EFFECTIVE-INT(7:2)
           IF WS-STT-EFFECTIVE-INT IS NOT NUMERIC THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-STT-MIN-ENTRY
           MOVE ZEROES TO WS-STT-MAX-ENTRY
           MOVE ZEROES TO WS-STT-STEP-ENTRY
           MOVE ZEROES TO WS-STT-ER-FIXED-ENTRY
           MOVE ZEROES TO WS-STT-ER-RATE-ENTRY
           MOVE ZEROES TO WS-STT-EC-ENTRY
           DISPLAY 'Bracket from (monthly pay)  : ' WITH NO ADVANCING
           ACCEPT WS-STT-LOWER-ENTRY
           DISPLAY 'Bracket to (0 = no limit)   : ' WITH NO ADVANCING
           ACCEPT WS-STT-UPPER-ENTRY
           IF WS-STT-TABLE-ENTRY NOT = 'WTAX' THEN
               DISPLAY 'Base floor                  : '
                   WITH NO ADVANCING
               ACCEPT WS-STT-MIN-ENTRY
               DISPLAY 'Base ceiling (0 = none)     : '
                   WITH NO ADVANCING
               ACCEPT WS-STT-MAX-ENTRY
               DISPLAY 'Base step (0 = none)        : '
                   WITH NO ADVANCING
               ACCEPT WS-STT-STEP-ENTRY
           END-IF
           DISPLAY 'Employee fixed amount       : ' WITH NO ADVANCING
           ACCEPT WS-STT-EE-FIXED-ENTRY
           DISPLAY 'Employee rate %             : ' WITH NO ADVANCING
           ACCEPT WS-STT-EE-RATE-ENTRY
           IF WS-STT-TABLE-ENTRY NOT = 'WTAX' THEN
               DISPLAY 'Employer fixed amount       : '
                   WITH NO ADVANCING
               ACCEPT WS-STT-ER-FIXED-ENTRY
               DISPLAY 'Employer rate %             : '
                   WITH NO ADVANCING
               ACCEPT WS-STT-ER-RATE-ENTRY
           END-IF
           IF WS-STT-TABLE-ENTRY = 'SSS' THEN
               DISPLAY 'Employer EC amount          : '
                   WITH NO ADVANCING
               ACCEPT WS-STT-EC-ENTRY
           END-IF

           OPEN I-O FS-STATUTORY-TABLE-FILE
           IF WS-STT-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-STATUTORY-TABLE-FILE
           END-IF
           MOVE WS-STT-TABLE-ENTRY TO FS-STT-TABLE
           MOVE WS-STT-EFFECTIVE-INT TO FS-STT-EFFECTIVE
           MOVE WS-STT-LOWER-ENTRY TO FS-STT-LOWER
           MOVE WS-STT-UPPER-ENTRY TO FS-STT-UPPER
           MOVE WS-STT-MIN-ENTRY TO FS-STT-BASE-MIN
           MOVE WS-STT-MAX-ENTRY TO FS-STT-BASE-MAX
           MOVE WS-STT-STEP-ENTRY TO FS-STT-BASE-STEP
           MOVE WS-STT-EE-FIXED-ENTRY TO FS-STT-EE-FIXED
           MOVE WS-STT-EE-RATE-ENTRY TO FS-STT-EE-RATE
           MOVE WS-STT-ER-FIXED-ENTRY TO FS-STT-ER-FIXED
           MOVE WS-STT-ER-RATE-ENTRY TO FS-STT-ER-RATE
           MOVE WS-STT-EC-ENTRY TO FS-STT-EC-AMOUNT
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-STT-TIME-STAMP
           WRITE FS-STATUTORY-TABLE-RECORD
           INVALID KEY
               REWRITE FS-STATUTORY-TABLE-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-STATUTORY-TABLE-FILE

           MOVE 'STATUTORY-TABLE-ROW' TO WS-AUDIT-ACTION
           MOVE FS-STT-KEY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' ' WS-STT-TABLE-ENTRY ' row effective '
               WS-STT-EFFECTIVE-ENTRY ' saved.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       EMPLOYEE-ACCOUNTABILITY-PAGE.
      *    Money an employee owes the company: drawer shortages and
      *    conductor short-remits a supervisor has approved as the
      *    employee's charge, damage charges and cash advances. Each
      *    posting lands on the employee ledger and moves the balance
      *    on the employee account; the balance is settled in cash
      *    here or by payroll deduction, at most the account's cap
      *    per pay period.
           MOVE SPACES TO WS-EAL-MENU-CHOICE
           PERFORM UNTIL WS-EAL-MENU-CHOICE = '8'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Employee Accountability                *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Charge a Drawer Shortage to the Clerk'
           DISPLAY '2 - Charge a Conductor Short-Remit'
           DISPLAY '3 - Damage Charge or Cash Advance'
           DISPLAY '4 - Cash Settlement'
           DISPLAY '5 - Payroll Deduction per Pay Period'
           DISPLAY '6 - Employee Statement'
           DISPLAY '7 - Outstanding Balance Report'
           DISPLAY '8 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-EAL-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-EAL-MENU-CHOICE
               WHEN '1'
                   PERFORM CHARGE-DRAWER-SHORTAGE
               WHEN '2'
                   PERFORM CHARGE-CONDUCTOR-SHORTAGE
               WHEN '3'
                   PERFORM POST-EMPLOYEE-CHARGE
               WHEN '4'
                   PERFORM POST-EMPLOYEE-SETTLEMENT
               WHEN '5'
                   PERFORM SET-EMPLOYEE-DEDUCTION-CAP
               WHEN '6'
                   PERFORM EMPLOYEE-STATEMENT
               WHEN '7'
                   PERFORM OUTSTANDING-BALANCE-REPORT
               WHEN '8'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       CHARGE-DRAWER-SHORTAGE.
      *    Closed drawer sessions counted short and not yet charged.
      *    Charging one is the supervisor's approval that the clerk
      *    answers for it; a shortage left uncharged stays a loss.
           DISPLAY ' SESSION ID      | CLERK           | SHORTAGE'
           DISPLAY '---------------------------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-DRAWER-FILE
           IF WS-DS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY ' No drawer sessions on file.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-DRAWER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-DS-STATUS = 'closed' AND
                       FS-DS-VARIANCE < ZEROES THEN
                       MOVE FS-DS-CLERK-ID TO WS-EAL-EMP-ENTRY
                       MOVE FS-DS-SESSION-ID TO WS-EAL-SOURCE-ENTRY
                       PERFORM CHECK-SHORTAGE-CHARGED
                       IF WS-EAL-CHARGED = 'N' THEN
                           COMPUTE WS-EAL-SHORTAGE =
                               0 - FS-DS-VARIANCE
                           MOVE WS-EAL-SHORTAGE TO WS-EAL-AMOUNT-EDIT
                           DISPLAY ' ' FS-DS-SESSION-ID ' | '
                               FS-DS-CLERK-ID ' | ' WS-EAL-AMOUNT-EDIT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DS-FILE-STATUS = '00' OR
               WS-DS-FILE-STATUS = '10' THEN
               CLOSE FS-DRAWER-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'Session to charge (blank = none) : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-EAL-SOURCE-ENTRY
           ACCEPT WS-EAL-SOURCE-ENTRY
           IF WS-EAL-SOURCE-ENTRY = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EAL-FOUND
           OPEN INPUT FS-DRAWER-FILE
           IF WS-DS-FILE-STATUS = '00' THEN
               MOVE WS-EAL-SOURCE-ENTRY TO FS-DS-SESSION-ID
               READ FS-DRAWER-FILE
               KEY IS FS-DS-SESSION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-DS-STATUS = 'closed' AND
                       FS-DS-VARIANCE < ZEROES THEN
                       MOVE 'Y' TO WS-EAL-FOUND
                       MOVE FS-DS-CLERK-ID TO WS-EAL-EMP-ENTRY
                       COMPUTE WS-EAL-SHORTAGE = 0 - FS-DS-VARIANCE
                   END-IF
               END-READ
               CLOSE FS-DRAWER-FILE
           END-IF
           IF WS-EAL-FOUND = 'N' THEN
               DISPLAY ' That session is not a closed, short drawer.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'SHORTAGE' TO WS-EAL-POST-TYPE
           MOVE 'DRAWER SHORTAGE' TO WS-EAL-POST-DESC
           PERFORM CONFIRM-SHORTAGE-CHARGE
           .

       CHARGE-CONDUCTOR-SHORTAGE.
      *    Same for conductors: a remitted trip whose cash came in
      *    below the tickets sold onboard.
           DISPLAY ' SCHEDULE ID     | CONDUCTOR       | SHORTAGE'
           DISPLAY '---------------------------------------------------'
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-CONDUCTOR-REMIT-FILE
           IF WS-CRM-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY ' No conductor remittances on file.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-CONDUCTOR-REMIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-CRM-STATUS = 'remitted' AND
                       FS-CRM-VARIANCE < ZEROES THEN
                       MOVE FS-CRM-FK-CONDUCTOR-ID TO WS-EAL-EMP-ENTRY
                       MOVE FS-CRM-SCHEDULE-ID TO WS-EAL-SOURCE-ENTRY
                       PERFORM CHECK-SHORTAGE-CHARGED
                       IF WS-EAL-CHARGED = 'N' THEN
                           COMPUTE WS-EAL-SHORTAGE =
                               0 - FS-CRM-VARIANCE
                           MOVE WS-EAL-SHORTAGE TO WS-EAL-AMOUNT-EDIT
                           DISPLAY ' ' FS-CRM-SCHEDULE-ID ' | '
                               FS-CRM-FK-CONDUCTOR-ID ' | '
                               WS-EAL-AMOUNT-EDIT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-CRM-FILE-STATUS = '00' OR
               WS-CRM-FILE-STATUS = '10' THEN
               CLOSE FS-CONDUCTOR-REMIT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'Schedule to charge (blank = none) : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-EAL-SOURCE-ENTRY
           ACCEPT WS-EAL-SOURCE-ENTRY
           IF WS-EAL-SOURCE-ENTRY = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EAL-FOUND
           OPEN INPUT FS-CONDUCTOR-REMIT-FILE
           IF WS-CRM-FILE-STATUS = '00' THEN
               MOVE WS-EAL-SOURCE-ENTRY TO FS-CRM-SCHEDULE-ID
               READ FS-CONDUCTOR-REMIT-FILE
               KEY IS FS-CRM-SCHEDULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-CRM-STATUS = 'remitted' AND
                       FS-CRM-VARIANCE < ZEROES THEN
                       MOVE 'Y' TO WS-EAL-FOUND
                       MOVE FS-CRM-FK-CONDUCTOR-ID TO WS-EAL-EMP-ENTRY
                       COMPUTE WS-EAL-SHORTAGE = 0 - FS-CRM-VARIANCE
                   END-IF
               END-READ
               CLOSE FS-CONDUCTOR-REMIT-FILE
           END-IF
           IF WS-EAL-FOUND = 'N' THEN
               DISPLAY ' That trip has no short remittance.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'SHORTAGE' TO WS-EAL-POST-TYPE
           MOVE 'CONDUCTOR SHORT-REMIT' TO WS-EAL-POST-DESC
           PERFORM CONFIRM-SHORTAGE-CHARGE
           .

       CONFIRM-SHORTAGE-CHARGE.
      *    Expects the employee, source reference and shortage
      *    amount already set by the caller.
           PERFORM CHECK-SHORTAGE-CHARGED
           IF WS-EAL-CHARGED = 'Y' THEN
               DISPLAY ' That shortage is already charged.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EAL-SHORTAGE TO WS-EAL-AMOUNT-EDIT
           DISPLAY ' Charge ' WS-EAL-AMOUNT-EDIT ' to '
               WS-EAL-EMP-ENTRY '? [Y/N] : ' WITH NO ADVANCING
           ACCEPT WS-EAL-CONFIRM
           IF WS-EAL-CONFIRM NOT = 'Y' AND
               WS-EAL-CONFIRM NOT = 'y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-EAL-POST-DR-CR
           MOVE WS-EAL-SHORTAGE TO WS-EAL-POST-AMOUNT
           MOVE WS-EAL-SOURCE-ENTRY TO WS-EAL-POST-SOURCE
           PERFORM POST-ACCOUNTABILITY-ENTRY
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       CHECK-SHORTAGE-CHARGED.
      *    A drawer session or trip can only be charged once: look
      *    for a SHORTAGE entry carrying it on the employee's ledger.
           MOVE 'N' TO WS-EAL-CHARGED
           OPEN INPUT FS-EMP-LEDGER-FILE
           IF WS-EAL-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EAL-EOF
           MOVE WS-EAL-EMP-ENTRY TO FS-EAL-EMP-ID
           MOVE LOW-VALUES TO FS-EAL-ENTRY-ID
           START FS-EMP-LEDGER-FILE KEY IS >= FS-EAL-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EAL-EOF
           END-START
           PERFORM UNTIL WS-EAL-EOF = 'Y'
               READ FS-EMP-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EAL-EOF
               NOT AT END
                   IF FS-EAL-EMP-ID NOT = WS-EAL-EMP-ENTRY THEN
                       MOVE 'Y' TO WS-EAL-EOF
                   ELSE
                       IF FS-EAL-ENTRY-TYPE = 'SHORTAGE' AND
                           FS-EAL-SOURCE-REF = WS-EAL-SOURCE-ENTRY
                           THEN
                           MOVE 'Y' TO WS-EAL-CHARGED
                           MOVE 'Y' TO WS-EAL-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-EMP-LEDGER-FILE
           .

       POST-EMPLOYEE-CHARGE.
           DISPLAY 'Employee ID                 : ' WITH NO ADVANCING
           ACCEPT WS-EAL-EMP-ENTRY
           DISPLAY '[D]amage charge or cash [A]dvance : '
               WITH NO ADVANCING
           ACCEPT WS-EAL-KIND-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-EAL-KIND-ENTRY) TO
               WS-EAL-KIND-ENTRY
           DISPLAY 'Amount                      : ' WITH NO ADVANCING
           ACCEPT WS-EAL-AMOUNT-ENTRY
           DISPLAY 'Description                 : ' WITH NO ADVANCING
           ACCEPT WS-EAL-DESC-ENTRY
           DISPLAY 'Reference (report/voucher)  : ' WITH NO ADVANCING
           MOVE SPACES TO WS-EAL-SOURCE-ENTRY
           ACCEPT WS-EAL-SOURCE-ENTRY

           IF WS-EAL-EMP-ENTRY = SPACES OR
               WS-EAL-AMOUNT-ENTRY = ZEROES OR
               (WS-EAL-KIND-ENTRY NOT = 'D' AND
               WS-EAL-KIND-ENTRY NOT = 'A') THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-EAL-KIND-ENTRY = 'D' THEN
               MOVE 'DAMAGE' TO WS-EAL-POST-TYPE
           ELSE
               MOVE 'ADVANCE' TO WS-EAL-POST-TYPE
           END-IF
           MOVE 'D' TO WS-EAL-POST-DR-CR
           MOVE WS-EAL-AMOUNT-ENTRY TO WS-EAL-POST-AMOUNT
           MOVE WS-EAL-SOURCE-ENTRY TO WS-EAL-POST-SOURCE
           MOVE WS-EAL-DESC-ENTRY TO WS-EAL-POST-DESC
           PERFORM POST-ACCOUNTABILITY-ENTRY
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       POST-EMPLOYEE-SETTLEMENT.
           DISPLAY 'Employee ID                 : ' WITH NO ADVANCING
           ACCEPT WS-EAL-EMP-ENTRY
           PERFORM READ-EMPLOYEE-ACCOUNT
           MOVE WS-EAL-BALANCE TO WS-EAL-BALANCE-EDIT
           DISPLAY ' Balance owing : ' WS-EAL-BALANCE-EDIT
           IF WS-EAL-BALANCE = ZEROES THEN
               DISPLAY ' Nothing is owing.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Cash received               : ' WITH NO ADVANCING
           ACCEPT WS-EAL-AMOUNT-ENTRY
           DISPLAY 'Official receipt number     : ' WITH NO ADVANCING
           MOVE SPACES TO WS-EAL-SOURCE-ENTRY
           ACCEPT WS-EAL-SOURCE-ENTRY
           IF WS-EAL-AMOUNT-ENTRY = ZEROES OR
               WS-EAL-AMOUNT-ENTRY > WS-EAL-BALANCE THEN
               DISPLAY ' Amount must be more than zero and no more'
                   ' than the balance.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'CASH-PAY' TO WS-EAL-POST-TYPE
           MOVE 'C' TO WS-EAL-POST-DR-CR
           MOVE WS-EAL-AMOUNT-ENTRY TO WS-EAL-POST-AMOUNT
           MOVE WS-EAL-SOURCE-ENTRY TO WS-EAL-POST-SOURCE
           MOVE 'CASH SETTLEMENT' TO WS-EAL-POST-DESC
           PERFORM POST-ACCOUNTABILITY-ENTRY
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       SET-EMPLOYEE-DEDUCTION-CAP.
      *    Payroll takes the lower of the cap and the balance each
      *    pay period; a cap of zero stops payroll deduction.
           DISPLAY 'Employee ID                 : ' WITH NO ADVANCING
           ACCEPT WS-EAL-EMP-ENTRY
           PERFORM READ-EMPLOYEE-ACCOUNT
           MOVE WS-EAL-BALANCE TO WS-EAL-BALANCE-EDIT
           MOVE WS-EAL-CAP TO WS-EAL-CAP-EDIT
           DISPLAY ' Balance owing : ' WS-EAL-BALANCE-EDIT
               '   current cap per pay : ' WS-EAL-CAP-EDIT
           DISPLAY 'Deduction cap per pay period: ' WITH NO ADVANCING
           ACCEPT WS-EAL-CAP-ENTRY

           IF WS-EAL-EMP-ENTRY = SPACES THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-EMP-ACCOUNT-FILE
           IF WS-EAC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-EMP-ACCOUNT-FILE
               CLOSE FS-EMP-ACCOUNT-FILE
               OPEN I-O FS-EMP-ACCOUNT-FILE
           END-IF
           MOVE WS-EAL-EMP-ENTRY TO FS-EAC-EMP-ID
           READ FS-EMP-ACCOUNT-FILE
           KEY IS FS-EAC-EMP-ID
           INVALID KEY
               MOVE SPACES TO FS-EMP-ACCOUNT-RECORD
               MOVE WS-EAL-EMP-ENTRY TO FS-EAC-EMP-ID
               MOVE ZEROES TO FS-EAC-BALANCE
               MOVE 'active' TO FS-EAC-STATUS
               MOVE WS-EAL-CAP-ENTRY TO FS-EAC-DEDUCT-CAP
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-EAC-TIME-STAMP
               WRITE FS-EMP-ACCOUNT-RECORD
               END-WRITE
           NOT INVALID KEY
               MOVE WS-EAL-CAP-ENTRY TO FS-EAC-DEDUCT-CAP
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-EAC-TIME-STAMP
               REWRITE FS-EMP-ACCOUNT-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-EMP-ACCOUNT-FILE

           MOVE 'EMP-DEDUCTION-CAP' TO WS-AUDIT-ACTION
           MOVE WS-EAL-EMP-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Payroll deduction cap saved.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       READ-EMPLOYEE-ACCOUNT.
           MOVE ZEROES TO WS-EAL-BALANCE
           MOVE ZEROES TO WS-EAL-CAP
           OPEN INPUT FS-EMP-ACCOUNT-FILE
           IF WS-EAC-FILE-STATUS = '00' THEN
               MOVE WS-EAL-EMP-ENTRY TO FS-EAC-EMP-ID
               READ FS-EMP-ACCOUNT-FILE
               KEY IS FS-EAC-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-EAC-BALANCE TO WS-EAL-BALANCE
                   MOVE FS-EAC-DEDUCT-CAP TO WS-EAL-CAP
               END-READ
               CLOSE FS-EMP-ACCOUNT-FILE
           END-IF
           .

       POST-ACCOUNTABILITY-ENTRY.
      *    Posts WS-EAL-POST-* for WS-EAL-EMP-ENTRY: moves the
      *    account balance (charges add, settlements reduce) and
      *    writes the ledger line with the balance after it.
           OPEN I-O FS-EMP-ACCOUNT-FILE
           IF WS-EAC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-EMP-ACCOUNT-FILE
               CLOSE FS-EMP-ACCOUNT-FILE
               OPEN I-O FS-EMP-ACCOUNT-FILE
           END-IF
           MOVE 'N' TO WS-EAL-FOUND
           MOVE WS-EAL-EMP-ENTRY TO FS-EAC-EMP-ID
           READ FS-EMP-ACCOUNT-FILE
           KEY IS FS-EAC-EMP-ID
           INVALID KEY
               MOVE SPACES TO FS-EMP-ACCOUNT-RECORD
               MOVE WS-EAL-EMP-ENTRY TO FS-EAC-EMP-ID
               MOVE ZEROES TO FS-EAC-BALANCE
               MOVE ZEROES TO FS-EAC-DEDUCT-CAP
               MOVE 'active' TO FS-EAC-STATUS
           NOT INVALID KEY
               MOVE 'Y' TO WS-EAL-FOUND
           END-READ
           IF WS-EAL-POST-DR-CR = 'D' THEN
               ADD WS-EAL-POST-AMOUNT TO FS-EAC-BALANCE
           ELSE
               SUBTRACT WS-EAL-POST-AMOUNT FROM FS-EAC-BALANCE
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-EAC-TIME-STAMP
           IF WS-EAL-FOUND = 'Y' THEN
               REWRITE FS-EMP-ACCOUNT-RECORD
               END-REWRITE
           ELSE
               WRITE FS-EMP-ACCOUNT-RECORD
               END-WRITE
           END-IF
           MOVE FS-EAC-BALANCE TO WS-EAL-BALANCE
           CLOSE FS-EMP-ACCOUNT-FILE

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'EMPLEDGER' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-EMP-LEDGER-FILE
           IF WS-EAL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-EMP-LEDGER-FILE
           END-IF
           MOVE SPACES TO FS-EMP-LEDGER-RECORD
           MOVE WS-EAL-EMP-ENTRY TO FS-EAL-EMP-ID
           MOVE WS-GENERATED-ID TO FS-EAL-ENTRY-ID
           MOVE WS-EAL-POST-TYPE TO FS-EAL-ENTRY-TYPE
           MOVE WS-EAL-POST-DR-CR TO FS-EAL-DR-CR
           MOVE WS-EAL-POST-AMOUNT TO FS-EAL-AMOUNT
           MOVE WS-EAL-POST-SOURCE TO FS-EAL-SOURCE-REF
           MOVE WS-EAL-POST-DESC TO FS-EAL-DESCRIPTION
           MOVE WS-TS-DATE TO FS-EAL-ENTRY-DATE
           MOVE WS-AUDIT-ADMIN-ID TO FS-EAL-APPROVED-BY
           MOVE WS-EAL-BALANCE TO FS-EAL-BALANCE-AFTER
           MOVE WS-TIME-STAMP TO FS-EAL-TIME-STAMP
           WRITE FS-EMP-LEDGER-RECORD
           END-WRITE
           CLOSE FS-EMP-LEDGER-FILE

           MOVE 'EMP-ACCOUNTABILITY' TO WS-AUDIT-ACTION
           MOVE WS-EAL-EMP-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           MOVE WS-EAL-POST-AMOUNT TO WS-EAL-AMOUNT-EDIT
           MOVE WS-EAL-BALANCE TO WS-EAL-BALANCE-EDIT
           DISPLAY ' '
           DISPLAY ' ' WS-EAL-POST-TYPE ' ' WS-EAL-AMOUNT-EDIT
               ' posted to ' WS-EAL-EMP-ENTRY
           DISPLAY ' Balance now owing : ' WS-EAL-BALANCE-EDIT
           .

       EMPLOYEE-STATEMENT.
           DISPLAY 'Employee ID : ' WITH NO ADVANCING
           ACCEPT WS-EAL-EMP-ENTRY
           DISPLAY ' '
           DISPLAY ' STATEMENT OF ACCOUNT - ' WS-EAL-EMP-ENTRY
           DISPLAY ' DATE       TYPE       REFERENCE       '
               '     CHARGE     CREDIT    BALANCE'
           DISPLAY '---------------------------------------------------'
               '----------------------'
           MOVE ZEROES TO WS-EAL-COUNT
           MOVE SPACES TO WS-EAL-EOF
           OPEN INPUT FS-EMP-LEDGER-FILE
           IF WS-EAL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EAL-EOF
           ELSE
               MOVE WS-EAL-EMP-ENTRY TO FS-EAL-EMP-ID
               MOVE LOW-VALUES TO FS-EAL-ENTRY-ID
               START FS-EMP-LEDGER-FILE KEY IS >= FS-EAL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EAL-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EAL-EOF = 'Y'
               READ FS-EMP-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EAL-EOF
               NOT AT END
                   IF FS-EAL-EMP-ID NOT = WS-EAL-EMP-ENTRY THEN
                       MOVE 'Y' TO WS-EAL-EOF
                   ELSE
                       ADD 1 TO WS-EAL-COUNT
                       MOVE FS-EAL-AMOUNT TO WS-EAL-AMOUNT-EDIT
                       MOVE FS-EAL-BALANCE-AFTER TO
                           WS-EAL-BALANCE-EDIT
                       IF FS-EAL-DR-CR = 'D' THEN
                           DISPLAY ' ' FS-EAL-ENTRY-DATE ' '
                               FS-EAL-ENTRY-TYPE ' '
                               FS-EAL-SOURCE-REF ' '
                               WS-EAL-AMOUNT-EDIT '            '
                               WS-EAL-BALANCE-EDIT
                       ELSE
                           DISPLAY ' ' FS-EAL-ENTRY-DATE ' '
                               FS-EAL-ENTRY-TYPE ' '
                               FS-EAL-SOURCE-REF '            '
                               WS-EAL-AMOUNT-EDIT ' '
                               WS-EAL-BALANCE-EDIT
                       END-IF
                       IF FS-EAL-DESCRIPTION NOT = SPACES THEN
                           DISPLAY '            '
                               FS-EAL-DESCRIPTION
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-EAL-FILE-STATUS = '00' OR
               WS-EAL-FILE-STATUS = '10' THEN
               CLOSE FS-EMP-LEDGER-FILE
           END-IF

           IF WS-EAL-COUNT = ZEROES THEN
               DISPLAY ' No entries for this employee.'
           END-IF
           PERFORM READ-EMPLOYEE-ACCOUNT
           MOVE WS-EAL-BALANCE TO WS-EAL-BALANCE-EDIT
           MOVE WS-EAL-CAP TO WS-EAL-CAP-EDIT
           DISPLAY ' '
           DISPLAY ' Balance owing           : ' WS-EAL-BALANCE-EDIT
           DISPLAY ' Payroll deduction / pay : ' WS-EAL-CAP-EDIT
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       OUTSTANDING-BALANCE-REPORT.
           DISPLAY ' EMPLOYEE        |     BALANCE | CAP / PAY |'
               ' PAYS TO CLEAR'
           DISPLAY '---------------------------------------------------'
               '-----------'
           MOVE ZEROES TO WS-EAL-COUNT
           MOVE ZEROES TO WS-EAL-TOTAL
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-EMP-ACCOUNT-FILE
           IF WS-EAC-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-EMP-ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-EAC-BALANCE > ZEROES THEN
                       ADD 1 TO WS-EAL-COUNT
                       ADD FS-EAC-BALANCE TO WS-EAL-TOTAL
                       MOVE FS-EAC-BALANCE TO WS-EAL-BALANCE-EDIT
                       MOVE FS-EAC-DEDUCT-CAP TO WS-EAL-CAP-EDIT
                       IF FS-EAC-DEDUCT-CAP > ZEROES THEN
                           COMPUTE WS-EAL-PERIODS =
                               (FS-EAC-BALANCE +
                               FS-EAC-DEDUCT-CAP - 0.01) /
                               FS-EAC-DEDUCT-CAP
                           DISPLAY ' ' FS-EAC-EMP-ID ' | '
                               WS-EAL-BALANCE-EDIT ' | '
                               WS-EAL-CAP-EDIT ' | ' WS-EAL-PERIODS
                       ELSE
                           DISPLAY ' ' FS-EAC-EMP-ID ' | '
                               WS-EAL-BALANCE-EDIT ' | '
                               WS-EAL-CAP-EDIT ' | CASH ONLY'
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-EAC-FILE-STATUS = '00' OR
               WS-EAC-FILE-STATUS = '10' THEN
               CLOSE FS-EMP-ACCOUNT-FILE
           END-IF

           MOVE WS-EAL-TOTAL TO WS-EAL-TOTAL-EDIT
           DISPLAY '---------------------------------------------------'
               '-----------'
           DISPLAY ' ' WS-EAL-COUNT ' employee(s) owing, total '
               WS-EAL-TOTAL-EDIT
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       CREW-LEAVE-PAGE.
      *    Crew availability calendar. Leave is filed by anyone at the
      *    terminal and only counts once a supervisor approves it;
      *    rest days, suspensions and entitlements are supervisor
      *    settings. CHECK-CREW-CALENDAR applies all of it when a
      *    driver or conductor is put on a trip.
           MOVE SPACES TO WS-LV-MENU-CHOICE
           PERFORM UNTIL WS-LV-MENU-CHOICE = '8'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Crew Leave / Rest Days                 *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Set Rest Days and Leave Entitlements'
           DISPLAY '2 - Suspend or Reinstate a Crew Member'
           DISPLAY '3 - File a Leave Request'
           DISPLAY '4 - Approve or Reject Pending Leave'
           DISPLAY '5 - Cancel a Leave'
           DISPLAY '6 - Crew Unavailable on a Date'
           DISPLAY '7 - Leave Balance Report'
           DISPLAY '8 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-LV-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-LV-MENU-CHOICE
               WHEN '1'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM SET-CREW-REST-DAYS
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '2'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM SET-CREW-SUSPENSION
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '3'
                   PERFORM FILE-LEAVE-REQUEST
               WHEN '4'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM DECIDE-LEAVE-REQUESTS
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '5'
                   PERFORM CANCEL-LEAVE
               WHEN '6'
                   PERFORM LIST-CREW-OFF-ON-DATE
               WHEN '7'
                   PERFORM LEAVE-BALANCE-REPORT
               WHEN '8'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       FIND-CREW-MEMBER.
      *    WS-LV-ID-ENTRY must be a driver or conductor; sets
      *    WS-LV-ROLE (D/C, spaces if neither) and WS-LV-NAME.
           MOVE SPACES TO WS-LV-ROLE
           MOVE SPACES TO WS-LV-NAME
           OPEN INPUT FS-DRIVERS-FILE
           MOVE WS-LV-ID-ENTRY TO FS-DRIVER-ID
           READ FS-DRIVERS-FILE
           KEY IS FS-DRIVER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'D' TO WS-LV-ROLE
               MOVE FS-DRIVER-NAME TO WS-LV-NAME
           END-READ
           CLOSE FS-DRIVERS-FILE
           IF WS-LV-ROLE = SPACES THEN
               OPEN INPUT FS-CONDUCTORS-FILE
               MOVE WS-LV-ID-ENTRY TO FS-CD-CONDUCTOR-ID
               READ FS-CONDUCTORS-FILE
               KEY IS FS-CD-CONDUCTOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO WS-LV-ROLE
                   MOVE FS-CD-NAME TO WS-LV-NAME
               END-READ
               CLOSE FS-CONDUCTORS-FILE
           END-IF
           .

       READ-CREW-AVAILABILITY.
      *    Loads the calendar row for WS-LV-ID-ENTRY into
      *    FS-CREW-AVAIL-RECORD, or a default row (no rest days,
      *    not suspended, 5 vacation, 5 sick and 3 emergency days)
      *    when there is none yet. WS-LV-FOUND says which.
           MOVE 'N' TO WS-LV-FOUND
           OPEN INPUT FS-CREW-AVAIL-FILE
           IF WS-CAV-FILE-STATUS = '00' THEN
               MOVE WS-LV-ID-ENTRY TO FS-CAV-EMP-ID
               READ FS-CREW-AVAIL-FILE
               KEY IS FS-CAV-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LV-FOUND
               END-READ
               CLOSE FS-CREW-AVAIL-FILE
           END-IF
           IF WS-LV-FOUND = 'N' THEN
               MOVE SPACES TO FS-CREW-AVAIL-RECORD
               MOVE WS-LV-ID-ENTRY TO FS-CAV-EMP-ID
               MOVE WS-LV-ROLE TO FS-CAV-ROLE
               MOVE 'NNNNNNN' TO FS-CAV-REST-DAYS
               MOVE 'available' TO FS-CAV-STATUS
               MOVE ZEROES TO FS-CAV-SUSPEND-FROM
               MOVE ZEROES TO FS-CAV-SUSPEND-TO
               MOVE 5 TO FS-CAV-VL-DAYS
               MOVE 5 TO FS-CAV-SL-DAYS
               MOVE 3 TO FS-CAV-EL-DAYS
           END-IF
           .

       SAVE-CREW-AVAILABILITY.
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-CAV-TIME-STAMP
           OPEN I-O FS-CREW-AVAIL-FILE
           IF WS-CAV-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CREW-AVAIL-FILE
           END-IF
           WRITE FS-CREW-AVAIL-RECORD
               INVALID KEY
                   REWRITE FS-CREW-AVAIL-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE FS-CREW-AVAIL-FILE
           .

       SET-CREW-REST-DAYS.
           DISPLAY 'Driver or conductor ID : ' WITH NO ADVANCING
           ACCEPT WS-LV-ID-ENTRY
           PERFORM FIND-CREW-MEMBER
           IF WS-LV-ROLE = SPACES THEN
               DISPLAY ' '
               DISPLAY ' No driver or conductor with that ID.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CREW-AVAILABILITY
           DISPLAY ' ' WS-LV-NAME
           DISPLAY ' Rest days (MTWTFSS) : ' FS-CAV-REST-DAYS
           DISPLAY ' Vacation / sick / emergency days per year : '
               FS-CAV-VL-DAYS ' / ' FS-CAV-SL-DAYS ' / '
               FS-CAV-EL-DAYS
           DISPLAY ' '
           DISPLAY 'Rest days, Y per day off, Monday first'
           DISPLAY '  (e.g. NNNNNNY, blank = keep) : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-LV-REST-ENTRY
           ACCEPT WS-LV-REST-ENTRY
           DISPLAY 'Vacation days per year  (0 = keep) : '
               WITH NO ADVANCING
           ACCEPT WS-LV-VL-ENTRY
           DISPLAY 'Sick days per year      (0 = keep) : '
               WITH NO ADVANCING
           ACCEPT WS-LV-SL-ENTRY
           DISPLAY 'Emergency days per year (0 = keep) : '
               WITH NO ADVANCING
           ACCEPT WS-LV-EL-ENTRY

           IF WS-LV-REST-ENTRY NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-LV-REST-ENTRY) TO
                   WS-LV-REST-ENTRY
               INSPECT WS-LV-REST-ENTRY REPLACING ALL SPACE BY 'N'
               MOVE ZEROES TO WS-LV-COUNT
               INSPECT WS-LV-REST-ENTRY TALLYING WS-LV-COUNT
                   FOR ALL 'Y' ALL 'N'
               IF WS-LV-COUNT NOT = 7 THEN
                   PERFORM INVALID-INPUT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LV-REST-ENTRY TO FS-CAV-REST-DAYS
           END-IF
           IF WS-LV-VL-ENTRY > ZEROES THEN
               MOVE WS-LV-VL-ENTRY TO FS-CAV-VL-DAYS
           END-IF
           IF WS-LV-SL-ENTRY > ZEROES THEN
               MOVE WS-LV-SL-ENTRY TO FS-CAV-SL-DAYS
           END-IF
           IF WS-LV-EL-ENTRY > ZEROES THEN
               MOVE WS-LV-EL-ENTRY TO FS-CAV-EL-DAYS
           END-IF
           MOVE WS-LV-ROLE TO FS-CAV-ROLE
           PERFORM SAVE-CREW-AVAILABILITY

           MOVE 'SET-CREW-REST-DAYS' TO WS-AUDIT-ACTION
           MOVE WS-LV-ID-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Crew calendar saved.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       SET-CREW-SUSPENSION.
      *    A suspension runs from its start date to its end date; an
      *    open-ended one (no end date) lasts until reinstated.
           DISPLAY 'Driver or conductor ID : ' WITH NO ADVANCING
           ACCEPT WS-LV-ID-ENTRY
           PERFORM FIND-CREW-MEMBER
           IF WS-LV-ROLE = SPACES THEN
               DISPLAY ' '
               DISPLAY ' No driver or conductor with that ID.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CREW-AVAILABILITY
           DISPLAY ' ' WS-LV-NAME ' - ' FS-CAV-STATUS

           IF FS-CAV-IS-SUSPENDED THEN
               DISPLAY 'Reinstate now? [Y/N] : ' WITH NO ADVANCING
               ACCEPT WS-LV-DECISION
               IF WS-LV-DECISION NOT = 'Y' AND
                   WS-LV-DECISION NOT = 'y' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'available' TO FS-CAV-STATUS
               MOVE ZEROES TO FS-CAV-SUSPEND-FROM
               MOVE ZEROES TO FS-CAV-SUSPEND-TO
               MOVE SPACES TO FS-CAV-SUSPEND-REASON
               MOVE 'CREW-REINSTATED' TO WS-AUDIT-ACTION
           ELSE
               DISPLAY 'Suspended from [MM/DD/YYYY]        : '
                   WITH NO ADVANCING
               ACCEPT WS-LV-FROM-ENTRY
               DISPLAY 'Suspended to   [MM/DD/YYYY] (blank = until'
                   ' reinstated) : ' WITH NO ADVANCING
               MOVE SPACES TO WS-LV-TO-ENTRY
               ACCEPT WS-LV-TO-ENTRY
               DISPLAY 'Reason : ' WITH NO ADVANCING
               ACCEPT WS-LV-REASON-ENTRY
               MOVE WS-LV-FROM-ENTRY(7:4) TO WS-LV-FROM-INT(1:4)
               MOVE WS-LV-FROM-ENTRY(1:2) TO WS-LV-FROM-INT(5:2)
               MOVE WS-LV-FROM-ENTRY(4:2) TO WS-LV-FROM-INT(7:2)
               MOVE ZEROES TO WS-LV-TO-INT
               IF WS-LV-TO-ENTRY NOT = SPACES THEN
                   MOVE WS-LV-TO-ENTRY(7:4) TO WS-LV-TO-INT(1:4)
                   MOVE WS-LV-TO-ENTRY(1:2) TO WS-LV-TO-INT(5:2)
                   MOVE WS-LV-TO-ENTRY(4:2) TO WS-LV-TO-INT(7:2)
               END-IF
               IF WS-LV-FROM-INT IS NOT NUMERIC OR
                   WS-LV-TO-INT IS NOT NUMERIC OR
                   (WS-LV-TO-INT NOT = ZEROES AND
                   WS-LV-TO-INT < WS-LV-FROM-INT) THEN
                   PERFORM INVALID-INPUT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'suspended' TO FS-CAV-STATUS
               MOVE WS-LV-FROM-INT TO FS-CAV-SUSPEND-FROM
               MOVE WS-LV-TO-INT TO FS-CAV-SUSPEND-TO
               MOVE WS-LV-REASON-ENTRY TO FS-CAV-SUSPEND-REASON
               MOVE 'CREW-SUSPENDED' TO WS-AUDIT-ACTION
           END-IF
           MOVE WS-LV-ROLE TO FS-CAV-ROLE
           PERFORM SAVE-CREW-AVAILABILITY

           MOVE WS-LV-ID-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Crew calendar saved.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       FILE-LEAVE-REQUEST.
      *    Days charged to the leave balance are the calendar days
      *    in the range less the person's weekly rest days.
           DISPLAY 'Driver or conductor ID : ' WITH NO ADVANCING
           ACCEPT WS-LV-ID-ENTRY
           PERFORM FIND-CREW-MEMBER
           IF WS-LV-ROLE = SPACES THEN
               DISPLAY ' '
               DISPLAY ' No driver or conductor with that ID.'
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           DISPLAY ' ' WS-LV-NAME
           DISPLAY '[V]acation, [S]ick or [E]mergency : '
               WITH NO ADVANCING
           ACCEPT WS-LV-TYPE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-LV-TYPE-ENTRY) TO
               WS-LV-TYPE-ENTRY
           DISPLAY 'First day [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-LV-FROM-ENTRY
           DISPLAY 'Last day  [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-LV-TO-ENTRY
           DISPLAY 'Reason : ' WITH NO ADVANCING
           ACCEPT WS-LV-REASON-ENTRY

           EVALUATE WS-LV-TYPE-ENTRY
               WHEN 'V' MOVE 'VACATION' TO WS-LV-TYPE
               WHEN 'S' MOVE 'SICK' TO WS-LV-TYPE
               WHEN 'E' MOVE 'EMERGENCY' TO WS-LV-TYPE
               WHEN OTHER MOVE SPACES TO WS-LV-TYPE
           END-EVALUATE
           MOVE WS-LV-FROM-ENTRY(7:4) TO WS-LV-FROM-INT(1:4)
           MOVE WS-LV-FROM-ENTRY(1:2) TO WS-LV-FROM-INT(5:2)
           MOVE WS-LV-FROM-ENTRY(4:2) TO WS-LV-FROM-INT(7:2)
           MOVE WS-LV-TO-ENTRY(7:4) TO WS-LV-TO-INT(1:4)
           MOVE WS-LV-TO-ENTRY(1:2) TO WS-LV-TO-INT(5:2)
           MOVE WS-LV-TO-ENTRY(4:2) TO WS-LV-TO-INT(7:2)
           IF WS-LV-TYPE = SPACES OR
               WS-LV-FROM-INT IS NOT NUMERIC OR
               WS-LV-TO-INT IS NOT NUMERIC OR
               WS-LV-TO-INT < WS-LV-FROM-INT THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CREW-AVAILABILITY
           MOVE FS-CAV-REST-DAYS TO WS-LV-REST-DAYS
           MOVE ZEROES TO WS-LV-DAYS
           COMPUTE WS-LV-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-LV-FROM-INT)
           COMPUTE WS-LV-LAST-NUM =
               FUNCTION INTEGER-OF-DATE(WS-LV-TO-INT)
           PERFORM UNTIL WS-LV-DAY-NUM > WS-LV-LAST-NUM
               COMPUTE WS-LV-DOW =
                   FUNCTION MOD(WS-LV-DAY-NUM - 1, 7) + 1
               IF WS-LV-REST-DAYS(WS-LV-DOW:1) NOT = 'Y' THEN
                   ADD 1 TO WS-LV-DAYS
               END-IF
               ADD 1 TO WS-LV-DAY-NUM
           END-PERFORM

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'LEAVE' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-CREW-LEAVE-FILE
           IF WS-LV-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CREW-LEAVE-FILE
           END-IF
           MOVE SPACES TO FS-CREW-LEAVE-RECORD
           MOVE WS-LV-ID-ENTRY TO FS-LV-EMP-ID
           MOVE WS-GENERATED-ID TO FS-LV-LEAVE-ID
           MOVE WS-LV-TYPE TO FS-LV-TYPE
           MOVE WS-LV-FROM-INT TO FS-LV-START-INT
           MOVE WS-LV-TO-INT TO FS-LV-END-INT
           MOVE WS-LV-DAYS TO FS-LV-DAYS
           MOVE WS-LV-REASON-ENTRY TO FS-LV-REASON
           MOVE 'pending' TO FS-LV-STATUS
           MOVE WS-AUDIT-ADMIN-ID TO FS-LV-FILED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-LV-TIME-STAMP
           WRITE FS-CREW-LEAVE-RECORD
           END-WRITE
           CLOSE FS-CREW-LEAVE-FILE

           MOVE 'LEAVE-FILED' TO WS-AUDIT-ACTION
           MOVE WS-GENERATED-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Leave ' WS-GENERATED-ID ' filed for ' WS-LV-DAYS
               ' working day(s), pending approval.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       DECIDE-LEAVE-REQUESTS.
      *    Walks the pending requests one at a time. Approving shows
      *    the balance the leave would leave; a negative balance is
      *    allowed (leave without pay) but is flagged. The pending
      *    keys are gathered first because working out a balance
      *    reads the leave file again.
           MOVE ZEROES TO WS-LV-PEND-COUNT
           MOVE SPACES TO WS-LV-EOF
           OPEN INPUT FS-CREW-LEAVE-FILE
           IF WS-LV-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-LV-EOF
           END-IF
           PERFORM UNTIL WS-LV-EOF = 'Y'
               READ FS-CREW-LEAVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LV-EOF
               NOT AT END
                   IF FS-LV-STATUS = 'pending' AND
                       WS-LV-PEND-COUNT < 100 THEN
                       ADD 1 TO WS-LV-PEND-COUNT
                       MOVE FS-LV-KEY TO
                           WS-LV-PEND-KEY(WS-LV-PEND-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           IF WS-LV-FILE-STATUS = '00' OR
               WS-LV-FILE-STATUS = '10' THEN
               CLOSE FS-CREW-LEAVE-FILE
           END-IF

           IF WS-LV-PEND-COUNT = ZEROES THEN
               DISPLAY ' No leave requests are pending.'
           END-IF
           PERFORM VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I > WS-LV-PEND-COUNT
               PERFORM DECIDE-ONE-LEAVE
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       DECIDE-ONE-LEAVE.
           OPEN INPUT FS-CREW-LEAVE-FILE
           MOVE WS-LV-PEND-KEY(WS-LV-I) TO FS-LV-KEY
           READ FS-CREW-LEAVE-FILE
           KEY IS FS-LV-KEY
           INVALID KEY
               MOVE SPACES TO FS-LV-STATUS
           END-READ
           CLOSE FS-CREW-LEAVE-FILE
           IF FS-LV-STATUS NOT = 'pending' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-LV-START-INT TO WS-LV-DATE-INT
           PERFORM FORMAT-LEAVE-DATE
           MOVE WS-LV-DATE-SHOW TO WS-LV-FROM-SHOW
           MOVE FS-LV-END-INT TO WS-LV-DATE-INT
           PERFORM FORMAT-LEAVE-DATE
           MOVE WS-LV-DATE-SHOW TO WS-LV-TO-SHOW
           MOVE FS-LV-TYPE TO WS-LV-TYPE
           MOVE FS-LV-DAYS TO WS-LV-DAYS
           DISPLAY ' '
           DISPLAY ' ' FS-LV-LEAVE-ID ' ' FS-LV-EMP-ID ' '
               FS-LV-TYPE ' ' WS-LV-FROM-SHOW ' - ' WS-LV-TO-SHOW
               ' ' FS-LV-DAYS ' day(s)'
           DISPLAY '   ' FS-LV-REASON

           MOVE FS-LV-EMP-ID TO WS-LV-ID-ENTRY
           MOVE FS-LV-START-INT(1:4) TO WS-LV-YEAR
           PERFORM TALLY-LEAVE-TAKEN
           EVALUATE WS-LV-TYPE
               WHEN 'VACATION'
                   COMPUTE WS-LV-AFTER = WS-LV-VL-LEFT - WS-LV-DAYS
               WHEN 'SICK'
                   COMPUTE WS-LV-AFTER = WS-LV-SL-LEFT - WS-LV-DAYS
               WHEN OTHER
                   COMPUTE WS-LV-AFTER = WS-LV-EL-LEFT - WS-LV-DAYS
           END-EVALUATE
           MOVE WS-LV-AFTER TO WS-LV-LEFT-EDIT-1
           DISPLAY '   Balance after approval : ' WS-LV-LEFT-EDIT-1
           IF WS-LV-AFTER < ZEROES THEN
               DISPLAY '   ** exceeds entitlement - leave without pay'
           END-IF

           DISPLAY '   [A]pprove, [R]eject or [S]kip : '
               WITH NO ADVANCING
           ACCEPT WS-LV-DECISION
           MOVE FUNCTION UPPER-CASE(WS-LV-DECISION) TO WS-LV-DECISION
           IF WS-LV-DECISION NOT = 'A' AND
               WS-LV-DECISION NOT = 'R' THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-CREW-LEAVE-FILE
           MOVE WS-LV-PEND-KEY(WS-LV-I) TO FS-LV-KEY
           READ FS-CREW-LEAVE-FILE
           KEY IS FS-LV-KEY
           NOT INVALID KEY
               IF WS-LV-DECISION = 'A' THEN
                   MOVE 'approved' TO FS-LV-STATUS
                   MOVE 'LEAVE-APPROVED' TO WS-AUDIT-ACTION
               ELSE
                   MOVE 'rejected' TO FS-LV-STATUS
                   MOVE 'LEAVE-REJECTED' TO WS-AUDIT-ACTION
               END-IF
               MOVE WS-AUDIT-ADMIN-ID TO FS-LV-DECIDED-BY
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-LV-TIME-STAMP
               REWRITE FS-CREW-LEAVE-RECORD
               END-REWRITE
               MOVE FS-LV-LEAVE-ID TO WS-AUDIT-RECORD-KEY
               PERFORM WRITE-AUDIT-LOG
           END-READ
           CLOSE FS-CREW-LEAVE-FILE
           .

       CANCEL-LEAVE.
      *    A pending or approved leave can be withdrawn; cancelling
      *    an approved one frees the person for assignment again and
      *    returns the days to the balance.
           DISPLAY 'Driver or conductor ID : ' WITH NO ADVANCING
           ACCEPT WS-LV-ID-ENTRY
           DISPLAY 'Leave ID               : ' WITH NO ADVANCING
           ACCEPT WS-LV-LEAVE-ENTRY

           OPEN I-O FS-CREW-LEAVE-FILE
           IF WS-LV-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No leave on file yet.'
           ELSE
               MOVE WS-LV-ID-ENTRY TO FS-LV-EMP-ID
               MOVE WS-LV-LEAVE-ENTRY TO FS-LV-LEAVE-ID
               READ FS-CREW-LEAVE-FILE
               KEY IS FS-LV-KEY
               INVALID KEY
                   DISPLAY ' That leave is not on file.'
               NOT INVALID KEY
                   IF FS-LV-STATUS = 'pending' OR
                       FS-LV-STATUS = 'approved' THEN
                       MOVE 'cancelled' TO FS-LV-STATUS
                       MOVE WS-AUDIT-ADMIN-ID TO FS-LV-DECIDED-BY
                       PERFORM GENERATE-TIME-STAMP
                       MOVE WS-TIME-STAMP TO FS-LV-TIME-STAMP
                       REWRITE FS-CREW-LEAVE-RECORD
                       END-REWRITE
                       MOVE 'LEAVE-CANCELLED' TO WS-AUDIT-ACTION
                       MOVE FS-LV-LEAVE-ID TO WS-AUDIT-RECORD-KEY
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY ' Leave cancelled.'
                   ELSE
                       DISPLAY ' That leave is already '
                           FS-LV-STATUS
                   END-IF
               END-READ
               CLOSE FS-CREW-LEAVE-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       LIST-CREW-OFF-ON-DATE.
      *    Everyone the assignment checks would refuse on the date.
           DISPLAY 'Date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-CAL-DATE
           DISPLAY ' '
           DISPLAY ' CREW ID         | R | NAME'
               '                           | REASON'
           DISPLAY '---------------------------------------------------'
               '-----------------------'
           MOVE ZEROES TO WS-LV-COUNT
           MOVE SPACES TO WS-LV-EOF
           OPEN INPUT FS-DRIVERS-FILE
           PERFORM UNTIL WS-LV-EOF = 'Y'
               READ FS-DRIVERS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LV-EOF
               NOT AT END
                   MOVE FS-DRIVER-ID TO WS-CAL-EMP-ID
                   PERFORM CHECK-CREW-CALENDAR
                   IF WS-CAL-IS-BLOCKED THEN
                       ADD 1 TO WS-LV-COUNT
                       DISPLAY ' ' FS-DRIVER-ID ' | D | '
                           FS-DRIVER-NAME ' | ' WS-CAL-REASON
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-DRIVERS-FILE
           MOVE SPACES TO WS-LV-EOF
           OPEN INPUT FS-CONDUCTORS-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-LV-EOF
           END-IF
           PERFORM UNTIL WS-LV-EOF = 'Y'
               READ FS-CONDUCTORS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LV-EOF
               NOT AT END
                   MOVE FS-CD-CONDUCTOR-ID TO WS-CAL-EMP-ID
                   PERFORM CHECK-CREW-CALENDAR
                   IF WS-CAL-IS-BLOCKED THEN
                       ADD 1 TO WS-LV-COUNT
                       DISPLAY ' ' FS-CD-CONDUCTOR-ID ' | C | '
                           FS-CD-NAME ' | ' WS-CAL-REASON
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CONDUCTORS-FILE
           IF WS-LV-COUNT = ZEROES THEN
               DISPLAY ' All crew are available that day.'
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       LEAVE-BALANCE-REPORT.
      *    Entitlement, approved days taken and days left for the
      *    year, per driver and conductor on the crew calendar.
           DISPLAY 'Year [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-LV-YEAR
           DISPLAY ' '
           DISPLAY ' LEAVE BALANCES FOR ' WS-LV-YEAR
           DISPLAY ' CREW ID         | R |  VACATION    |'
               '    SICK      |  EMERGENCY'
           DISPLAY '                 |   | ENT TKN LEFT |'
               ' ENT TKN LEFT | ENT TKN LEFT'
           DISPLAY '---------------------------------------------------'
               '-------------------------'
           MOVE SPACES TO WS-LV-EOF
           OPEN INPUT FS-CREW-AVAIL-FILE
           IF WS-CAV-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-LV-EOF
               DISPLAY ' No crew on the calendar yet.'
           END-IF
           PERFORM UNTIL WS-LV-EOF = 'Y'
               READ FS-CREW-AVAIL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LV-EOF
               NOT AT END
                   MOVE FS-CAV-EMP-ID TO WS-LV-ID-ENTRY
                   PERFORM TALLY-LEAVE-TAKEN
                   MOVE WS-LV-VL-LEFT TO WS-LV-LEFT-EDIT-1
                   MOVE WS-LV-SL-LEFT TO WS-LV-LEFT-EDIT-2
                   MOVE WS-LV-EL-LEFT TO WS-LV-LEFT-EDIT-3
                   DISPLAY ' ' FS-CAV-EMP-ID ' | ' FS-CAV-ROLE ' | '
                       FS-CAV-VL-DAYS ' ' WS-LV-VL-TAKEN
                       WS-LV-LEFT-EDIT-1 ' | '
                       FS-CAV-SL-DAYS ' ' WS-LV-SL-TAKEN
                       WS-LV-LEFT-EDIT-2 ' | '
                       FS-CAV-EL-DAYS ' ' WS-LV-EL-TAKEN
                       WS-LV-LEFT-EDIT-3
               END-READ
           END-PERFORM
           IF WS-CAV-FILE-STATUS = '00' OR
               WS-CAV-FILE-STATUS = '10' THEN
               CLOSE FS-CREW-AVAIL-FILE
           END-IF
           DISPLAY ' '
           DISPLAY ' Crew with no calendar row have the default'
               ' entitlement; set rest days to add them.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       TALLY-LEAVE-TAKEN.
      *    Approved leave days for WS-LV-ID-ENTRY starting in
      *    WS-LV-YEAR, by type, and what is left of each entitlement.
      *    Entitlements come from FS-CREW-AVAIL-RECORD when it holds
      *    this person, otherwise the defaults.
           MOVE 5 TO WS-LV-VL-ENTITLE
           MOVE 5 TO WS-LV-SL-ENTITLE
           MOVE 3 TO WS-LV-EL-ENTITLE
           IF FS-CAV-EMP-ID = WS-LV-ID-ENTRY THEN
               MOVE FS-CAV-VL-DAYS TO WS-LV-VL-ENTITLE
               MOVE FS-CAV-SL-DAYS TO WS-LV-SL-ENTITLE
               MOVE FS-CAV-EL-DAYS TO WS-LV-EL-ENTITLE
           ELSE
               PERFORM READ-CREW-AVAILABILITY
               MOVE FS-CAV-VL-DAYS TO WS-LV-VL-ENTITLE
               MOVE FS-CAV-SL-DAYS TO WS-LV-SL-ENTITLE
               MOVE FS-CAV-EL-DAYS TO WS-LV-EL-ENTITLE
           END-IF
           MOVE ZEROES TO WS-LV-VL-TAKEN
           MOVE ZEROES TO WS-LV-SL-TAKEN
           MOVE ZEROES TO WS-LV-EL-TAKEN
           PERFORM SCAN-APPROVED-LEAVE

           COMPUTE WS-LV-VL-LEFT = WS-LV-VL-ENTITLE - WS-LV-VL-TAKEN
           COMPUTE WS-LV-SL-LEFT = WS-LV-SL-ENTITLE - WS-LV-SL-TAKEN
           COMPUTE WS-LV-EL-LEFT = WS-LV-EL-ENTITLE - WS-LV-EL-TAKEN
           .

       SCAN-APPROVED-LEAVE.
           OPEN INPUT FS-CREW-LEAVE-FILE
           IF WS-LV-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LV-SCAN-EOF
           MOVE WS-LV-ID-ENTRY TO FS-LV-EMP-ID
           MOVE LOW-VALUES TO FS-LV-LEAVE-ID
           START FS-CREW-LEAVE-FILE KEY IS >= FS-LV-KEY
           INVALID KEY
               MOVE 'Y' TO WS-LV-SCAN-EOF
           END-START
           PERFORM UNTIL WS-LV-SCAN-EOF = 'Y'
               READ FS-CREW-LEAVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LV-SCAN-EOF
               NOT AT END
                   IF FS-LV-EMP-ID NOT = WS-LV-ID-ENTRY THEN
                       MOVE 'Y' TO WS-LV-SCAN-EOF
                   ELSE
                       IF FS-LV-STATUS = 'approved' AND
                           FS-LV-START-INT(1:4) = WS-LV-YEAR THEN
                           EVALUATE FS-LV-TYPE
                               WHEN 'VACATION'
                                   ADD FS-LV-DAYS TO WS-LV-VL-TAKEN
                               WHEN 'SICK'
                                   ADD FS-LV-DAYS TO WS-LV-SL-TAKEN
                               WHEN OTHER
                                   ADD FS-LV-DAYS TO WS-LV-EL-TAKEN
                           END-EVALUATE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CREW-LEAVE-FILE
           .

       FORMAT-LEAVE-DATE.
           MOVE WS-LV-DATE-INT(5:2) TO WS-LV-DATE-SHOW(1:2)
           MOVE '/' TO WS-LV-DATE-SHOW(3:1)
           MOVE WS-LV-DATE-INT(7:2) TO WS-LV-DATE-SHOW(4:2)
           MOVE '/' TO WS-LV-DATE-SHOW(6:1)
           MOVE WS-LV-DATE-INT(1:4) TO WS-LV-DATE-SHOW(7:4)
           .

       CHECK-CREW-CALENDAR.
      *    Is WS-CAL-EMP-ID off on WS-CAL-DATE? Suspension, weekly
      *    rest day or approved leave, in that order. Crew with no
      *    calendar row and no leave are always available.
           MOVE 'N' TO WS-CAL-BLOCKED
           MOVE SPACES TO WS-CAL-REASON
           MOVE WS-CAL-DATE(7:4) TO WS-CAL-DATE-INT(1:4)
           MOVE WS-CAL-DATE(1:2) TO WS-CAL-DATE-INT(5:2)
           MOVE WS-CAL-DATE(4:2) TO WS-CAL-DATE-INT(7:2)
           IF WS-CAL-DATE-INT IS NOT NUMERIC OR
               WS-CAL-DATE-INT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAL-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-INT) - 1, 7) + 1

           OPEN INPUT FS-CREW-AVAIL-FILE
           IF WS-CAV-FILE-STATUS = '00' THEN
               MOVE WS-CAL-EMP-ID TO FS-CAV-EMP-ID
               READ FS-CREW-AVAIL-FILE
               KEY IS FS-CAV-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-CAV-IS-SUSPENDED AND
                       FS-CAV-SUSPEND-FROM <= WS-CAL-DATE-INT AND
                       (FS-CAV-SUSPEND-TO = ZEROES OR
                       FS-CAV-SUSPEND-TO >= WS-CAL-DATE-INT) THEN
                       MOVE 'Y' TO WS-CAL-BLOCKED
                       MOVE 'SUSPENDED' TO WS-CAL-REASON
                   ELSE
                       IF FS-CAV-REST-DAYS(WS-CAL-DOW:1) = 'Y' THEN
                           MOVE 'Y' TO WS-CAL-BLOCKED
                           MOVE 'REST DAY' TO WS-CAL-REASON
                       END-IF
                   END-IF
               END-READ
               CLOSE FS-CREW-AVAIL-FILE
           END-IF
           IF WS-CAL-IS-BLOCKED THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-CREW-LEAVE-FILE
           IF WS-LV-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LV-SCAN-EOF
           MOVE WS-CAL-EMP-ID TO FS-LV-EMP-ID
           MOVE LOW-VALUES TO FS-LV-LEAVE-ID
           START FS-CREW-LEAVE-FILE KEY IS >= FS-LV-KEY
           INVALID KEY
               MOVE 'Y' TO WS-LV-SCAN-EOF
           END-START
           PERFORM UNTIL WS-LV-SCAN-EOF = 'Y'
               READ FS-CREW-LEAVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LV-SCAN-EOF
               NOT AT END
                   IF FS-LV-EMP-ID NOT = WS-CAL-EMP-ID THEN
                       MOVE 'Y' TO WS-LV-SCAN-EOF
                   ELSE
                       IF FS-LV-STATUS = 'approved' AND
                           FS-LV-START-INT <= WS-CAL-DATE-INT AND
                           FS-LV-END-INT >= WS-CAL-DATE-INT THEN
                           MOVE 'Y' TO WS-CAL-BLOCKED
                           STRING 'ON ' DELIMITED BY SIZE
                               FS-LV-TYPE DELIMITED BY SPACE
                               ' LEAVE' DELIMITED BY SIZE
                               INTO WS-CAL-REASON
                           END-STRING
                           MOVE 'Y' TO WS-LV-SCAN-EOF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-CREW-LEAVE-FILE
           .

       OWNER-OPERATOR-PAGE.
      *    Owner-operator master and the ownership flag on each bus.
      *    owner_settlement settles the owners' trips every night;
      *    the history here is what it filed.
           MOVE SPACES TO WS-OWN-MENU-CHOICE
           PERFORM UNTIL WS-OWN-MENU-CHOICE = '5'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Owner-Operators                        *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Add or Change an Owner'
           DISPLAY '2 - Set Bus Ownership'
           DISPLAY '3 - Owners and Their Buses'
           DISPLAY '4 - Owner Settlement History'
           DISPLAY '5 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-OWN-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-OWN-MENU-CHOICE
               WHEN '1'
                   PERFORM MAINTAIN-VEHICLE-OWNER
               WHEN '2'
                   PERFORM SET-VEHICLE-OWNERSHIP
               WHEN '3'
                   PERFORM LIST-VEHICLE-OWNERS
               WHEN '4'
                   PERFORM OWNER-SETTLEMENT-HISTORY
               WHEN '5'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       MAINTAIN-VEHICLE-OWNER.
      *    A blank ID adds a new owner. Blank or zero answers keep
      *    what is on file; the carry-forward is only ever moved by
      *    the settlement run.
           DISPLAY 'Owner ID (blank = new owner) : ' WITH NO ADVANCING
           MOVE SPACES TO WS-OWN-ID-ENTRY
           ACCEPT WS-OWN-ID-ENTRY
           MOVE 'N' TO WS-OWN-NEW
           MOVE SPACES TO FS-VEHICLE-OWNER-RECORD
           IF WS-OWN-ID-ENTRY = SPACES THEN
               MOVE 'Y' TO WS-OWN-NEW
           ELSE
               OPEN INPUT FS-VEHICLE-OWNER-FILE
               MOVE WS-OWN-ID-ENTRY TO FS-OWN-OWNER-ID
               IF WS-OWN-FILE-STATUS = '00' THEN
                   READ FS-VEHICLE-OWNER-FILE
                   KEY IS FS-OWN-OWNER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-OWN-NEW
                   END-READ
                   CLOSE FS-VEHICLE-OWNER-FILE
               ELSE
                   MOVE 'Y' TO WS-OWN-NEW
               END-IF
               IF WS-OWN-NEW = 'Y' THEN
                   DISPLAY ' '
                   DISPLAY ' No owner with that ID.'
                   DISPLAY 'Press Enter to continue...'
                       WITH NO ADVANCING
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
               MOVE FS-OWN-DAILY-BOUNDARY TO WS-OWN-AMOUNT-EDIT
               MOVE FS-OWN-COMPANY-SHARE-PCT TO WS-OWN-PCT-EDIT
               DISPLAY ' ' FS-OWN-NAME ' TIN ' FS-OWN-TIN
               DISPLAY ' Contract ' FS-OWN-CONTRACT-TYPE
                   '  boundary ' WS-OWN-AMOUNT-EDIT
                   '  company share ' WS-OWN-PCT-EDIT '%'
               MOVE FS-OWN-CARRY-FWD TO WS-OWN-AMOUNT-EDIT
               DISPLAY ' Terms ' FS-OWN-TERMS-DAYS ' days  status '
                   FS-OWN-STATUS '  shortfall owed '
                   WS-OWN-AMOUNT-EDIT
               DISPLAY ' '
           END-IF

           MOVE SPACES TO WS-OWN-NAME-ENTRY
           MOVE SPACES TO WS-OWN-TIN-ENTRY
           MOVE SPACES TO WS-OWN-CONTRACT-ENTRY
           MOVE SPACES TO WS-OWN-STATUS-ENTRY
           MOVE ZEROES TO WS-OWN-BOUNDARY-ENTRY
           MOVE ZEROES TO WS-OWN-PCT-ENTRY
           MOVE ZEROES TO WS-OWN-TERMS-ENTRY
           DISPLAY 'Owner name : ' WITH NO ADVANCING
           ACCEPT WS-OWN-NAME-ENTRY
           DISPLAY 'TIN : ' WITH NO ADVANCING
           ACCEPT WS-OWN-TIN-ENTRY
           DISPLAY 'Contract - [B]oundary or revenue [S]hare : '
               WITH NO ADVANCING
           ACCEPT WS-OWN-CONTRACT-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-OWN-CONTRACT-ENTRY) TO
               WS-OWN-CONTRACT-ENTRY
           DISPLAY 'Daily boundary per bus : ' WITH NO ADVANCING
           ACCEPT WS-OWN-BOUNDARY-ENTRY
           DISPLAY 'Company share of fares (%) : ' WITH NO ADVANCING
           ACCEPT WS-OWN-PCT-ENTRY
           DISPLAY 'Payment terms (days) : ' WITH NO ADVANCING
           ACCEPT WS-OWN-TERMS-ENTRY
           DISPLAY 'Status (active/inactive) : ' WITH NO ADVANCING
           ACCEPT WS-OWN-STATUS-ENTRY

           IF WS-OWN-NAME-ENTRY NOT = SPACES THEN
               MOVE WS-OWN-NAME-ENTRY TO FS-OWN-NAME
           END-IF
           IF WS-OWN-TIN-ENTRY NOT = SPACES THEN
               MOVE WS-OWN-TIN-ENTRY TO FS-OWN-TIN
           END-IF
           IF WS-OWN-CONTRACT-ENTRY NOT = SPACES THEN
               MOVE WS-OWN-CONTRACT-ENTRY TO FS-OWN-CONTRACT-TYPE
           END-IF
           IF WS-OWN-BOUNDARY-ENTRY > ZEROES THEN
               MOVE WS-OWN-BOUNDARY-ENTRY TO FS-OWN-DAILY-BOUNDARY
           END-IF
           IF WS-OWN-PCT-ENTRY > ZEROES THEN
               MOVE WS-OWN-PCT-ENTRY TO FS-OWN-COMPANY-SHARE-PCT
           END-IF
           IF WS-OWN-TERMS-ENTRY > ZEROES THEN
               MOVE WS-OWN-TERMS-ENTRY TO FS-OWN-TERMS-DAYS
           END-IF
           IF WS-OWN-STATUS-ENTRY NOT = SPACES THEN
               MOVE WS-OWN-STATUS-ENTRY TO FS-OWN-STATUS
           END-IF
           IF WS-OWN-NEW = 'Y' THEN
               IF FS-OWN-STATUS = SPACES THEN
                   MOVE 'active' TO FS-OWN-STATUS
               END-IF
               IF FS-OWN-DAILY-BOUNDARY IS NOT NUMERIC THEN
                   MOVE ZEROES TO FS-OWN-DAILY-BOUNDARY
               END-IF
               IF FS-OWN-COMPANY-SHARE-PCT IS NOT NUMERIC THEN
                   MOVE ZEROES TO FS-OWN-COMPANY-SHARE-PCT
               END-IF
               IF FS-OWN-TERMS-DAYS IS NOT NUMERIC THEN
                   MOVE ZEROES TO FS-OWN-TERMS-DAYS
               END-IF
               MOVE ZEROES TO FS-OWN-CARRY-FWD
           END-IF

      *    A boundary contract needs the boundary, a share contract
      *    a percentage the company can actually take.
           IF FS-OWN-NAME = SPACES OR
               (FS-OWN-CONTRACT-TYPE NOT = 'B' AND
                FS-OWN-CONTRACT-TYPE NOT = 'S') OR
               (FS-OWN-IS-BOUNDARY AND
                FS-OWN-DAILY-BOUNDARY = ZEROES) OR
               (FS-OWN-IS-SHARE AND
                (FS-OWN-COMPANY-SHARE-PCT = ZEROES OR
                 FS-OWN-COMPANY-SHARE-PCT > 100)) OR
               (FS-OWN-STATUS NOT = 'active' AND
                FS-OWN-STATUS NOT = 'inactive') THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-OWN-NEW = 'Y' THEN
               MOVE ZEROES TO WS-INCREMENT-VALUE
               MOVE 'OWNER' TO WS-SEQ-NAME
               PERFORM NEXT-SEQUENCE-VALUE
               PERFORM GENERATE-ID-SEQUENCE
               MOVE WS-GENERATED-ID TO FS-OWN-OWNER-ID
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-OWN-TIME-STAMP
           OPEN I-O FS-VEHICLE-OWNER-FILE
           IF WS-OWN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-VEHICLE-OWNER-FILE
           END-IF
           WRITE FS-VEHICLE-OWNER-RECORD
               INVALID KEY
                   REWRITE FS-VEHICLE-OWNER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE FS-VEHICLE-OWNER-FILE

           MOVE 'OWNER-MAINTAINED' TO WS-AUDIT-ACTION
           MOVE FS-OWN-OWNER-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Owner ' FS-OWN-OWNER-ID ' saved.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       SET-VEHICLE-OWNERSHIP.
      *    The flag takes effect from the date given, so a bus sold
      *    to an owner mid-month settles as the owner's from that day.
           DISPLAY 'Vehicle ID : ' WITH NO ADVANCING
           ACCEPT WS-OWN-VEHICLE-ENTRY
           OPEN INPUT FS-VEHICLES-FILE
           MOVE WS-OWN-VEHICLE-ENTRY TO FS-VEHICLE-ID
           MOVE 'N' TO WS-OWN-NEW
           READ FS-VEHICLES-FILE
           KEY IS FS-VEHICLE-ID
           INVALID KEY
               MOVE 'Y' TO WS-OWN-NEW
           END-READ
           CLOSE FS-VEHICLES-FILE
           IF WS-OWN-NEW = 'Y' THEN
               PERFORM VEHICLE-NOT-FOUND
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-OWNERSHIP-RECORD
           OPEN INPUT FS-OWNERSHIP-FILE
           IF WS-VOW-FILE-STATUS = '00' THEN
               MOVE WS-OWN-VEHICLE-ENTRY TO FS-VOW-VEHICLE-ID
               READ FS-OWNERSHIP-FILE
               KEY IS FS-VOW-VEHICLE-ID
               INVALID KEY
                   MOVE SPACES TO FS-OWNERSHIP-RECORD
               END-READ
               CLOSE FS-OWNERSHIP-FILE
           END-IF
           DISPLAY ' ' FS-VEHICLE-LICENSE-PLATE
           IF FS-VOW-IS-OWNER-OPERATED THEN
               DISPLAY ' Owner-operated by ' FS-VOW-FK-OWNER-ID
                   ' since ' FS-VOW-EFFECTIVE-DATE
           ELSE
               DISPLAY ' Company bus'
           END-IF
           DISPLAY ' '

           DISPLAY '[O]wner-operated or [C]ompany : ' WITH NO ADVANCING
           ACCEPT WS-OWN-FLAG-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-OWN-FLAG-ENTRY) TO
               WS-OWN-FLAG-ENTRY
           MOVE SPACES TO WS-OWN-ID-ENTRY
           IF WS-OWN-FLAG-ENTRY = 'O' THEN
               DISPLAY 'Owner ID : ' WITH NO ADVANCING
               ACCEPT WS-OWN-ID-ENTRY
           END-IF
           DISPLAY 'Effective [MM/DD/YYYY] (blank = today) : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-OWN-DATE-ENTRY
           ACCEPT WS-OWN-DATE-ENTRY

           IF WS-OWN-FLAG-ENTRY NOT = 'O' AND
               WS-OWN-FLAG-ENTRY NOT = 'C' THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-TIME-STAMP
           IF WS-OWN-DATE-ENTRY = SPACES THEN
               MOVE WS-TS-DATE TO WS-OWN-DATE-ENTRY
           END-IF
           MOVE WS-OWN-DATE-ENTRY(7:4) TO WS-OWN-DATE-INT(1:4)
           MOVE WS-OWN-DATE-ENTRY(1:2) TO WS-OWN-DATE-INT(5:2)
           MOVE WS-OWN-DATE-ENTRY(4:2) TO WS-OWN-DATE-INT(7:2)
           IF WS-OWN-DATE-INT IS NOT NUMERIC THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    Only an active owner on file can take a bus.
           IF WS-OWN-FLAG-ENTRY = 'O' THEN
               MOVE 'N' TO WS-OWN-NEW
               OPEN INPUT FS-VEHICLE-OWNER-FILE
               IF WS-OWN-FILE-STATUS = '00' THEN
                   MOVE WS-OWN-ID-ENTRY TO FS-OWN-OWNER-ID
                   READ FS-VEHICLE-OWNER-FILE
                   KEY IS FS-OWN-OWNER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-OWN-STATUS = 'active' THEN
                           MOVE 'Y' TO WS-OWN-NEW
                       END-IF
                   END-READ
                   CLOSE FS-VEHICLE-OWNER-FILE
               END-IF
               IF WS-OWN-NEW NOT = 'Y' THEN
                   DISPLAY ' '
                   DISPLAY ' No active owner with that ID.'
                   DISPLAY 'Press Enter to continue...'
                       WITH NO ADVANCING
                   ACCEPT WS-BUFFER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO FS-OWNERSHIP-RECORD
           MOVE WS-OWN-VEHICLE-ENTRY TO FS-VOW-VEHICLE-ID
           MOVE WS-OWN-ID-ENTRY TO FS-VOW-FK-OWNER-ID
           MOVE WS-OWN-FLAG-ENTRY TO FS-VOW-OWNERSHIP
           MOVE WS-OWN-DATE-INT TO FS-VOW-EFFECTIVE-DATE
           MOVE WS-TIME-STAMP TO FS-VOW-TIME-STAMP
           OPEN I-O FS-OWNERSHIP-FILE
           IF WS-VOW-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-OWNERSHIP-FILE
           END-IF
           WRITE FS-OWNERSHIP-RECORD
               INVALID KEY
                   REWRITE FS-OWNERSHIP-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           CLOSE FS-OWNERSHIP-FILE

           MOVE 'VEHICLE-OWNERSHIP' TO WS-AUDIT-ACTION
           MOVE WS-OWN-VEHICLE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Ownership saved.'
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       LIST-VEHICLE-OWNERS.
           DISPLAY ' OWNER ID        | NAME                          '
               '| C | BUSES | SHORTFALL OWED'
           DISPLAY '---------------------------------------------------'
               '----------------------------'
           MOVE ZEROES TO WS-OWN-COUNT
           MOVE SPACES TO WS-OWN-EOF
           OPEN INPUT FS-VEHICLE-OWNER-FILE
           IF WS-OWN-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-OWN-EOF
           END-IF
           PERFORM UNTIL WS-OWN-EOF = 'Y'
               READ FS-VEHICLE-OWNER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OWN-EOF
               NOT AT END
                   ADD 1 TO WS-OWN-COUNT
                   PERFORM COUNT-OWNER-BUSES
                   MOVE FS-OWN-CARRY-FWD TO WS-OWN-AMOUNT-EDIT
                   DISPLAY ' ' FS-OWN-OWNER-ID ' | ' FS-OWN-NAME
                       ' | ' FS-OWN-CONTRACT-TYPE ' |   '
                       WS-OWN-BUS-COUNT ' | ' WS-OWN-AMOUNT-EDIT
                   IF FS-OWN-STATUS NOT = 'active' THEN
                       DISPLAY '                   (' FS-OWN-STATUS
                           ')'
                   END-IF
               END-READ
           END-PERFORM
           IF WS-OWN-FILE-STATUS = '00' OR
               WS-OWN-FILE-STATUS = '10' THEN
               CLOSE FS-VEHICLE-OWNER-FILE
           END-IF
           IF WS-OWN-COUNT = 0 THEN
               DISPLAY ' No owner-operators on file.'
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       COUNT-OWNER-BUSES.
           MOVE ZEROES TO WS-OWN-BUS-COUNT
           MOVE SPACES TO WS-OWN-SCAN-EOF
           OPEN INPUT FS-OWNERSHIP-FILE
           IF WS-VOW-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-OWN-SCAN-EOF = 'Y'
               READ FS-OWNERSHIP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OWN-SCAN-EOF
               NOT AT END
                   IF FS-VOW-IS-OWNER-OPERATED AND
                       FS-VOW-FK-OWNER-ID = FS-OWN-OWNER-ID THEN
                       ADD 1 TO WS-OWN-BUS-COUNT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-VOW-FILE-STATUS = '00' OR
               WS-VOW-FILE-STATUS = '10' THEN
               CLOSE FS-OWNERSHIP-FILE
           END-IF
           .

       OWNER-SETTLEMENT-HISTORY.
           DISPLAY 'Owner ID : ' WITH NO ADVANCING
           ACCEPT WS-OWN-ID-ENTRY
           DISPLAY ' '
           DISPLAY ' DATE     | TRIPS | FARES       | OWNER SHARE  '
               '| NET PAYABLE | INVOICE'
           DISPLAY '---------------------------------------------------'
               '----------------------------'
           MOVE ZEROES TO WS-OWN-COUNT
           MOVE SPACES TO WS-OWN-EOF
           OPEN INPUT FS-OWNER-SETTLEMENT-FILE
           IF WS-OST-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-OWN-EOF
           ELSE
               MOVE WS-OWN-ID-ENTRY TO FS-OST-OWNER-ID
               MOVE ZEROES TO FS-OST-SETTLE-DATE
               START FS-OWNER-SETTLEMENT-FILE KEY IS >= FS-OST-KEY
                   INVALID KEY MOVE 'Y' TO WS-OWN-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-OWN-EOF = 'Y'
               READ FS-OWNER-SETTLEMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OWN-EOF
               NOT AT END
                   IF FS-OST-OWNER-ID NOT = WS-OWN-ID-ENTRY THEN
                       MOVE 'Y' TO WS-OWN-EOF
                   ELSE
                       ADD 1 TO WS-OWN-COUNT
                       MOVE FS-OST-TOTAL-REVENUE TO WS-OWN-AMOUNT-EDIT
                       MOVE FS-OST-OWNER-SHARE TO WS-OWN-SHARE-EDIT
                       MOVE FS-OST-NET-PAYABLE TO WS-OWN-NET-EDIT
                       DISPLAY ' ' FS-OST-SETTLE-DATE ' |  '
                           FS-OST-TRIPS ' | ' WS-OWN-AMOUNT-EDIT
                           ' | ' WS-OWN-SHARE-EDIT ' | '
                           WS-OWN-NET-EDIT ' | ' FS-OST-FK-INVOICE-ID
                   END-IF
               END-READ
           END-PERFORM
           IF WS-OST-FILE-STATUS = '00' OR
               WS-OST-FILE-STATUS = '10' OR
               WS-OST-FILE-STATUS = '23' THEN
               CLOSE FS-OWNER-SETTLEMENT-FILE
           END-IF
           IF WS-OWN-COUNT = 0 THEN
               DISPLAY ' No settlements for that owner.'
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       NONREV-AUTH-PAGE.
      *    Authorizations for non-revenue travel: crew deadheading,
      *    staff on company business and complimentary tickets. The
      *    counter desk issues a zero-fare ticket only against an
      *    active authorization here, and each issue uses one of its
      *    trips. An authorization is revoked rather than removed so
      *    the tickets already issued still report against it.
           MOVE SPACES TO WS-NRA-MENU-CHOICE
           PERFORM UNTIL WS-NRA-MENU-CHOICE = '5'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Non-Revenue Travel                     *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Add an Authorization'
           DISPLAY '2 - Revoke an Authorization'
           DISPLAY '3 - List Authorizations'
           DISPLAY '4 - Monthly Non-Revenue Travel Report'
           DISPLAY '5 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-NRA-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-NRA-MENU-CHOICE
               WHEN '1'
                   PERFORM ADD-NONREV-AUTH
               WHEN '2'
                   PERFORM REVOKE-NONREV-AUTH
               WHEN '3'
                   PERFORM LIST-NONREV-AUTHS
               WHEN '4'
                   PERFORM RUN-NONREV-REPORT
               WHEN '5'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       ADD-NONREV-AUTH.
           MOVE SPACES TO WS-NRA-KIND-ENTRY
           MOVE SPACES TO WS-NRA-FIRST-ENTRY
           MOVE SPACES TO WS-NRA-LAST-ENTRY
           MOVE SPACES TO WS-NRA-APPROVER-ENTRY
           MOVE SPACES TO WS-NRA-REASON-ENTRY
           MOVE SPACES TO WS-NRA-CENTRE-ENTRY
           MOVE SPACES TO WS-NRA-FROM-ENTRY
           MOVE SPACES TO WS-NRA-TO-ENTRY
           MOVE ZEROES TO WS-NRA-TRIPS-ENTRY
           DISPLAY 'Kind - [D]uty crew, [S]taff business, '
               '[C]omplimentary : ' WITH NO ADVANCING
           ACCEPT WS-NRA-KIND-ENTRY
           DISPLAY 'Holder First Name        : ' WITH NO ADVANCING
           ACCEPT WS-NRA-FIRST-ENTRY
           DISPLAY 'Holder Last Name         : ' WITH NO ADVANCING
           ACCEPT WS-NRA-LAST-ENTRY
           DISPLAY 'Approved By (Admin ID)   : ' WITH NO ADVANCING
           ACCEPT WS-NRA-APPROVER-ENTRY
           DISPLAY 'Reason                   : ' WITH NO ADVANCING
           ACCEPT WS-NRA-REASON-ENTRY
           DISPLAY 'Cost Centre              : ' WITH NO ADVANCING
           ACCEPT WS-NRA-CENTRE-ENTRY
           DISPLAY 'Travel From [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-NRA-FROM-ENTRY
           DISPLAY 'Travel To   [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-NRA-TO-ENTRY
           DISPLAY 'Trips Allowed            : ' WITH NO ADVANCING
           ACCEPT WS-NRA-TRIPS-ENTRY

           MOVE FUNCTION UPPER-CASE(WS-NRA-KIND-ENTRY) TO
               WS-NRA-KIND-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-NRA-CENTRE-ENTRY) TO
               WS-NRA-CENTRE-ENTRY

           IF WS-NRA-FIRST-ENTRY = SPACES OR
               WS-NRA-LAST-ENTRY = SPACES OR
               WS-NRA-APPROVER-ENTRY = SPACES OR
               WS-NRA-REASON-ENTRY = SPACES OR
               WS-NRA-CENTRE-ENTRY = SPACES OR
               WS-NRA-FROM-ENTRY = SPACES OR
               WS-NRA-TO-ENTRY = SPACES OR
               WS-NRA-TRIPS-ENTRY = ZEROES OR
               (WS-NRA-KIND-ENTRY NOT = 'D' AND
               WS-NRA-KIND-ENTRY NOT = 'S' AND
               WS-NRA-KIND-ENTRY NOT = 'C') THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NRA-FROM-ENTRY(7:4) TO WS-NRA-FROM-INT(1:4)
           MOVE WS-NRA-FROM-ENTRY(1:2) TO WS-NRA-FROM-INT(5:2)
           MOVE WS-NRA-FROM-ENTRY(4:2) TO WS-NRA-FROM-INT(7:2)
           MOVE WS-NRA-TO-ENTRY(7:4) TO WS-NRA-TO-INT(1:4)
           MOVE WS-NRA-TO-ENTRY(1:2) TO WS-NRA-TO-INT(5:2)
           MOVE WS-NRA-TO-ENTRY(4:2) TO WS-NRA-TO-INT(7:2)
           IF WS-NRA-FROM-INT IS NOT NUMERIC OR
               WS-NRA-TO-INT IS NOT NUMERIC OR
               WS-NRA-TO-INT < WS-NRA-FROM-INT THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    The approver has to be a named admin - a typed-in name is
      *    not an authorization.
           MOVE 'N' TO WS-NRA-APPROVER-OK
           OPEN INPUT FS-ADMIN-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-NRA-APPROVER-ENTRY TO FS-A-USER-ID
               READ FS-ADMIN-FILE
               KEY IS FS-A-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NRA-APPROVER-OK
               END-READ
               CLOSE FS-ADMIN-FILE
           END-IF
           IF WS-NRA-APPROVER-OK NOT = 'Y' THEN
               DISPLAY ' The approver is not on the admin file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'NONREV' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-NONREV-AUTH-FILE
           IF WS-NRA-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-NONREV-AUTH-FILE
               CLOSE FS-NONREV-AUTH-FILE
               OPEN I-O FS-NONREV-AUTH-FILE
           END-IF

           MOVE SPACES TO FS-NONREV-AUTH-RECORD
           MOVE WS-GENERATED-ID TO FS-NRA-AUTH-ID
           MOVE WS-NRA-KIND-ENTRY TO FS-NRA-KIND
           MOVE WS-NRA-FIRST-ENTRY TO FS-NRA-FIRST-NAME
           MOVE WS-NRA-LAST-ENTRY TO FS-NRA-LAST-NAME
           MOVE WS-NRA-APPROVER-ENTRY TO FS-NRA-APPROVER-ID
           MOVE WS-NRA-REASON-ENTRY TO FS-NRA-REASON
           MOVE WS-NRA-CENTRE-ENTRY TO FS-NRA-COST-CENTRE
           MOVE WS-NRA-FROM-ENTRY TO FS-NRA-VALID-FROM
           MOVE WS-NRA-TO-ENTRY TO FS-NRA-VALID-TO
           MOVE WS-NRA-TRIPS-ENTRY TO FS-NRA-TRIPS-ALLOWED
           MOVE ZEROES TO FS-NRA-TRIPS-USED
           MOVE 'active' TO FS-NRA-STATUS
           MOVE WS-AUDIT-ADMIN-ID TO FS-NRA-ENTERED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-NRA-TIME-STAMP
           WRITE FS-NONREV-AUTH-RECORD
           END-WRITE
           CLOSE FS-NONREV-AUTH-FILE

           DISPLAY ' Authorization ID : ' FS-NRA-AUTH-ID

           MOVE 'ADD-NONREV-AUTH' TO WS-AUDIT-ACTION
           MOVE FS-NRA-AUTH-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       REVOKE-NONREV-AUTH.
           DISPLAY 'Authorization ID : ' WITH NO ADVANCING
           ACCEPT WS-NRA-ID-ENTRY

           OPEN I-O FS-NONREV-AUTH-FILE
           IF WS-NRA-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No authorizations on file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NRA-ID-ENTRY TO FS-NRA-AUTH-ID
           READ FS-NONREV-AUTH-FILE
           KEY IS FS-NRA-AUTH-ID
           INVALID KEY
               DISPLAY ' Authorization not found on file.'
           NOT INVALID KEY
               MOVE 'revoked' TO FS-NRA-STATUS
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-NRA-TIME-STAMP
               REWRITE FS-NONREV-AUTH-RECORD
               END-REWRITE

               MOVE 'REVOKE-NONREV-AUTH' TO WS-AUDIT-ACTION
               MOVE WS-NRA-ID-ENTRY TO WS-AUDIT-RECORD-KEY
               PERFORM WRITE-AUDIT-LOG

               PERFORM SUCCESS-UPDATE-MESSAGE
           END-READ
           CLOSE FS-NONREV-AUTH-FILE
           ACCEPT WS-BUFFER
           .

       LIST-NONREV-AUTHS.
           DISPLAY '   AUTH ID       |K| HOLDER                    '
               '  | APPROVER        | CENTRE     | TO         '
               '| USED | STATUS'
           DISPLAY '-----------------------------------------------'
               '-----------------------------------------------'
               '-----------------'
           MOVE ZEROES TO WS-NRA-COUNT
           MOVE SPACES TO WS-NRA-EOF
           OPEN INPUT FS-NONREV-AUTH-FILE
           IF WS-NRA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-NRA-EOF
           END-IF
           PERFORM UNTIL WS-NRA-EOF = 'Y'
               READ FS-NONREV-AUTH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-NRA-EOF
               NOT AT END
                   ADD 1 TO WS-NRA-COUNT
                   MOVE SPACES TO WS-NRA-HOLDER-NAME
                   STRING FUNCTION TRIM(FS-NRA-FIRST-NAME) ' '
                       FUNCTION TRIM(FS-NRA-LAST-NAME)
                       DELIMITED BY SIZE INTO WS-NRA-HOLDER-NAME
                   DISPLAY FS-NRA-AUTH-ID ' |' FS-NRA-KIND '| '
                       WS-NRA-HOLDER-NAME ' | '
                       FS-NRA-APPROVER-ID ' | '
                       FS-NRA-COST-CENTRE ' | '
                       FS-NRA-VALID-TO ' | '
                       FS-NRA-TRIPS-USED '/' FS-NRA-TRIPS-ALLOWED
                       ' | ' FS-NRA-STATUS
               END-READ
           END-PERFORM
           IF WS-NRA-FILE-STATUS = '00' OR
               WS-NRA-FILE-STATUS = '10' THEN
               CLOSE FS-NONREV-AUTH-FILE
           END-IF
           IF WS-NRA-COUNT = 0 THEN
               DISPLAY ' No authorizations on file.'
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       RUN-NONREV-REPORT.
           DISPLAY 'Report month [YYYYMM, blank = last month] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-NRA-PERIOD-ENTRY
           ACCEPT WS-NRA-PERIOD-ENTRY

           MOVE SPACES TO WS-NOTIFY-COMMAND
           STRING 'backend/nonrev_report '
               FUNCTION TRIM(WS-NRA-PERIOD-ENTRY)
               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND

           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE

           DISPLAY ' '
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       BAGGAGE-CLAIM-PAGE.
      *    Damaged, lost, delayed and pilfered baggage. A claim is
      *    made against one tagged bag of a booking and moves
      *    filed -> assessing -> approved or rejected; an approved
      *    claim is paid through the refund queue, and
      *    refund_disbursement marks it paid once the money goes
      *    out. What is paid never exceeds the compensation limit
      *    for the claim type. Any admin may file and assess a
      *    claim; deciding claims and setting the limits is for
      *    super admins.
           MOVE SPACES TO WS-BCM-MENU-CHOICE
           PERFORM UNTIL WS-BCM-MENU-CHOICE = '8'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Baggage Claims                         *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - File a Claim'
           DISPLAY '2 - Start Assessment'
           DISPLAY '3 - Approve a Claim'
           DISPLAY '4 - Reject a Claim'
           DISPLAY '5 - List Open Claims'
           DISPLAY '6 - Compensation Limits'
           DISPLAY '7 - Monthly Claims Report'
           DISPLAY '8 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-BCM-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-BCM-MENU-CHOICE
               WHEN '1'
                   PERFORM FILE-BAGGAGE-CLAIM
               WHEN '2'
                   PERFORM ASSESS-BAGGAGE-CLAIM
               WHEN '3'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM APPROVE-BAGGAGE-CLAIM
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '4'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM REJECT-BAGGAGE-CLAIM
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '5'
                   PERFORM LIST-OPEN-BAGGAGE-CLAIMS
               WHEN '6'
                   PERFORM BAGGAGE-CLAIM-LIMITS
               WHEN '7'
                   PERFORM RUN-BAGGAGE-CLAIM-REPORT
               WHEN '8'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       FILE-BAGGAGE-CLAIM.
           MOVE SPACES TO WS-BCM-BOOKING-ENTRY
           MOVE ZEROES TO WS-BCM-TAG-ENTRY
           MOVE SPACES TO WS-BCM-TYPE-ENTRY
           MOVE SPACES TO WS-BCM-CONTENTS-ENTRY
           MOVE ZEROES TO WS-BCM-VALUE-ENTRY
           DISPLAY 'Booking ID                : ' WITH NO ADVANCING
           ACCEPT WS-BCM-BOOKING-ENTRY
           MOVE WS-BCM-BOOKING-ENTRY TO WS-CKD-ENTRY
           PERFORM CHECK-BOOKING-ID-ENTRY
           IF WS-CKD-OK NOT = 'Y' THEN
               PERFORM BOOKING-ID-CHECK-DIGIT-DISPLAY
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Tag Piece Number [01-99]  : ' WITH NO ADVANCING
           ACCEPT WS-BCM-TAG-ENTRY
           DISPLAY 'Claim Type - damaged, lost, delayed, pilfered : '
               WITH NO ADVANCING
           ACCEPT WS-BCM-TYPE-ENTRY
           DISPLAY 'Declared Contents         : ' WITH NO ADVANCING
           ACCEPT WS-BCM-CONTENTS-ENTRY
           DISPLAY 'Declared Value            : ' WITH NO ADVANCING
           ACCEPT WS-BCM-VALUE-ENTRY

           MOVE FUNCTION LOWER-CASE(WS-BCM-TYPE-ENTRY) TO
               WS-BCM-TYPE-ENTRY

           IF WS-BCM-BOOKING-ENTRY = SPACES OR
               WS-BCM-TAG-ENTRY = ZEROES OR
               WS-BCM-CONTENTS-ENTRY = SPACES OR
               WS-BCM-VALUE-ENTRY = ZEROES THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-BCM-TYPE-ENTRY NOT = 'damaged' AND
               WS-BCM-TYPE-ENTRY NOT = 'lost' AND
               WS-BCM-TYPE-ENTRY NOT = 'delayed' AND
               WS-BCM-TYPE-ENTRY NOT = 'pilfered' THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    The bag has to be one we tagged: the booking's baggage
      *    row gives the number of pieces and their total weight,
      *    and the claim carries the average weight of a piece.
           MOVE 'N' TO WS-BCM-OK
           OPEN INPUT FS-BAGGAGE-FILE
           IF WS-BG-FILE-STATUS = '00' THEN
               MOVE WS-BCM-BOOKING-ENTRY TO FS-BG-BOOKING-ID
               READ FS-BAGGAGE-FILE
               KEY IS FS-BG-BOOKING-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-BCM-TAG-ENTRY NOT > FS-BG-PIECE-COUNT THEN
                       MOVE 'Y' TO WS-BCM-OK
                       COMPUTE WS-BCM-BAG-WEIGHT ROUNDED =
                           FS-BG-TOTAL-WEIGHT-KG / FS-BG-PIECE-COUNT
                   END-IF
               END-READ
               CLOSE FS-BAGGAGE-FILE
           END-IF
           IF WS-BCM-OK NOT = 'Y' THEN
               DISPLAY ' No such tagged bag on that booking.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BCM-OK
           OPEN INPUT FS-BOOKING-FILE
           MOVE WS-BCM-BOOKING-ENTRY TO FS-BOOKING-ID
           READ FS-BOOKING-FILE
           KEY IS FS-BOOKING-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-BCM-OK
               MOVE FS-FK-SCHEDULE-ID TO WS-BCM-SCHEDULE-ID
               MOVE FS-FK-USER-ID TO WS-BCM-USER-ID
           END-READ
           CLOSE FS-BOOKING-FILE
           IF WS-BCM-OK NOT = 'Y' THEN
               DISPLAY ' Booking not found on file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    One live claim per bag; a rejected claim may be made
      *    again with better evidence.
           MOVE 'N' TO WS-BCM-DUPLICATE
           MOVE SPACES TO WS-BCM-EOF
           OPEN INPUT FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BCM-EOF
           ELSE
               MOVE WS-BCM-BOOKING-ENTRY TO FS-BCM-BOOKING-ID
               START FS-BAGGAGE-CLAIM-FILE KEY IS = FS-BCM-BOOKING-ID
                   INVALID KEY MOVE 'Y' TO WS-BCM-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-BCM-EOF = 'Y'
               READ FS-BAGGAGE-CLAIM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BCM-EOF
               NOT AT END
                   IF FS-BCM-BOOKING-ID NOT = WS-BCM-BOOKING-ENTRY
                       THEN
                       MOVE 'Y' TO WS-BCM-EOF
                   ELSE
                       IF FS-BCM-TAG-NO = WS-BCM-TAG-ENTRY AND
                           FS-BCM-STATUS NOT = 'rejected' THEN
                           MOVE 'Y' TO WS-BCM-DUPLICATE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-BCM-FILE-STATUS = '00' OR
               WS-BCM-FILE-STATUS = '10' OR
               WS-BCM-FILE-STATUS = '23' THEN
               CLOSE FS-BAGGAGE-CLAIM-FILE
           END-IF
           IF WS-BCM-DUPLICATE = 'Y' THEN
               DISPLAY ' That bag already has a claim open.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BCM-ROUTE-ID
           MOVE SPACES TO WS-BCM-VEHICLE-ID
           MOVE SPACES TO WS-BCM-ORIGIN
           OPEN INPUT FS-SCHEDULES-FILE
           MOVE WS-BCM-SCHEDULE-ID TO FS-SCHEDULE-ID
           READ FS-SCHEDULES-FILE
           KEY IS FS-SCHEDULE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-FK-ROUTE-ID TO WS-BCM-ROUTE-ID
               MOVE FS-FK-VEHICLE-ID TO WS-BCM-VEHICLE-ID
           END-READ
           CLOSE FS-SCHEDULES-FILE
           OPEN INPUT FS-ROUTES-FILE
           MOVE WS-BCM-ROUTE-ID TO FS-ROUTE-ID
           READ FS-ROUTES-FILE
           KEY IS FS-ROUTE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE FS-ROUTE-ORIGIN TO WS-BCM-ORIGIN
           END-READ
           CLOSE FS-ROUTES-FILE

           MOVE WS-BCM-TYPE-ENTRY TO WS-BCM-CAP-TYPE
           MOVE WS-BCM-VALUE-ENTRY TO WS-BCM-CAP-VALUE
           PERFORM COMPUTE-BAGGAGE-CLAIM-CAP

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'BAGCLAIM' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           OPEN I-O FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BAGGAGE-CLAIM-FILE
               CLOSE FS-BAGGAGE-CLAIM-FILE
               OPEN I-O FS-BAGGAGE-CLAIM-FILE
           END-IF

           MOVE SPACES TO FS-BAGGAGE-CLAIM-RECORD
           MOVE WS-GENERATED-ID TO FS-BCM-CLAIM-ID
           MOVE WS-BCM-BOOKING-ENTRY TO FS-BCM-BOOKING-ID
           MOVE WS-BCM-TAG-ENTRY TO FS-BCM-TAG-NO
           MOVE WS-BCM-USER-ID TO FS-BCM-USER-ID
           MOVE WS-BCM-SCHEDULE-ID TO FS-BCM-SCHEDULE-ID
           MOVE WS-BCM-ROUTE-ID TO FS-BCM-ROUTE-ID
           MOVE WS-BCM-VEHICLE-ID TO FS-BCM-VEHICLE-ID
           MOVE WS-BCM-ORIGIN TO FS-BCM-ORIGIN
           MOVE WS-BCM-TYPE-ENTRY TO FS-BCM-CLAIM-TYPE
           MOVE WS-BCM-CONTENTS-ENTRY TO FS-BCM-CONTENTS
           MOVE WS-BCM-VALUE-ENTRY TO FS-BCM-DECLARED-VALUE
           MOVE WS-BCM-BAG-WEIGHT TO FS-BCM-BAG-WEIGHT-KG
           MOVE WS-BCM-CAP-AMOUNT TO FS-BCM-CAP-AMOUNT
           MOVE ZEROES TO FS-BCM-APPROVED-AMOUNT
           MOVE 'filed' TO FS-BCM-STATUS
           MOVE WS-AUDIT-ADMIN-ID TO FS-BCM-FILED-BY
           MOVE SPACES TO FS-BCM-DECIDED-BY
           MOVE SPACES TO FS-BCM-REFUND-ID
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TS-DATE TO FS-BCM-FILED-DATE
           MOVE WS-TIME-STAMP TO FS-BCM-TIME-STAMP
           WRITE FS-BAGGAGE-CLAIM-RECORD
           END-WRITE
           CLOSE FS-BAGGAGE-CLAIM-FILE

           MOVE WS-BCM-CAP-AMOUNT TO WS-BCM-AMOUNT-EDIT
           DISPLAY ' Claim ID          : ' FS-BCM-CLAIM-ID
           DISPLAY ' Compensation limit: ' WS-BCM-AMOUNT-EDIT
           IF WS-BCM-LIMIT-FOUND NOT = 'Y' THEN
               DISPLAY ' (no limit set for ' WS-BCM-TYPE-ENTRY
                   ' claims yet - declared value shown)'
           END-IF

           MOVE 'FILE-BAG-CLAIM' TO WS-AUDIT-ACTION
           MOVE FS-BCM-CLAIM-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       COMPUTE-BAGGAGE-CLAIM-CAP.
      *    The most we pay on one bag is the least of its declared
      *    value, the per-kg limit times its weight and the per-bag
      *    ceiling for the claim type; a zero limit does not apply.
           MOVE WS-BCM-CAP-VALUE TO WS-BCM-CAP-AMOUNT
           MOVE 'N' TO WS-BCM-LIMIT-FOUND
           OPEN INPUT FS-BAGGAGE-LIMIT-FILE
           IF WS-BCL-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BCM-CAP-TYPE TO FS-BCL-CLAIM-TYPE
           READ FS-BAGGAGE-LIMIT-FILE
           KEY IS FS-BCL-CLAIM-TYPE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-BCM-LIMIT-FOUND
               IF FS-BCL-PER-KG > ZEROES THEN
                   COMPUTE WS-BCM-WEIGHT-CAP ROUNDED =
                       FS-BCL-PER-KG * WS-BCM-BAG-WEIGHT
                   IF WS-BCM-WEIGHT-CAP < WS-BCM-CAP-AMOUNT THEN
                       MOVE WS-BCM-WEIGHT-CAP TO WS-BCM-CAP-AMOUNT
                   END-IF
               END-IF
               IF FS-BCL-MAX-PER-BAG > ZEROES AND
                   FS-BCL-MAX-PER-BAG < WS-BCM-CAP-AMOUNT THEN
                   MOVE FS-BCL-MAX-PER-BAG TO WS-BCM-CAP-AMOUNT
               END-IF
           END-READ
           CLOSE FS-BAGGAGE-LIMIT-FILE
           .

       ASSESS-BAGGAGE-CLAIM.
           DISPLAY 'Claim ID        : ' WITH NO ADVANCING
           ACCEPT WS-BCM-ID-ENTRY
           DISPLAY 'Assessment Note : ' WITH NO ADVANCING
           MOVE SPACES TO WS-BCM-NOTE-ENTRY
           ACCEPT WS-BCM-NOTE-ENTRY

           OPEN I-O FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No baggage claims on file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BCM-ID-ENTRY TO FS-BCM-CLAIM-ID
           READ FS-BAGGAGE-CLAIM-FILE
           KEY IS FS-BCM-CLAIM-ID
           INVALID KEY
               DISPLAY ' Claim not found on file.'
           NOT INVALID KEY
               IF FS-BCM-STATUS NOT = 'filed' THEN
                   DISPLAY ' Only a newly filed claim can be '
                       'taken into assessment.'
               ELSE
                   MOVE 'assessing' TO FS-BCM-STATUS
                   MOVE WS-BCM-NOTE-ENTRY TO FS-BCM-NOTE
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-BCM-TIME-STAMP
                   REWRITE FS-BAGGAGE-CLAIM-RECORD
                   END-REWRITE

                   MOVE 'ASSESS-BAG-CLAIM' TO WS-AUDIT-ACTION
                   MOVE WS-BCM-ID-ENTRY TO WS-AUDIT-RECORD-KEY
                   PERFORM WRITE-AUDIT-LOG

                   PERFORM SUCCESS-UPDATE-MESSAGE
               END-IF
           END-READ
           CLOSE FS-BAGGAGE-CLAIM-FILE
           ACCEPT WS-BUFFER
           .

       APPROVE-BAGGAGE-CLAIM.
           DISPLAY 'Claim ID            : ' WITH NO ADVANCING
           ACCEPT WS-BCM-ID-ENTRY

           OPEN I-O FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No baggage claims on file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BCM-ID-ENTRY TO FS-BCM-CLAIM-ID
           READ FS-BAGGAGE-CLAIM-FILE
           KEY IS FS-BCM-CLAIM-ID
           INVALID KEY
               DISPLAY ' Claim not found on file.'
               CLOSE FS-BAGGAGE-CLAIM-FILE
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-READ
           IF FS-BCM-STATUS NOT = 'filed' AND
               FS-BCM-STATUS NOT = 'assessing' THEN
               DISPLAY ' That claim has already been decided.'
               CLOSE FS-BAGGAGE-CLAIM-FILE
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    The limit is taken again at decision time, so a change
      *    to the table applies to every claim still open.
           MOVE FS-BCM-CLAIM-TYPE TO WS-BCM-CAP-TYPE
           MOVE FS-BCM-DECLARED-VALUE TO WS-BCM-CAP-VALUE
           MOVE FS-BCM-BAG-WEIGHT-KG TO WS-BCM-BAG-WEIGHT
           PERFORM COMPUTE-BAGGAGE-CLAIM-CAP
           MOVE FS-BCM-DECLARED-VALUE TO WS-BCM-AMOUNT-EDIT
           DISPLAY ' Declared value      : ' WS-BCM-AMOUNT-EDIT
           MOVE WS-BCM-CAP-AMOUNT TO WS-BCM-AMOUNT-EDIT
           DISPLAY ' Compensation limit  : ' WS-BCM-AMOUNT-EDIT
           DISPLAY 'Amount to Pay       : ' WITH NO ADVANCING
           MOVE ZEROES TO WS-BCM-VALUE-ENTRY
           ACCEPT WS-BCM-VALUE-ENTRY
           IF WS-BCM-VALUE-ENTRY = ZEROES THEN
               PERFORM FILL-ALL-THE-FIELDS
               CLOSE FS-BAGGAGE-CLAIM-FILE
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-BCM-VALUE-ENTRY > WS-BCM-CAP-AMOUNT THEN
               MOVE WS-BCM-CAP-AMOUNT TO WS-BCM-VALUE-ENTRY
               DISPLAY ' Amount reduced to the compensation limit.'
           END-IF

           PERFORM QUEUE-BAGGAGE-CLAIM-REFUND

           MOVE 'approved' TO FS-BCM-STATUS
           MOVE WS-BCM-CAP-AMOUNT TO FS-BCM-CAP-AMOUNT
           MOVE WS-BCM-VALUE-ENTRY TO FS-BCM-APPROVED-AMOUNT
           MOVE WS-AUDIT-ADMIN-ID TO FS-BCM-DECIDED-BY
           MOVE WS-BCM-REFUND-ID TO FS-BCM-REFUND-ID
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-BCM-TIME-STAMP
           REWRITE FS-BAGGAGE-CLAIM-RECORD
           END-REWRITE
           CLOSE FS-BAGGAGE-CLAIM-FILE

           DISPLAY ' Refund request    : ' WS-BCM-REFUND-ID

           MOVE 'APPROVE-BAG-CLAIM' TO WS-AUDIT-ACTION
           MOVE WS-BCM-ID-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       QUEUE-BAGGAGE-CLAIM-REFUND.
      *    The claim decision is the approval, so the request goes
      *    on the queue already approved and refund_disbursement
      *    pays it by the booking's original payment method. No
      *    refund payment row is posted: compensation is not a
      *    fare refund and leaves the booking's revenue alone.
           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'REFUNDREQ' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-BCM-REFUND-ID

           OPEN I-O FS-REFUND-REQUEST-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-REFUND-REQUEST-FILE
           END-IF

           MOVE SPACES TO FS-REFUND-REQUEST-RECORD
           MOVE WS-BCM-REFUND-ID TO FS-RR-REQUEST-ID
           MOVE FS-BCM-BOOKING-ID TO FS-RR-FK-BOOKING-ID
           MOVE FS-BCM-USER-ID TO FS-RR-FK-USER-ID
           MOVE WS-BCM-VALUE-ENTRY TO FS-RR-AMOUNT
           MOVE 'approved' TO FS-RR-STATUS
           MOVE WS-AUDIT-ADMIN-ID TO FS-RR-DECIDED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-RR-REQUEST-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-RR-DECISION-TIME-STAMP

           WRITE FS-REFUND-REQUEST-RECORD
           END-WRITE
           CLOSE FS-REFUND-REQUEST-FILE
           .

       REJECT-BAGGAGE-CLAIM.
           DISPLAY 'Claim ID : ' WITH NO ADVANCING
           ACCEPT WS-BCM-ID-ENTRY
           DISPLAY 'Reason   : ' WITH NO ADVANCING
           MOVE SPACES TO WS-BCM-NOTE-ENTRY
           ACCEPT WS-BCM-NOTE-ENTRY
           IF WS-BCM-NOTE-ENTRY = SPACES THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               DISPLAY ' No baggage claims on file.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BCM-ID-ENTRY TO FS-BCM-CLAIM-ID
           READ FS-BAGGAGE-CLAIM-FILE
           KEY IS FS-BCM-CLAIM-ID
           INVALID KEY
               DISPLAY ' Claim not found on file.'
           NOT INVALID KEY
               IF FS-BCM-STATUS NOT = 'filed' AND
                   FS-BCM-STATUS NOT = 'assessing' THEN
                   DISPLAY ' That claim has already been decided.'
               ELSE
                   MOVE 'rejected' TO FS-BCM-STATUS
                   MOVE WS-BCM-NOTE-ENTRY TO FS-BCM-NOTE
                   MOVE WS-AUDIT-ADMIN-ID TO FS-BCM-DECIDED-BY
                   PERFORM GENERATE-TIME-STAMP
                   MOVE WS-TIME-STAMP TO FS-BCM-TIME-STAMP
                   REWRITE FS-BAGGAGE-CLAIM-RECORD
                   END-REWRITE

                   MOVE 'REJECT-BAG-CLAIM' TO WS-AUDIT-ACTION
                   MOVE WS-BCM-ID-ENTRY TO WS-AUDIT-RECORD-KEY
                   PERFORM WRITE-AUDIT-LOG

                   PERFORM SUCCESS-UPDATE-MESSAGE
               END-IF
           END-READ
           CLOSE FS-BAGGAGE-CLAIM-FILE
           ACCEPT WS-BUFFER
           .

       LIST-OPEN-BAGGAGE-CLAIMS.
      *    Everything not yet paid or rejected, approved claims
      *    included until their refund goes out.
           DISPLAY '   CLAIM ID      |   BOOKING ID   |TAG| TYPE     '
               '| DECLARED      | STATUS    | FILED'
           DISPLAY '-----------------------------------------------'
               '-----------------------------------------------'
           MOVE ZEROES TO WS-BCM-COUNT
           MOVE SPACES TO WS-BCM-EOF
           OPEN INPUT FS-BAGGAGE-CLAIM-FILE
           IF WS-BCM-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BCM-EOF
           END-IF
           PERFORM UNTIL WS-BCM-EOF = 'Y'
               READ FS-BAGGAGE-CLAIM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BCM-EOF
               NOT AT END
                   IF FS-BCM-STATUS NOT = 'paid' AND
                       FS-BCM-STATUS NOT = 'rejected' THEN
                       ADD 1 TO WS-BCM-COUNT
                       MOVE FS-BCM-DECLARED-VALUE TO
                           WS-BCM-AMOUNT-EDIT
                       DISPLAY FS-BCM-CLAIM-ID ' | '
                           FS-BCM-BOOKING-ID '| ' FS-BCM-TAG-NO
                           '| ' FS-BCM-CLAIM-TYPE ' | '
                           WS-BCM-AMOUNT-EDIT ' | '
                           FS-BCM-STATUS ' | ' FS-BCM-FILED-DATE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-BCM-FILE-STATUS = '00' OR
               WS-BCM-FILE-STATUS = '10' THEN
               CLOSE FS-BAGGAGE-CLAIM-FILE
           END-IF
           IF WS-BCM-COUNT = 0 THEN
               DISPLAY ' No open baggage claims.'
           END-IF
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           .

       BAGGAGE-CLAIM-LIMITS.
           DISPLAY ' TYPE     | PER KG     | PER BAG'
           DISPLAY '-------------------------------------'
           MOVE SPACES TO WS-BCM-EOF
           OPEN INPUT FS-BAGGAGE-LIMIT-FILE
           IF WS-BCL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-BCM-EOF
           END-IF
           PERFORM UNTIL WS-BCM-EOF = 'Y'
               READ FS-BAGGAGE-LIMIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BCM-EOF
               NOT AT END
                   MOVE FS-BCL-PER-KG TO WS-BCM-RATE-EDIT
                   MOVE FS-BCL-MAX-PER-BAG TO WS-BCM-AMOUNT-EDIT
                   DISPLAY ' ' FS-BCL-CLAIM-TYPE ' | '
                       WS-BCM-RATE-EDIT ' | ' WS-BCM-AMOUNT-EDIT
               END-READ
           END-PERFORM
           IF WS-BCL-FILE-STATUS = '00' OR
               WS-BCL-FILE-STATUS = '10' THEN
               CLOSE FS-BAGGAGE-LIMIT-FILE
           END-IF
           DISPLAY ' '

           IF NOT WS-IS-SUPER-ADMIN THEN
               DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Claim type to set (blank = none) : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-BCM-TYPE-ENTRY
           ACCEPT WS-BCM-TYPE-ENTRY
           IF WS-BCM-TYPE-ENTRY = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-BCM-TYPE-ENTRY) TO
               WS-BCM-TYPE-ENTRY
           IF WS-BCM-TYPE-ENTRY NOT = 'damaged' AND
               WS-BCM-TYPE-ENTRY NOT = 'lost' AND
               WS-BCM-TYPE-ENTRY NOT = 'delayed' AND
               WS-BCM-TYPE-ENTRY NOT = 'pilfered' THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Limit per kg  (0 = none) : ' WITH NO ADVANCING
           MOVE ZEROES TO WS-BCM-RATE-ENTRY
           ACCEPT WS-BCM-RATE-ENTRY
           DISPLAY 'Limit per bag (0 = none) : ' WITH NO ADVANCING
           MOVE ZEROES TO WS-BCM-VALUE-ENTRY
           ACCEPT WS-BCM-VALUE-ENTRY

           OPEN I-O FS-BAGGAGE-LIMIT-FILE
           IF WS-BCL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-BAGGAGE-LIMIT-FILE
               CLOSE FS-BAGGAGE-LIMIT-FILE
               OPEN I-O FS-BAGGAGE-LIMIT-FILE
           END-IF
           MOVE WS-BCM-TYPE-ENTRY TO FS-BCL-CLAIM-TYPE
           READ FS-BAGGAGE-LIMIT-FILE
           KEY IS FS-BCL-CLAIM-TYPE
           INVALID KEY
               MOVE WS-BCM-RATE-ENTRY TO FS-BCL-PER-KG
               MOVE WS-BCM-VALUE-ENTRY TO FS-BCL-MAX-PER-BAG
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-BCL-TIME-STAMP
               WRITE FS-BAGGAGE-LIMIT-RECORD
               END-WRITE
           NOT INVALID KEY
               MOVE WS-BCM-RATE-ENTRY TO FS-BCL-PER-KG
               MOVE WS-BCM-VALUE-ENTRY TO FS-BCL-MAX-PER-BAG
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TIME-STAMP TO FS-BCL-TIME-STAMP
               REWRITE FS-BAGGAGE-LIMIT-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-BAGGAGE-LIMIT-FILE

           MOVE 'SET-BAG-CLAIM-LIMIT' TO WS-AUDIT-ACTION
           MOVE WS-BCM-TYPE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       RUN-BAGGAGE-CLAIM-REPORT.
           DISPLAY 'Report month [YYYYMM, blank = last month] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-BCM-PERIOD-ENTRY
           ACCEPT WS-BCM-PERIOD-ENTRY

           MOVE SPACES TO WS-NOTIFY-COMMAND
           STRING 'backend/baggage_claims_report '
               FUNCTION TRIM(WS-BCM-PERIOD-ENTRY)
               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND

           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE

           DISPLAY ' '
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       ASSISTED-BOOKING-PAGE.
      *    Call-centre agents book, change and cancel in a caller's
      *    own account. The caller is found by phone or email and
      *    proves who they are with a one-time code sent to the
      *    phone or mailbox on file; only then is booking_engine
      *    opened on a passenger session for them. The session is
      *    tied to the agent in assisted_sessions, so every booking,
      *    change, cancellation and name transfer made under it is
      *    stamped with the agent's ID in the audit log. Super
      *    admins decide who may work as an agent.
           MOVE SPACES TO WS-ASN-MENU-CHOICE
           PERFORM UNTIL WS-ASN-MENU-CHOICE = '6'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*          Call-Centre Assisted Booking           *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Serve a Caller'
           DISPLAY '2 - Authorise an Agent'
           DISPLAY '3 - Revoke an Agent'
           DISPLAY '4 - List Agents'
           DISPLAY '5 - Monthly Call-Centre Report'
           DISPLAY '6 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-ASN-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-ASN-MENU-CHOICE
               WHEN '1'
                   PERFORM SERVE-ASSISTED-CALLER
               WHEN '2'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM AUTHORISE-CALLCENTRE-AGENT
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '3'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM REVOKE-CALLCENTRE-AGENT
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '4'
                   PERFORM LIST-CALLCENTRE-AGENTS
               WHEN '5'
                   PERFORM RUN-CALLCENTRE-REPORT
               WHEN '6'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       SERVE-ASSISTED-CALLER.
           MOVE 'N' TO WS-ASN-OK
           OPEN INPUT FS-CALLCENTRE-AGENT-FILE
           IF WS-CCA-FILE-STATUS = '00' THEN
               MOVE WS-AUDIT-ADMIN-ID TO FS-CCA-AGENT-ID
               READ FS-CALLCENTRE-AGENT-FILE
               KEY IS FS-CCA-AGENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-CCA-STATUS = 'active' THEN
                       MOVE 'Y' TO WS-ASN-OK
                   END-IF
               END-READ
               CLOSE FS-CALLCENTRE-AGENT-FILE
           END-IF
           IF WS-ASN-OK NOT = 'Y' THEN
               DISPLAY ' You are not authorised as a call-centre agent.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ASN-PHONE-ENTRY
           MOVE SPACES TO WS-ASN-EMAIL-ENTRY
           DISPLAY 'Caller phone number [blank = use email] : '
               WITH NO ADVANCING
           ACCEPT WS-ASN-PHONE-ENTRY
           IF WS-ASN-PHONE-ENTRY = SPACES THEN
               DISPLAY 'Caller email address : ' WITH NO ADVANCING
               ACCEPT WS-ASN-EMAIL-ENTRY
               MOVE FUNCTION LOWER-CASE(WS-ASN-EMAIL-ENTRY) TO
                   WS-ASN-EMAIL-ENTRY
           END-IF
           IF WS-ASN-PHONE-ENTRY = SPACES AND
               WS-ASN-EMAIL-ENTRY = SPACES THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    The caller's phone or email is turned into the form it
      *    is stored under, so only the matching record is opened.
      *    A record from before encryption still matches plain.
           MOVE SPACES TO WS-FC-PHONE-TOKEN WS-FC-EMAIL-TOKEN
           IF WS-ASN-PHONE-ENTRY NOT = SPACES THEN
               MOVE SPACES TO WS-FC-FIELD
               MOVE WS-ASN-PHONE-ENTRY TO WS-FC-FIELD
               MOVE 11 TO WS-FC-WIDTH
               MOVE 'D' TO WS-FC-KIND
               PERFORM LOOKUP-FIELD
               MOVE WS-FC-FIELD(1:11) TO WS-FC-PHONE-TOKEN
           ELSE
               MOVE WS-ASN-EMAIL-ENTRY TO WS-FC-FIELD
               MOVE 100 TO WS-FC-WIDTH
               MOVE 'T' TO WS-FC-KIND
               PERFORM LOOKUP-FIELD
               MOVE WS-FC-FIELD TO WS-FC-EMAIL-TOKEN
           END-IF

           MOVE 'N' TO WS-ASN-OK
           MOVE SPACES TO WS-ASN-EOF
           OPEN INPUT FS-PASSENGER-FILE
           PERFORM UNTIL WS-ASN-EOF = 'Y'
               READ FS-PASSENGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ASN-EOF
               NOT AT END
                   IF (WS-ASN-PHONE-ENTRY NOT = SPACES AND
                       (FS-P-PHONE-NUMBER = WS-FC-PHONE-TOKEN OR
                       FS-P-PHONE-NUMBER = WS-ASN-PHONE-ENTRY)) OR
                       (WS-ASN-EMAIL-ENTRY NOT = SPACES AND
                       (FS-P-EMAIL = WS-FC-EMAIL-TOKEN OR
                       FS-P-EMAIL = WS-ASN-EMAIL-ENTRY)) THEN
                       PERFORM DECRYPT-PASSENGER-CONTACT
                       MOVE 'Y' TO WS-ASN-OK
                       MOVE 'Y' TO WS-ASN-EOF
                       MOVE FS-P-USER-ID TO WS-ASN-USER-ID
                       MOVE FS-P-STATUS TO WS-ASN-USER-STATUS
                       MOVE WS-FC-PLAIN-PHONE TO WS-ASN-PHONE
                       MOVE WS-FC-PLAIN-EMAIL TO WS-ASN-EMAIL
                       MOVE SPACES TO WS-ASN-USER-NAME
                       STRING FUNCTION TRIM(FS-P-FIRST-NAME) ' '
                           FUNCTION TRIM(FS-P-LAST-NAME)
                           DELIMITED BY SIZE INTO WS-ASN-USER-NAME
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-PASSENGER-FILE
           IF WS-ASN-OK NOT = 'Y' THEN
               DISPLAY ' No passenger account with that phone or email.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF WS-ASN-USER-STATUS = 'frozen' OR
               WS-ASN-USER-STATUS = 'inactive' OR
               WS-ASN-USER-STATUS = 'guest' THEN
               DISPLAY ' That account is ' WS-ASN-USER-STATUS
                   ' - it cannot be served from the call centre.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

      *    The code goes to the contact the caller gave us, which is
      *    the one on file, never to a number read out on the call.
           MOVE SPACES TO WS-NOTIFY-COMMAND
           IF WS-ASN-PHONE-ENTRY NOT = SPACES THEN
               STRING "python3 backend/python_script_for_sms.py "
                   WS-ASN-PHONE DELIMITED BY SIZE
                   INTO WS-NOTIFY-COMMAND
           ELSE
               STRING "python3 backend/python_script_for_email.py "
                   WS-ASN-EMAIL DELIMITED BY SIZE
                   INTO WS-NOTIFY-COMMAND
           END-IF
           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE
           IF WS-NOTIFY-RETURN-CODE NOT = 0 THEN
               DISPLAY ' The code could not be sent - try again later.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FS-ONE-TIME-CODE
           OPEN INPUT FS-ONE-TIME-CODE-FILE
           IF WS-ASN-CODE-STATUS = '00' THEN
               READ FS-ONE-TIME-CODE-FILE
               END-READ
               CLOSE FS-ONE-TIME-CODE-FILE
           END-IF

           MOVE SPACES TO WS-ASN-CODE-ENTRY
           DISPLAY ' A one-time code has been sent to the caller.'
           DISPLAY 'Code read back by caller : ' WITH NO ADVANCING
           ACCEPT WS-ASN-CODE-ENTRY
           IF FS-ONE-TIME-CODE = SPACES OR
               WS-ASN-CODE-ENTRY NOT = FS-ONE-TIME-CODE THEN
               MOVE 'ASSIST-OTP-FAIL' TO WS-AUDIT-ACTION
               MOVE WS-ASN-USER-ID TO WS-AUDIT-RECORD-KEY
               PERFORM WRITE-AUDIT-LOG
               DISPLAY ' Code does not match - caller not verified.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'SESSION' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           MOVE WS-GENERATED-ID TO WS-ASN-TOKEN

           OPEN I-O FS-SESSION-FILE
           MOVE WS-ASN-TOKEN TO FS-SESSION-TOKEN
           MOVE WS-ASN-USER-ID TO FS-SESSION-USER-ID
           MOVE 'p' TO FS-SESSION-ROLE
           WRITE FS-SESSION-RECORD
           END-WRITE
           CLOSE FS-SESSION-FILE

           OPEN I-O FS-ASSISTED-SESSION-FILE
           IF WS-ASN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-ASSISTED-SESSION-FILE
               CLOSE FS-ASSISTED-SESSION-FILE
               OPEN I-O FS-ASSISTED-SESSION-FILE
           END-IF
           MOVE SPACES TO FS-ASSISTED-SESSION-RECORD
           MOVE WS-ASN-TOKEN TO FS-ASN-TOKEN
           MOVE WS-AUDIT-ADMIN-ID TO FS-ASN-AGENT-ID
           MOVE WS-ASN-USER-ID TO FS-ASN-USER-ID
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-ASN-TIME-STAMP
           WRITE FS-ASSISTED-SESSION-RECORD
           END-WRITE
           CLOSE FS-ASSISTED-SESSION-FILE

           MOVE 'ASSIST-START' TO WS-AUDIT-ACTION
           MOVE WS-ASN-USER-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' Caller verified : ' WS-ASN-USER-NAME
           DISPLAY ' Opening the booking screens in their account.'
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER

           MOVE SPACES TO WS-NOTIFY-COMMAND
           STRING 'backend/booking_engine ' WS-ASN-TOKEN
               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND
           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE

      *    The caller's session ends with the call; the token is
      *    never left behind for anyone else to pick up.
           OPEN I-O FS-SESSION-FILE
           MOVE WS-ASN-TOKEN TO FS-SESSION-TOKEN
           READ FS-SESSION-FILE
           KEY IS FS-SESSION-TOKEN
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DELETE FS-SESSION-FILE RECORD
               END-DELETE
           END-READ
           CLOSE FS-SESSION-FILE

           OPEN I-O FS-ASSISTED-SESSION-FILE
           IF WS-ASN-FILE-STATUS = '00' THEN
               MOVE WS-ASN-TOKEN TO FS-ASN-TOKEN
               READ FS-ASSISTED-SESSION-FILE
               KEY IS FS-ASN-TOKEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE FS-ASSISTED-SESSION-FILE RECORD
                   END-DELETE
               END-READ
               CLOSE FS-ASSISTED-SESSION-FILE
           END-IF

           MOVE 'ASSIST-END' TO WS-AUDIT-ACTION
           MOVE WS-ASN-USER-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Assisted session closed for ' WS-ASN-USER-NAME
           ACCEPT WS-BUFFER
           .

       AUTHORISE-CALLCENTRE-AGENT.
           MOVE SPACES TO WS-ASN-AGENT-ENTRY
           DISPLAY 'Admin ID to authorise : ' WITH NO ADVANCING
           ACCEPT WS-ASN-AGENT-ENTRY
           IF WS-ASN-AGENT-ENTRY = SPACES THEN
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ASN-OK
           OPEN INPUT FS-ADMIN-FILE
           MOVE WS-ASN-AGENT-ENTRY TO FS-A-USER-ID
           READ FS-ADMIN-FILE
           KEY IS FS-A-USER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-ASN-OK
           END-READ
           CLOSE FS-ADMIN-FILE
           IF WS-ASN-OK NOT = 'Y' THEN
               DISPLAY ' No admin with that ID.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-CALLCENTRE-AGENT-FILE
           IF WS-CCA-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CALLCENTRE-AGENT-FILE
               CLOSE FS-CALLCENTRE-AGENT-FILE
               OPEN I-O FS-CALLCENTRE-AGENT-FILE
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-ASN-AGENT-ENTRY TO FS-CCA-AGENT-ID
           READ FS-CALLCENTRE-AGENT-FILE
           KEY IS FS-CCA-AGENT-ID
           INVALID KEY
               MOVE SPACES TO FS-CALLCENTRE-AGENT-RECORD
               MOVE WS-ASN-AGENT-ENTRY TO FS-CCA-AGENT-ID
               MOVE 'active' TO FS-CCA-STATUS
               MOVE WS-AUDIT-ADMIN-ID TO FS-CCA-AUTHORISED-BY
               MOVE WS-TIME-STAMP TO FS-CCA-TIME-STAMP
               WRITE FS-CALLCENTRE-AGENT-RECORD
               END-WRITE
           NOT INVALID KEY
               MOVE 'active' TO FS-CCA-STATUS
               MOVE WS-AUDIT-ADMIN-ID TO FS-CCA-AUTHORISED-BY
               MOVE WS-TIME-STAMP TO FS-CCA-TIME-STAMP
               REWRITE FS-CALLCENTRE-AGENT-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-CALLCENTRE-AGENT-FILE

           MOVE 'AUTH-CC-AGENT' TO WS-AUDIT-ACTION
           MOVE WS-ASN-AGENT-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       REVOKE-CALLCENTRE-AGENT.
           MOVE SPACES TO WS-ASN-AGENT-ENTRY
           DISPLAY 'Agent ID to revoke : ' WITH NO ADVANCING
           ACCEPT WS-ASN-AGENT-ENTRY

           MOVE 'N' TO WS-ASN-OK
           OPEN I-O FS-CALLCENTRE-AGENT-FILE
           IF WS-CCA-FILE-STATUS = '00' THEN
               MOVE WS-ASN-AGENT-ENTRY TO FS-CCA-AGENT-ID
               READ FS-CALLCENTRE-AGENT-FILE
               KEY IS FS-CCA-AGENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ASN-OK
                   PERFORM GENERATE-TIME-STAMP
                   MOVE 'revoked' TO FS-CCA-STATUS
                   MOVE WS-AUDIT-ADMIN-ID TO FS-CCA-AUTHORISED-BY
                   MOVE WS-TIME-STAMP TO FS-CCA-TIME-STAMP
                   REWRITE FS-CALLCENTRE-AGENT-RECORD
                   END-REWRITE
               END-READ
               CLOSE FS-CALLCENTRE-AGENT-FILE
           END-IF
           IF WS-ASN-OK NOT = 'Y' THEN
               DISPLAY ' That ID is not on the agent list.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'REVOKE-CC-AGENT' TO WS-AUDIT-ACTION
           MOVE WS-ASN-AGENT-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       LIST-CALLCENTRE-AGENTS.
           MOVE ZEROES TO WS-ASN-COUNT
           MOVE SPACES TO WS-ASN-EOF
           DISPLAY '   AGENT ID      | STATUS   | CHANGED BY      | '-
           'TIME STAMP'
           DISPLAY '-----------------------------------------------'

           OPEN INPUT FS-CALLCENTRE-AGENT-FILE
           IF WS-CCA-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-ASN-EOF
           END-IF
           PERFORM UNTIL WS-ASN-EOF = 'Y'
               READ FS-CALLCENTRE-AGENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ASN-EOF
               NOT AT END
                   DISPLAY FS-CCA-AGENT-ID ' | ' FS-CCA-STATUS ' | '
                       FS-CCA-AUTHORISED-BY ' | ' FS-CCA-TIME-STAMP
                   ADD 1 TO WS-ASN-COUNT
               END-READ
           END-PERFORM
           IF WS-CCA-FILE-STATUS = '00' OR
               WS-CCA-FILE-STATUS = '10' THEN
               CLOSE FS-CALLCENTRE-AGENT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY ' Agents on file : ' WS-ASN-COUNT
           ACCEPT WS-BUFFER
           .

       RUN-CALLCENTRE-REPORT.
           DISPLAY 'Report month [YYYYMM, blank = last month] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-ASN-PERIOD-ENTRY
           ACCEPT WS-ASN-PERIOD-ENTRY

           MOVE SPACES TO WS-NOTIFY-COMMAND
           STRING 'backend/callcentre_report '
               FUNCTION TRIM(WS-ASN-PERIOD-ENTRY)
               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND

           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE

           DISPLAY ' '
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       MESSAGE-TEMPLATE-PAGE.
      *    Outbound wording lives in message_templates, one row per
      *    message type and language. Programs that queue or send
      *    passenger messages render the row for the passenger's
      *    language, fall back to the English row when there is no
      *    translation, and keep their own built-in English when
      *    there is no template at all. Super admins maintain the
      *    wording; anyone may list and preview it.
           MOVE SPACES TO WS-MTP-MENU-CHOICE
           PERFORM UNTIL WS-MTP-MENU-CHOICE = '5'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*               Message Templates                 *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Add / Change a Template'
           DISPLAY '2 - Remove a Template'
           DISPLAY '3 - List Templates'
           DISPLAY '4 - Preview a Template'
           DISPLAY '5 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-MTP-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-MTP-MENU-CHOICE
               WHEN '1'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM SET-MESSAGE-TEMPLATE
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '2'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM REMOVE-MESSAGE-TEMPLATE
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '3'
                   PERFORM LIST-MESSAGE-TEMPLATES
               WHEN '4'
                   PERFORM PREVIEW-MESSAGE-TEMPLATE
               WHEN '5'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       ACCEPT-TEMPLATE-KEY.
           MOVE 'N' TO WS-MTP-OK
           DISPLAY 'Types : TICKET-EMAIL TICKET-TITLE TICKET-NOTE'
           DISPLAY '        DELAY-NOTICE ADVISORY DISRUPTION RESEAT'
           DISPLAY '        DETOUR-MOVED DETOUR-CLOSED DUNNING'
           DISPLAY '        EXPIRY-WARN LOST-FOUND PROMO TRIP-REMIND'
           DISPLAY '        FINAL-REMIND STANDING-ORD ETA-ALERT'
           DISPLAY '        DELAY-COMP STATEMENT'
           DISPLAY 'Message type       : ' WITH NO ADVANCING
           MOVE SPACES TO WS-MTP-TYPE-ENTRY
           ACCEPT WS-MTP-TYPE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-MTP-TYPE-ENTRY) TO
               WS-MTP-TYPE-ENTRY
           IF NOT WS-MTP-TYPE-KNOWN THEN
               DISPLAY ' Unknown message type.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Language [ENG/FIL/CEB] : ' WITH NO ADVANCING
           MOVE SPACES TO WS-MTP-LANG-ENTRY
           ACCEPT WS-MTP-LANG-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-MTP-LANG-ENTRY) TO
               WS-MTP-LANG-ENTRY
           IF NOT WS-MTP-LANG-KNOWN THEN
               DISPLAY ' Language must be ENG, FIL or CEB.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MTP-OK
           .

       SET-MESSAGE-TEMPLATE.
           PERFORM ACCEPT-TEMPLATE-KEY
           IF WS-MTP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-MESSAGE-TEMPLATE-FILE
           IF WS-MTP-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-MESSAGE-TEMPLATE-FILE
               CLOSE FS-MESSAGE-TEMPLATE-FILE
               OPEN I-O FS-MESSAGE-TEMPLATE-FILE
           END-IF
           MOVE 'N' TO WS-MTP-FOUND
           MOVE WS-MTP-TYPE-ENTRY TO FS-MTP-MSG-TYPE
           MOVE WS-MTP-LANG-ENTRY TO FS-MTP-LANGUAGE
           READ FS-MESSAGE-TEMPLATE-FILE
           KEY IS FS-MTP-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-MTP-FOUND
               DISPLAY ' Current wording :'
               DISPLAY ' ' FS-MTP-TEXT(1:100)
               DISPLAY ' ' FS-MTP-TEXT(101:100)
           END-READ

           DISPLAY 'Placeholders: {NAME} {BOOKING} {SCHEDULE} {ROUTE}'
           DISPLAY '              {DATE} {TIME} {AMOUNT} {DETAIL}'
           DISPLAY 'New wording : ' WITH NO ADVANCING
           MOVE SPACES TO WS-MTP-TEXT-ENTRY
           ACCEPT WS-MTP-TEXT-ENTRY
           IF WS-MTP-TEXT-ENTRY = SPACES THEN
               CLOSE FS-MESSAGE-TEMPLATE-FILE
               PERFORM FILL-ALL-THE-FIELDS
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-TIME-STAMP
           MOVE WS-MTP-TYPE-ENTRY TO FS-MTP-MSG-TYPE
           MOVE WS-MTP-LANG-ENTRY TO FS-MTP-LANGUAGE
           MOVE WS-MTP-TEXT-ENTRY TO FS-MTP-TEXT
           MOVE WS-AUDIT-ADMIN-ID TO FS-MTP-UPDATED-BY
           MOVE WS-TIME-STAMP TO FS-MTP-TIME-STAMP
           IF WS-MTP-FOUND = 'Y' THEN
               REWRITE FS-MESSAGE-TEMPLATE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE FS-MESSAGE-TEMPLATE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE FS-MESSAGE-TEMPLATE-FILE

           MOVE 'SET-MSG-TEMPLATE' TO WS-AUDIT-ACTION
           MOVE FS-MTP-KEY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       REMOVE-MESSAGE-TEMPLATE.
      *    With the row gone the programs fall back to the English
      *    template, or to their built-in wording for English.
           PERFORM ACCEPT-TEMPLATE-KEY
           IF WS-MTP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-MTP-FOUND
           OPEN I-O FS-MESSAGE-TEMPLATE-FILE
           IF WS-MTP-FILE-STATUS = '00' THEN
               MOVE WS-MTP-TYPE-ENTRY TO FS-MTP-MSG-TYPE
               MOVE WS-MTP-LANG-ENTRY TO FS-MTP-LANGUAGE
               DELETE FS-MESSAGE-TEMPLATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-MTP-FOUND
               END-DELETE
               CLOSE FS-MESSAGE-TEMPLATE-FILE
           END-IF

           IF WS-MTP-FOUND NOT = 'Y' THEN
               DISPLAY ' No template for that type and language.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'DEL-MSG-TEMPLATE' TO WS-AUDIT-ACTION
           MOVE FS-MTP-KEY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       LIST-MESSAGE-TEMPLATES.
           MOVE ZEROES TO WS-MTP-COUNT
           MOVE SPACES TO WS-MTP-EOF
           DISPLAY '   TYPE         | LNG | WORDING'
           DISPLAY '-----------------------------------------------'

           OPEN INPUT FS-MESSAGE-TEMPLATE-FILE
           IF WS-MTP-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-MTP-EOF
           END-IF
           PERFORM UNTIL WS-MTP-EOF = 'Y'
               READ FS-MESSAGE-TEMPLATE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-MTP-EOF
               NOT AT END
                   DISPLAY FS-MTP-MSG-TYPE ' | ' FS-MTP-LANGUAGE
                       ' | ' FS-MTP-TEXT(1:45)
                   ADD 1 TO WS-MTP-COUNT
               END-READ
           END-PERFORM
           IF WS-MTP-FILE-STATUS = '00' OR
               WS-MTP-FILE-STATUS = '10' THEN
               CLOSE FS-MESSAGE-TEMPLATE-FILE
           END-IF

           DISPLAY ' '
           DISPLAY ' Templates on file : ' WS-MTP-COUNT
           ACCEPT WS-BUFFER
           .

       PREVIEW-MESSAGE-TEMPLATE.
      *    Renders with made-up values the way a program would, so
      *    the language fallback shows up here too.
           PERFORM ACCEPT-TEMPLATE-KEY
           IF WS-MTP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MTP-TYPE-ENTRY TO WS-MTP-WANT-TYPE
           MOVE WS-MTP-LANG-ENTRY TO WS-MTP-WANT-LANG
           MOVE 'Juan Dela Cruz' TO WS-MTP-NAME
           MOVE 'BKG000000000123' TO WS-MTP-BOOKING
           MOVE 'SCH000000000045' TO WS-MTP-SCHEDULE
           MOVE 'North Terminal - Pier 4' TO WS-MTP-ROUTE
           MOVE '06/15/2026' TO WS-MTP-DATE
           MOVE '08:30 AM' TO WS-MTP-TIME
           MOVE 'PHP 450.00' TO WS-MTP-AMOUNT
           MOVE 'sample detail' TO WS-MTP-DETAIL
           PERFORM RENDER-MESSAGE-TEMPLATE

           DISPLAY ' '
           IF WS-MTP-RENDERED = SPACES THEN
               DISPLAY ' No template on file; the built-in English'
                   ' wording is used.'
           ELSE
               DISPLAY ' ' WS-MTP-RENDERED(1:100)
               DISPLAY ' ' WS-MTP-RENDERED(101:100)
           END-IF
           MOVE SPACES TO WS-MTP-RENDERED
           ACCEPT WS-BUFFER
           .

       REPORT-SPOOL-PAGE.
      *    Every report run is copied into data/spool by report_spool
      *    and indexed with its run date and producing job, so past
      *    runs can be found and reprinted after the export file has
      *    been overwritten. Each report type has a distribution list
      *    the run is e-mailed to; super admins maintain the lists.
      *    Copies older than SPOOL-RETAIN-DAYS are purged nightly by
      *    retention_sweep, leaving the index row marked purged.
           MOVE SPACES TO WS-RSP-MENU-CHOICE
           PERFORM UNTIL WS-RSP-MENU-CHOICE = '6'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*                 Report Spool                    *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Find Spooled Reports'
           DISPLAY '2 - Reprint a Report Run'
           DISPLAY '3 - Add a Distribution Recipient'
           DISPLAY '4 - Remove a Distribution Recipient'
           DISPLAY '5 - List Distribution Lists'
           DISPLAY '6 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-RSP-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-RSP-MENU-CHOICE
               WHEN '1'
                   PERFORM FIND-SPOOLED-REPORTS
               WHEN '2'
                   PERFORM REPRINT-SPOOLED-REPORT
               WHEN '3'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM ADD-REPORT-RECIPIENT
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '4'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM REMOVE-REPORT-RECIPIENT
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '5'
                   PERFORM LIST-REPORT-DISTRIBUTION
               WHEN '6'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       ACCEPT-SPOOL-REPORT-TYPE.
           DISPLAY 'Types : LEAKAGE CASH-PROOF FRANCHISE BAGGAGE-CLAIMS'
           DISPLAY '        CALL-CENTRE DELAY-COMP DRIVING-EXCEPT'
           DISPLAY '        FARE-AUDIT CARGO-AUDIT NON-REVENUE'
           DISPLAY '        LEVY-REMIT BORDEREAU PARTS-REORDER'
           DISPLAY '        OWNER-SETTLE TICKET-GAP ETA-ALERT'
           DISPLAY '        TAP-CLEARING TOLL-EXCEPT YEAR-END'
           DISPLAY '        MONTH-END SALES-TIEOUT STATEMENTS'
           DISPLAY '        PROMO-PERF REFERRALS DSAR-OVERDUE'
           DISPLAY '        EMISSIONS OPERATOR-STATS'
           DISPLAY 'Report type : ' WITH NO ADVANCING
           MOVE SPACES TO WS-RSP-TYPE-ENTRY
           ACCEPT WS-RSP-TYPE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-RSP-TYPE-ENTRY) TO
               WS-RSP-TYPE-ENTRY
           .

       FIND-SPOOLED-REPORTS.
      *    Blank type or dates leave that side of the search open.
           PERFORM ACCEPT-SPOOL-REPORT-TYPE
           DISPLAY 'Run from [MM/DD/YYYY] : ' WITH NO ADVANCING
           MOVE SPACES TO WS-RSP-FROM-ENTRY
           ACCEPT WS-RSP-FROM-ENTRY
           DISPLAY 'Run to   [MM/DD/YYYY] : ' WITH NO ADVANCING
           MOVE SPACES TO WS-RSP-TO-ENTRY
           ACCEPT WS-RSP-TO-ENTRY

           MOVE ZEROES TO WS-RSP-FROM-INT
           IF WS-RSP-FROM-ENTRY NOT = SPACES THEN
               MOVE WS-RSP-FROM-ENTRY(7:4) TO WS-RSP-FROM-INT(1:4)
               MOVE WS-RSP-FROM-ENTRY(1:2) TO WS-RSP-FROM-INT(5:2)
               MOVE WS-RSP-FROM-ENTRY(4:2) TO WS-RSP-FROM-INT(7:2)
           END-IF
           MOVE 99999999 TO WS-RSP-TO-INT
           IF WS-RSP-TO-ENTRY NOT = SPACES THEN
               MOVE WS-RSP-TO-ENTRY(7:4) TO WS-RSP-TO-INT(1:4)
               MOVE WS-RSP-TO-ENTRY(1:2) TO WS-RSP-TO-INT(5:2)
               MOVE WS-RSP-TO-ENTRY(4:2) TO WS-RSP-TO-INT(7:2)
           END-IF

           MOVE ZEROES TO WS-RSP-COUNT
           MOVE ZEROES TO WS-RSP-PAGE-LINES
           MOVE SPACES TO WS-RSP-EOF
           DISPLAY ' '
           DISPLAY '   RUN ID       | TYPE           | JOB'
               '                | DATE       | TIME  | STATUS'
           DISPLAY '------------------------------------------------'
               '---------------------------------------'

           OPEN INPUT FS-REPORT-SPOOL-FILE
           IF WS-RSP-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-RSP-EOF
           END-IF
           PERFORM UNTIL WS-RSP-EOF = 'Y'
               READ FS-REPORT-SPOOL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RSP-EOF
               NOT AT END
                   MOVE FS-RSP-RUN-DATE(7:4) TO WS-RSP-RUN-INT(1:4)
                   MOVE FS-RSP-RUN-DATE(1:2) TO WS-RSP-RUN-INT(5:2)
                   MOVE FS-RSP-RUN-DATE(4:2) TO WS-RSP-RUN-INT(7:2)
                   IF (WS-RSP-TYPE-ENTRY = SPACES OR
                       FS-RSP-REPORT-TYPE = WS-RSP-TYPE-ENTRY) AND
                       WS-RSP-RUN-INT >= WS-RSP-FROM-INT AND
                       WS-RSP-RUN-INT <= WS-RSP-TO-INT THEN
                       DISPLAY FS-RSP-RUN-ID ' | '
                           FS-RSP-REPORT-TYPE(1:14) ' | '
                           FS-RSP-JOB-NAME ' | '
                           FS-RSP-RUN-DATE ' | '
                           FS-RSP-RUN-TIME(1:5) ' | '
                           FS-RSP-STATUS
                       ADD 1 TO WS-RSP-COUNT
                       ADD 1 TO WS-RSP-PAGE-LINES
                       IF WS-RSP-PAGE-LINES = 20 THEN
                           MOVE ZEROES TO WS-RSP-PAGE-LINES
                           DISPLAY 'Press Enter for more...'
                               WITH NO ADVANCING
                           ACCEPT WS-BUFFER
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-RSP-FILE-STATUS = '00' OR
               WS-RSP-FILE-STATUS = '10' THEN
               CLOSE FS-REPORT-SPOOL-FILE
           END-IF

           DISPLAY ' '
           DISPLAY ' Report runs found : ' WS-RSP-COUNT
           ACCEPT WS-BUFFER
           .

       REPRINT-SPOOLED-REPORT.
      *    Shows the spooled copy on screen and writes it back out
      *    to data/report_reprint.txt for printing.
           DISPLAY 'Run ID : ' WITH NO ADVANCING
           MOVE SPACES TO WS-RSP-RUN-ENTRY
           ACCEPT WS-RSP-RUN-ENTRY

           MOVE 'N' TO WS-RSP-FOUND
           OPEN INPUT FS-REPORT-SPOOL-FILE
           IF WS-RSP-FILE-STATUS = '00' THEN
               MOVE WS-RSP-RUN-ENTRY TO FS-RSP-RUN-ID
               READ FS-REPORT-SPOOL-FILE
               KEY IS FS-RSP-RUN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RSP-FOUND
               END-READ
               CLOSE FS-REPORT-SPOOL-FILE
           END-IF

           IF WS-RSP-FOUND NOT = 'Y' THEN
               DISPLAY ' No spooled report with that run ID.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF FS-RSP-STATUS NOT = 'kept' THEN
               DISPLAY ' Run ' FS-RSP-RUN-ID ' of '
                   FUNCTION TRIM(FS-RSP-REPORT-TYPE) ' on '
                   FS-RSP-RUN-DATE
               DISPLAY ' has passed its retention and was purged.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE FS-RSP-SPOOL-PATH TO WS-RSP-SPOOL-PATH
           OPEN INPUT FS-SPOOL-COPY-FILE
           IF WS-RSP-COPY-STATUS NOT = '00' THEN
               DISPLAY ' Spooled copy is missing : '
                   FUNCTION TRIM(WS-RSP-SPOOL-PATH)
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FS-REPRINT-FILE

           DISPLAY ' ' FUNCTION TRIM(FS-RSP-REPORT-TYPE) ' run '
               FS-RSP-RUN-ID ' by ' FUNCTION TRIM(FS-RSP-JOB-NAME)
               ' on ' FS-RSP-RUN-DATE ' ' FS-RSP-RUN-TIME
           DISPLAY ' '
           MOVE ZEROES TO WS-RSP-PAGE-LINES
           MOVE SPACES TO WS-RSP-EOF
           PERFORM UNTIL WS-RSP-EOF = 'Y'
               READ FS-SPOOL-COPY-FILE
               AT END MOVE 'Y' TO WS-RSP-EOF
               NOT AT END
                   WRITE FS-REPRINT-RECORD FROM FS-SPOOL-COPY-RECORD
                   DISPLAY FUNCTION TRIM(FS-SPOOL-COPY-RECORD
                       TRAILING)
                   ADD 1 TO WS-RSP-PAGE-LINES
                   IF WS-RSP-PAGE-LINES = 20 THEN
                       MOVE ZEROES TO WS-RSP-PAGE-LINES
                       DISPLAY 'Press Enter for more...'
                           WITH NO ADVANCING
                       ACCEPT WS-BUFFER
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-SPOOL-COPY-FILE
           CLOSE FS-REPRINT-FILE

           MOVE 'REPRINT-REPORT' TO WS-AUDIT-ACTION
           MOVE FS-RSP-RUN-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Reprint written to data/report_reprint.txt'
           ACCEPT WS-BUFFER
           .

       ACCEPT-REPORT-RECIPIENT.
           MOVE 'N' TO WS-RSP-FOUND
           PERFORM ACCEPT-SPOOL-REPORT-TYPE
           DISPLAY 'E-mail address : ' WITH NO ADVANCING
           MOVE SPACES TO WS-RSP-ADDRESS-ENTRY
           ACCEPT WS-RSP-ADDRESS-ENTRY
           MOVE ZEROES TO WS-RSP-AT-SIGNS
           INSPECT WS-RSP-ADDRESS-ENTRY TALLYING WS-RSP-AT-SIGNS
               FOR ALL '@'
           IF WS-RSP-TYPE-ENTRY = SPACES OR
               WS-RSP-AT-SIGNS NOT = 1 THEN
               DISPLAY ' A report type and one e-mail address are'
                   ' needed.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RSP-FOUND
           .

       ADD-REPORT-RECIPIENT.
           PERFORM ACCEPT-REPORT-RECIPIENT
           IF WS-RSP-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FS-REPORT-DIST-FILE
           IF WS-RDL-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-REPORT-DIST-FILE
               CLOSE FS-REPORT-DIST-FILE
               OPEN I-O FS-REPORT-DIST-FILE
           END-IF
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-RSP-TYPE-ENTRY TO FS-RDL-REPORT-TYPE
           MOVE WS-RSP-ADDRESS-ENTRY TO FS-RDL-ADDRESS
           MOVE WS-AUDIT-ADMIN-ID TO FS-RDL-ADDED-BY
           MOVE WS-TIME-STAMP TO FS-RDL-TIME-STAMP
           WRITE FS-REPORT-DIST-RECORD
               INVALID KEY MOVE 'N' TO WS-RSP-FOUND
           END-WRITE
           CLOSE FS-REPORT-DIST-FILE

           IF WS-RSP-FOUND NOT = 'Y' THEN
               DISPLAY ' That address is already on the list.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'ADD-REPORT-RECIPIENT' TO WS-AUDIT-ACTION
           MOVE WS-RSP-TYPE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       REMOVE-REPORT-RECIPIENT.
           PERFORM ACCEPT-REPORT-RECIPIENT
           IF WS-RSP-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RSP-FOUND
           OPEN I-O FS-REPORT-DIST-FILE
           IF WS-RDL-FILE-STATUS = '00' THEN
               MOVE WS-RSP-TYPE-ENTRY TO FS-RDL-REPORT-TYPE
               MOVE WS-RSP-ADDRESS-ENTRY TO FS-RDL-ADDRESS
               DELETE FS-REPORT-DIST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-RSP-FOUND
               END-DELETE
               CLOSE FS-REPORT-DIST-FILE
           END-IF

           IF WS-RSP-FOUND NOT = 'Y' THEN
               DISPLAY ' That address is not on the list.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 'DEL-REPORT-RECIPIENT' TO WS-AUDIT-ACTION
           MOVE WS-RSP-TYPE-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       LIST-REPORT-DISTRIBUTION.
           MOVE ZEROES TO WS-RSP-COUNT
           MOVE SPACES TO WS-RSP-EOF
           DISPLAY '   REPORT TYPE          | E-MAIL ADDRESS'
           DISPLAY '-----------------------------------------------'

           OPEN INPUT FS-REPORT-DIST-FILE
           IF WS-RDL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-RSP-EOF
           END-IF
           PERFORM UNTIL WS-RSP-EOF = 'Y'
               READ FS-REPORT-DIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RSP-EOF
               NOT AT END
                   DISPLAY FS-RDL-REPORT-TYPE ' | '
                       FUNCTION TRIM(FS-RDL-ADDRESS)
                   ADD 1 TO WS-RSP-COUNT
               END-READ
           END-PERFORM
           IF WS-RDL-FILE-STATUS = '00' OR
               WS-RDL-FILE-STATUS = '10' THEN
               CLOSE FS-REPORT-DIST-FILE
           END-IF

           DISPLAY ' '
           DISPLAY ' Recipients on file : ' WS-RSP-COUNT
           ACCEPT WS-BUFFER
           .

       PRIVACY-REQUEST-PAGE.
      *    Data Privacy Act requests from passengers. Each request is
      *    registered with the date received and a statutory due date
      *    DSAR-DUE-DAYS calendar days later. Access requests are
      *    answered with the report privacy_access writes to
      *    data/export; correction requests are applied field by
      *    field with the before and after values kept in
      *    data/privacy_corrections.txt and the audit log. Open
      *    requests past their due date are reported nightly.
           MOVE SPACES TO WS-DSR-MENU-CHOICE
           PERFORM UNTIL WS-DSR-MENU-CHOICE = '7'
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*              Data Privacy Requests              *"
           DISPLAY "***************************************************"
           DISPLAY ' '
           DISPLAY '1 - Log a Request'
           DISPLAY '2 - List Open Requests'
           DISPLAY '3 - Produce Access Report'
           DISPLAY '4 - Apply a Correction'
           DISPLAY '5 - Close a Request'
           DISPLAY '6 - Overdue Request Report'
           DISPLAY '7 - back to schedule menu'
           DISPLAY ' '
           DISPLAY 'Enter your choice : ' WITH NO ADVANCING
           ACCEPT WS-DSR-MENU-CHOICE

           DISPLAY ' '

           EVALUATE WS-DSR-MENU-CHOICE
               WHEN '1'
                   PERFORM LOG-PRIVACY-REQUEST
               WHEN '2'
                   PERFORM LIST-PRIVACY-REQUESTS
               WHEN '3'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM RUN-PRIVACY-ACCESS-REPORT
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '4'
                   IF WS-IS-SUPER-ADMIN THEN
                       PERFORM APPLY-PRIVACY-CORRECTION
                   ELSE
                       PERFORM PERMISSION-DENIED-MESSAGE
                   END-IF
               WHEN '5'
                   PERFORM CLOSE-PRIVACY-REQUEST
               WHEN '6'
                   PERFORM RUN-PRIVACY-OVERDUE-REPORT
               WHEN '7'
                   CONTINUE
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
           END-EVALUATE

           END-PERFORM
           .

       LOAD-PRIVACY-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-VB-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'DSAR-DUE-DAYS' TO FS-BPM-PARAM-NAME
           PERFORM READ-BLOCK-PARAM
           IF WS-VB-PARAM-LIVE = 'Y' THEN
               MOVE FS-BPM-PARAM-VALUE TO WS-DSR-DUE-DAYS
           END-IF
           CLOSE FS-BUSINESS-PARAMS-FILE
           .

       LOG-PRIVACY-REQUEST.
           PERFORM LOAD-PRIVACY-PARAMETERS

           DISPLAY 'Passenger User ID : ' WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-USER-ENTRY
           ACCEPT WS-DSR-USER-ENTRY
           MOVE 'N' TO WS-DSR-FOUND
           OPEN INPUT FS-PASSENGER-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE WS-DSR-USER-ENTRY TO FS-P-USER-ID
               READ FS-PASSENGER-FILE
               KEY IS FS-P-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DSR-FOUND
               END-READ
               CLOSE FS-PASSENGER-FILE
           END-IF
           IF WS-DSR-FOUND NOT = 'Y' THEN
               DISPLAY ' No passenger with that User ID.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Request type [A-Access, C-Correction] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-TYPE-ENTRY
           ACCEPT WS-DSR-TYPE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-DSR-TYPE-ENTRY) TO
               WS-DSR-TYPE-ENTRY
           IF WS-DSR-TYPE-ENTRY NOT = 'A' AND
               WS-DSR-TYPE-ENTRY NOT = 'C' THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    The clock starts when the request reached us, which may be
      *    earlier than the day it is keyed in.
           DISPLAY 'Date received MM/DD/YYYY [blank = today] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-RECEIVED-ENTRY
           ACCEPT WS-DSR-RECEIVED-ENTRY
           IF WS-DSR-RECEIVED-ENTRY = SPACES THEN
               PERFORM GENERATE-TIME-STAMP
               MOVE WS-TS-DATE TO WS-DSR-RECEIVED-ENTRY
           END-IF
           IF WS-DSR-RECEIVED-ENTRY(1:2) IS NOT NUMERIC OR
               WS-DSR-RECEIVED-ENTRY(4:2) IS NOT NUMERIC OR
               WS-DSR-RECEIVED-ENTRY(7:4) IS NOT NUMERIC THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DSR-RECEIVED-ENTRY(7:4) TO WS-DSR-DATE-INT(1:4)
           MOVE WS-DSR-RECEIVED-ENTRY(1:2) TO WS-DSR-DATE-INT(5:2)
           MOVE WS-DSR-RECEIVED-ENTRY(4:2) TO WS-DSR-DATE-INT(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DSR-DATE-INT) NOT = 0 OR
               WS-DSR-DATE-INT > WS-VB-TODAY-INT THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Details : ' WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-DETAILS-ENTRY
           ACCEPT WS-DSR-DETAILS-ENTRY

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'DSAR' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           COMPUTE WS-DSR-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DSR-DATE-INT) +
               WS-DSR-DUE-DAYS
           COMPUTE WS-DSR-DATE-INT =
               FUNCTION DATE-OF-INTEGER(WS-DSR-DAY)

           MOVE SPACES TO FS-PRIVACY-REQUEST-RECORD
           MOVE WS-GENERATED-ID TO FS-DSR-REQUEST-ID
           MOVE WS-DSR-USER-ENTRY TO FS-DSR-FK-USER-ID
           IF WS-DSR-TYPE-ENTRY = 'A' THEN
               MOVE 'ACCESS' TO FS-DSR-REQUEST-TYPE
           ELSE
               MOVE 'CORRECTION' TO FS-DSR-REQUEST-TYPE
           END-IF
           MOVE WS-DSR-RECEIVED-ENTRY TO FS-DSR-RECEIVED-DATE
           MOVE WS-DSR-DATE-INT(5:2) TO FS-DSR-DUE-DATE(1:2)
           MOVE '/' TO FS-DSR-DUE-DATE(3:1)
           MOVE WS-DSR-DATE-INT(7:2) TO FS-DSR-DUE-DATE(4:2)
           MOVE '/' TO FS-DSR-DUE-DATE(6:1)
           MOVE WS-DSR-DATE-INT(1:4) TO FS-DSR-DUE-DATE(7:4)
           MOVE 'open' TO FS-DSR-STATUS
           MOVE WS-DSR-DETAILS-ENTRY TO FS-DSR-DETAILS
           MOVE WS-AUDIT-ADMIN-ID TO FS-DSR-LOGGED-BY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-DSR-TIME-STAMP

           OPEN I-O FS-PRIVACY-REQUEST-FILE
           IF WS-DSR-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-PRIVACY-REQUEST-FILE
               CLOSE FS-PRIVACY-REQUEST-FILE
               OPEN I-O FS-PRIVACY-REQUEST-FILE
           END-IF
           WRITE FS-PRIVACY-REQUEST-RECORD
           END-WRITE
           CLOSE FS-PRIVACY-REQUEST-FILE

           MOVE 'PRIVACY-REQUEST-LOG' TO WS-AUDIT-ACTION
           MOVE WS-GENERATED-ID TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY ' '
           DISPLAY ' Request ' WS-GENERATED-ID ' logged, answer due by '
               FS-DSR-DUE-DATE
           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       LIST-PRIVACY-REQUESTS.
           PERFORM LOAD-PRIVACY-PARAMETERS
           COMPUTE WS-DSR-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-VB-TODAY-INT)
           MOVE ZEROES TO WS-DSR-COUNT
           MOVE SPACES TO WS-DSR-EOF
           DISPLAY ' REQUEST ID      | USER ID         | TYPE       | '
               'DUE        | DAYS LEFT'
           DISPLAY '------------------------------------------------'
               '-----------------------------'

           OPEN INPUT FS-PRIVACY-REQUEST-FILE
           IF WS-DSR-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-DSR-EOF
           END-IF
           PERFORM UNTIL WS-DSR-EOF = 'Y'
               READ FS-PRIVACY-REQUEST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DSR-EOF
               NOT AT END
                   IF FS-DSR-IS-OPEN THEN
                       PERFORM LIST-ONE-PRIVACY-REQUEST
                   END-IF
               END-READ
           END-PERFORM
           IF WS-DSR-FILE-STATUS = '00' OR
               WS-DSR-FILE-STATUS = '10' THEN
               CLOSE FS-PRIVACY-REQUEST-FILE
           END-IF

           DISPLAY ' '
           DISPLAY ' Open requests : ' WS-DSR-COUNT
           ACCEPT WS-BUFFER
           .

       LIST-ONE-PRIVACY-REQUEST.
           ADD 1 TO WS-DSR-COUNT
           MOVE SPACES TO WS-DSR-FLAG
           MOVE ZEROES TO WS-DSR-DAYS
           IF FS-DSR-DUE-DATE(1:2) IS NUMERIC AND
               FS-DSR-DUE-DATE(4:2) IS NUMERIC AND
               FS-DSR-DUE-DATE(7:4) IS NUMERIC THEN
               MOVE FS-DSR-DUE-DATE(7:4) TO WS-DSR-DATE-INT(1:4)
               MOVE FS-DSR-DUE-DATE(1:2) TO WS-DSR-DATE-INT(5:2)
               MOVE FS-DSR-DUE-DATE(4:2) TO WS-DSR-DATE-INT(7:2)
               COMPUTE WS-DSR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DSR-DATE-INT) -
                   WS-DSR-TODAY-DAY
               IF WS-DSR-DAYS < ZEROES THEN
                   MOVE 'OVERDUE' TO WS-DSR-FLAG
               END-IF
           END-IF
           MOVE WS-DSR-DAYS TO WS-DSR-EDIT-DAYS
           DISPLAY ' ' FS-DSR-REQUEST-ID ' | ' FS-DSR-FK-USER-ID ' | '
               FS-DSR-REQUEST-TYPE ' | ' FS-DSR-DUE-DATE ' | '
               WS-DSR-EDIT-DAYS ' ' WS-DSR-FLAG
           .

       ACCEPT-PRIVACY-REQUEST.
      *    Reads the open request keyed in; WS-DSR-FOUND says whether
      *    it can be worked on.
           MOVE 'N' TO WS-DSR-FOUND
           DISPLAY 'Request ID : ' WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-REQUEST-ENTRY
           ACCEPT WS-DSR-REQUEST-ENTRY

           OPEN INPUT FS-PRIVACY-REQUEST-FILE
           IF WS-DSR-FILE-STATUS = '00' THEN
               MOVE WS-DSR-REQUEST-ENTRY TO FS-DSR-REQUEST-ID
               READ FS-PRIVACY-REQUEST-FILE
               KEY IS FS-DSR-REQUEST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DSR-FOUND
               END-READ
               CLOSE FS-PRIVACY-REQUEST-FILE
           END-IF
           IF WS-DSR-FOUND NOT = 'Y' THEN
               DISPLAY ' No request with that ID.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-DSR-IS-OPEN THEN
               MOVE 'N' TO WS-DSR-FOUND
               DISPLAY ' That request was closed on '
                   FS-DSR-CLOSED-DATE '.'
               ACCEPT WS-BUFFER
           END-IF
           .

       RUN-PRIVACY-ACCESS-REPORT.
      *    The report holds personal data, so it is not spooled or
      *    distributed; the officer releases it to the passenger.
           PERFORM ACCEPT-PRIVACY-REQUEST
           IF WS-DSR-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTIFY-COMMAND
           STRING 'backend/privacy_access ACCESS '
               FUNCTION TRIM(WS-DSR-REQUEST-ENTRY)
               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND

           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE

           MOVE 'PRIVACY-ACCESS-RPT' TO WS-AUDIT-ACTION
           MOVE WS-DSR-REQUEST-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           DISPLAY 'Report written to data/export/dsar_'
               FUNCTION TRIM(WS-DSR-REQUEST-ENTRY) '.txt'
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       APPLY-PRIVACY-CORRECTION.
           PERFORM ACCEPT-PRIVACY-REQUEST
           IF WS-DSR-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-DSR-IS-CORRECTION THEN
               DISPLAY ' That is not a correction request.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF
           MOVE FS-DSR-FK-USER-ID TO WS-DSR-USER-ENTRY

           DISPLAY ' '
           DISPLAY '1 - First Name           5 - Emergency Contact'
           DISPLAY '2 - Last Name            6 - Emergency Phone'
           DISPLAY '3 - Email                7 - Nationality'
           DISPLAY '4 - Phone Number         8 - Marketing Consent'
           DISPLAY 'Field to correct : ' WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-FIELD-CHOICE
           ACCEPT WS-DSR-FIELD-CHOICE

           PERFORM FETCH-PRIVACY-FIELD
           IF WS-DSR-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY ' Now held : ' FUNCTION TRIM(WS-DSR-BEFORE)
           DISPLAY ' Corrected value : ' WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-AFTER
           ACCEPT WS-DSR-AFTER
           PERFORM CHECK-PRIVACY-VALUE
           IF WS-DSR-FOUND NOT = 'Y' THEN
               PERFORM INVALID-INPUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' Change ' FUNCTION TRIM(WS-DSR-FIELD-NAME) ' to '
               FUNCTION TRIM(WS-DSR-AFTER) ' ? [Y/N] : '
               WITH NO ADVANCING
           MOVE SPACES TO WS-DSR-CONFIRM
           ACCEPT WS-DSR-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-DSR-CONFIRM) TO WS-DSR-CONFIRM
           IF WS-DSR-CONFIRM NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM STORE-PRIVACY-FIELD

           PERFORM GENERATE-TIME-STAMP
           MOVE SPACES TO FS-PRIVACY-CORRECTION-RECORD
           MOVE WS-DSR-REQUEST-ENTRY TO FS-DSC-REQUEST-ID
           MOVE WS-DSR-USER-ENTRY TO FS-DSC-FK-USER-ID
           MOVE WS-DSR-FIELD-NAME TO FS-DSC-FIELD
           MOVE WS-DSR-BEFORE TO FS-DSC-BEFORE
           MOVE WS-DSR-AFTER TO FS-DSC-AFTER
           IF WS-DSR-CIPHER = 'Y' THEN
               MOVE WS-DSR-BEFORE TO WS-FC-FIELD
               PERFORM ENCRYPT-FIELD
               MOVE WS-FC-FIELD TO FS-DSC-BEFORE
               MOVE WS-DSR-STORED TO FS-DSC-AFTER
           END-IF
           MOVE WS-AUDIT-ADMIN-ID TO FS-DSC-CHANGED-BY
           MOVE WS-TIME-STAMP TO FS-DSC-TIME-STAMP
           OPEN EXTEND FS-PRIVACY-CORRECTION-FILE
           IF WS-DSC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-PRIVACY-CORRECTION-FILE
           END-IF
           WRITE FS-PRIVACY-CORRECTION-RECORD
           CLOSE FS-PRIVACY-CORRECTION-FILE

           MOVE 'PRIVACY-CORRECTION' TO WS-AUDIT-ACTION
           MOVE WS-DSR-REQUEST-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       FETCH-PRIVACY-FIELD.
      *    Picks up the value now held so it can be kept as the
      *    before image. A passenger with no contact or consent row
      *    yet gets one created on store.
           MOVE 'N' TO WS-DSR-FOUND
           MOVE SPACES TO WS-DSR-BEFORE
           EVALUATE WS-DSR-FIELD-CHOICE
               WHEN '1'
                   MOVE 'FIRST-NAME' TO WS-DSR-FIELD-NAME
               WHEN '2'
                   MOVE 'LAST-NAME' TO WS-DSR-FIELD-NAME
               WHEN '3'
                   MOVE 'EMAIL' TO WS-DSR-FIELD-NAME
               WHEN '4'
                   MOVE 'PHONE-NUMBER' TO WS-DSR-FIELD-NAME
               WHEN '5'
                   MOVE 'EMERGENCY-NAME' TO WS-DSR-FIELD-NAME
               WHEN '6'
                   MOVE 'EMERGENCY-PHONE' TO WS-DSR-FIELD-NAME
               WHEN '7'
                   MOVE 'NATIONALITY' TO WS-DSR-FIELD-NAME
               WHEN '8'
                   MOVE 'MARKETING-CONSENT' TO WS-DSR-FIELD-NAME
               WHEN OTHER
                   PERFORM INVALID-INPUT-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE WS-DSR-FIELD-CHOICE
               WHEN '1' THRU '4'
                   OPEN INPUT FS-PASSENGER-FILE
                   IF WS-FILE-STATUS = '00' THEN
                       MOVE WS-DSR-USER-ENTRY TO FS-P-USER-ID
                       READ FS-PASSENGER-FILE
                       KEY IS FS-P-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-DSR-FOUND
                       END-READ
                       CLOSE FS-PASSENGER-FILE
                   END-IF
                   IF WS-DSR-FOUND NOT = 'Y' THEN
                       DISPLAY ' The passenger account is not on file.'
                       ACCEPT WS-BUFFER
                       EXIT PARAGRAPH
                   END-IF
                   EVALUATE WS-DSR-FIELD-CHOICE
                       WHEN '1'
                           MOVE FS-P-FIRST-NAME TO WS-DSR-BEFORE
                       WHEN '2'
                           MOVE FS-P-LAST-NAME TO WS-DSR-BEFORE
                       WHEN '3'
                           MOVE FS-P-EMAIL TO WS-DSR-BEFORE
                       WHEN '4'
                           MOVE FS-P-PHONE-NUMBER TO WS-DSR-BEFORE
                   END-EVALUATE
               WHEN '5' THRU '7'
                   MOVE 'Y' TO WS-DSR-FOUND
                   OPEN INPUT FS-CONTACTS-FILE
                   IF WS-PCN-FILE-STATUS = '00' THEN
                       MOVE WS-DSR-USER-ENTRY TO FS-PCN-USER-ID
                       READ FS-CONTACTS-FILE
                       KEY IS FS-PCN-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           EVALUATE WS-DSR-FIELD-CHOICE
                               WHEN '5'
                                   MOVE FS-PCN-EMERGENCY-NAME TO
                                       WS-DSR-BEFORE
                               WHEN '6'
                                   MOVE FS-PCN-EMERGENCY-PHONE TO
                                       WS-DSR-BEFORE
                               WHEN '7'
                                   MOVE FS-PCN-NATIONALITY TO
                                       WS-DSR-BEFORE
                           END-EVALUATE
                       END-READ
                       CLOSE FS-CONTACTS-FILE
                   END-IF
               WHEN '8'
                   MOVE 'Y' TO WS-DSR-FOUND
                   OPEN INPUT FS-MARKETING-PREFS-FILE
                   IF WS-MKP-FILE-STATUS = '00' THEN
                       MOVE WS-DSR-USER-ENTRY TO FS-MKP-USER-ID
                       READ FS-MARKETING-PREFS-FILE
                       KEY IS FS-MKP-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-MKP-CONSENT TO WS-DSR-BEFORE
                       END-READ
                       CLOSE FS-MARKETING-PREFS-FILE
                   END-IF
           END-EVALUATE

           PERFORM SET-PRIVACY-CIPHER-KIND
           IF WS-DSR-CIPHER = 'Y' THEN
               MOVE WS-DSR-BEFORE TO WS-FC-FIELD
               PERFORM DECRYPT-FIELD
               MOVE WS-FC-FIELD TO WS-DSR-BEFORE
           END-IF
           .

       SET-PRIVACY-CIPHER-KIND.
      *    The contact fields held encrypted, with their widths.
           MOVE 'Y' TO WS-DSR-CIPHER
           EVALUATE WS-DSR-FIELD-CHOICE
               WHEN '3'
                   MOVE 100 TO WS-FC-WIDTH
                   MOVE 'T' TO WS-FC-KIND
               WHEN '5'
                   MOVE 50 TO WS-FC-WIDTH
                   MOVE 'T' TO WS-FC-KIND
               WHEN '4'
               WHEN '6'
                   MOVE 11 TO WS-FC-WIDTH
                   MOVE 'D' TO WS-FC-KIND
               WHEN OTHER
                   MOVE 'N' TO WS-DSR-CIPHER
           END-EVALUATE
           .

       CHECK-PRIVACY-VALUE.
           MOVE 'Y' TO WS-DSR-FOUND
           EVALUATE WS-DSR-FIELD-CHOICE
               WHEN '1'
               WHEN '2'
                   IF WS-DSR-AFTER = SPACES OR
                       WS-DSR-AFTER(51:) NOT = SPACES THEN
                       MOVE 'N' TO WS-DSR-FOUND
                   END-IF
      *        The last two places of an encrypted field carry the key
      *        version, so these hold two characters less.
               WHEN '5'
                   IF WS-DSR-AFTER = SPACES OR
                       WS-DSR-AFTER(49:) NOT = SPACES THEN
                       MOVE 'N' TO WS-DSR-FOUND
                   END-IF
               WHEN '3'
                   MOVE ZEROES TO WS-DSR-AT-SIGNS
                   INSPECT WS-DSR-AFTER TALLYING WS-DSR-AT-SIGNS
                       FOR ALL '@'
                   IF WS-DSR-AT-SIGNS NOT = 1 OR
                       WS-DSR-AFTER(99:) NOT = SPACES THEN
                       MOVE 'N' TO WS-DSR-FOUND
                   END-IF
               WHEN '4'
               WHEN '6'
                   IF WS-DSR-AFTER(1:11) IS NOT NUMERIC OR
                       WS-DSR-AFTER(12:) NOT = SPACES THEN
                       MOVE 'N' TO WS-DSR-FOUND
                   END-IF
               WHEN '7'
                   IF WS-DSR-AFTER = SPACES OR
                       WS-DSR-AFTER(21:) NOT = SPACES THEN
                       MOVE 'N' TO WS-DSR-FOUND
                   END-IF
               WHEN '8'
                   MOVE FUNCTION UPPER-CASE(WS-DSR-AFTER) TO
                       WS-DSR-AFTER
                   IF (WS-DSR-AFTER(1:1) NOT = 'Y' AND
                       WS-DSR-AFTER(1:1) NOT = 'N') OR
                       WS-DSR-AFTER(2:) NOT = SPACES THEN
                       MOVE 'N' TO WS-DSR-FOUND
                   END-IF
           END-EVALUATE
           IF WS-DSR-AFTER = WS-DSR-BEFORE THEN
               MOVE 'N' TO WS-DSR-FOUND
           END-IF
           .

       STORE-PRIVACY-FIELD.
           PERFORM SET-PRIVACY-CIPHER-KIND
           MOVE WS-DSR-AFTER TO WS-FC-FIELD
           IF WS-DSR-CIPHER = 'Y' THEN
               PERFORM ENCRYPT-FIELD
           END-IF
           MOVE WS-FC-FIELD TO WS-DSR-STORED

           EVALUATE WS-DSR-FIELD-CHOICE
               WHEN '1' THRU '4'
                   OPEN I-O FS-PASSENGER-FILE
                   MOVE WS-DSR-USER-ENTRY TO FS-P-USER-ID
                   READ FS-PASSENGER-FILE
                   KEY IS FS-P-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE WS-DSR-FIELD-CHOICE
                           WHEN '1'
                               MOVE WS-DSR-AFTER TO FS-P-FIRST-NAME
                           WHEN '2'
                               MOVE WS-DSR-AFTER TO FS-P-LAST-NAME
                           WHEN '3'
                               MOVE WS-DSR-STORED TO FS-P-EMAIL
                           WHEN '4'
                               MOVE WS-DSR-STORED TO FS-P-PHONE-NUMBER
                       END-EVALUATE
                       REWRITE FS-PASSENGER-RECORD
                       END-REWRITE
                   END-READ
                   CLOSE FS-PASSENGER-FILE
               WHEN '5' THRU '7'
                   OPEN I-O FS-CONTACTS-FILE
                   IF WS-PCN-FILE-STATUS NOT = '00' THEN
                       OPEN OUTPUT FS-CONTACTS-FILE
                       CLOSE FS-CONTACTS-FILE
                       OPEN I-O FS-CONTACTS-FILE
                   END-IF
                   MOVE 'N' TO WS-DSR-EOF
                   MOVE WS-DSR-USER-ENTRY TO FS-PCN-USER-ID
                   READ FS-CONTACTS-FILE
                   KEY IS FS-PCN-USER-ID
                   INVALID KEY
                       MOVE SPACES TO FS-CONTACTS-RECORD
                       MOVE WS-DSR-USER-ENTRY TO FS-PCN-USER-ID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DSR-EOF
                   END-READ
                   EVALUATE WS-DSR-FIELD-CHOICE
                       WHEN '5'
                           MOVE WS-DSR-STORED TO FS-PCN-EMERGENCY-NAME
                       WHEN '6'
                           MOVE WS-DSR-STORED TO FS-PCN-EMERGENCY-PHONE
                       WHEN '7'
                           MOVE WS-DSR-AFTER TO FS-PCN-NATIONALITY
                   END-EVALUATE
                   IF WS-DSR-EOF = 'Y' THEN
                       REWRITE FS-CONTACTS-RECORD
                       END-REWRITE
                   ELSE
                       WRITE FS-CONTACTS-RECORD
                       END-WRITE
                   END-IF
                   CLOSE FS-CONTACTS-FILE
               WHEN '8'
                   OPEN I-O FS-MARKETING-PREFS-FILE
                   IF WS-MKP-FILE-STATUS NOT = '00' THEN
                       OPEN OUTPUT FS-MARKETING-PREFS-FILE
                       CLOSE FS-MARKETING-PREFS-FILE
                       OPEN I-O FS-MARKETING-PREFS-FILE
                   END-IF
                   MOVE 'N' TO WS-DSR-EOF
                   MOVE WS-DSR-USER-ENTRY TO FS-MKP-USER-ID
                   READ FS-MARKETING-PREFS-FILE
                   KEY IS FS-MKP-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DSR-EOF
                   END-READ
                   MOVE WS-DSR-USER-ENTRY TO FS-MKP-USER-ID
                   MOVE WS-DSR-AFTER(1:1) TO FS-MKP-CONSENT
                   IF WS-DSR-EOF = 'Y' THEN
                       REWRITE FS-MARKETING-PREFS-RECORD
                       END-REWRITE
                   ELSE
                       WRITE FS-MARKETING-PREFS-RECORD
                       END-WRITE
                   END-IF
                   CLOSE FS-MARKETING-PREFS-FILE
           END-EVALUATE
           .

       CLOSE-PRIVACY-REQUEST.
           PERFORM ACCEPT-PRIVACY-REQUEST
           IF WS-DSR-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           IF FS-DSR-IS-ACCESS AND FS-DSR-REPORT-DATE = SPACES THEN
               DISPLAY ' Produce the access report before closing.'
               ACCEPT WS-BUFFER
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-TIME-STAMP
           OPEN I-O FS-PRIVACY-REQUEST-FILE
           MOVE WS-DSR-REQUEST-ENTRY TO FS-DSR-REQUEST-ID
           READ FS-PRIVACY-REQUEST-FILE
           KEY IS FS-DSR-REQUEST-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'closed' TO FS-DSR-STATUS
               MOVE WS-TS-DATE TO FS-DSR-CLOSED-DATE
               MOVE WS-AUDIT-ADMIN-ID TO FS-DSR-CLOSED-BY
               REWRITE FS-PRIVACY-REQUEST-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-PRIVACY-REQUEST-FILE

           MOVE 'PRIVACY-REQ-CLOSE' TO WS-AUDIT-ACTION
           MOVE WS-DSR-REQUEST-ENTRY TO WS-AUDIT-RECORD-KEY
           PERFORM WRITE-AUDIT-LOG

           PERFORM SUCCESS-UPDATE-MESSAGE
           ACCEPT WS-BUFFER
           .

       RUN-PRIVACY-OVERDUE-REPORT.
           MOVE SPACES TO WS-NOTIFY-COMMAND
           STRING 'backend/privacy_access OVERDUE'
               DELIMITED BY SIZE INTO WS-NOTIFY-COMMAND

           CALL "SYSTEM" USING WS-NOTIFY-COMMAND
               RETURNING WS-NOTIFY-RETURN-CODE

           DISPLAY 'Report written to data/export/dsar_overdue.txt'
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       LOADING-BAY-PAGE.
           DISPLAY ' Known names : VAT-RATE, REFUND-CUTOFF-MINS,'
           DISPLAY '   SURGE-HIGH-PCT, SURGE-MID-PCT, SURGE-LOW-PCT,'
           DISPLAY '   SURGE-HIGH-MULT, SURGE-MID-MULT,'
           DISPLAY '   SURGE-LOW-MULT, BOOKING-CKD-FROM [YYMMDD]'
           DISPLAY ' '
           DISPLAY 'Press Enter to continue...' WITH NO ADVANCING
           ACCEPT WS-BUFFER
           ACCEPT WS-BPM-NAME-ENTRY
           DISPLAY 'New value      : ' WITH NO ADVANCING
           ACCEPT WS-BPM-VALUE-ENTRY
           DISPLAY 'Effective date [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-BPM-EFFECTIVE-ENTRY

           IF WS-BPM-NAME-ENTRY = SPACES THEN
                       MOVE WS-MRG-SURVIVOR-ID TO FS-FK-USER-ID
                       REWRITE FS-BOOKING-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 'ACCT-MERGE' TO WS-BEV-EVENT
                               MOVE WS-MRG-DUPLICATE-ID TO
                                   WS-BEV-OLD-VALUE
                               MOVE FS-FK-USER-ID TO WS-BEV-NEW-VALUE
                               PERFORM WRITE-ADMIN-BOOKING-EVENT
                       END-REWRITE
                       MOVE 'BOOKING' TO WS-JRN-FILE-CODE
                       MOVE 'RWT' TO WS-JRN-ACTION
               ACCEPT WS-OCC-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-OCC-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-OCC-I-YEAR

               MOVE WS-OCC-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-OCC-START-DATE-INT =
                           (WS-OCC-I-YEAR * 10000) +
                           (WS-OCC-I-MONTH * 100) + WS-OCC-I-DAY
                       MOVE 1 TO WS-BOOL
               ACCEPT WS-OCC-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-OCC-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-OCC-I-YEAR

               MOVE WS-OCC-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-OCC-END-DATE-INT =
                           (WS-OCC-I-YEAR * 10000) +
                           (WS-OCC-I-MONTH * 100) + WS-OCC-I-DAY
                       MOVE 1 TO WS-BOOL
                   IF FS-PAYMENT-STATUS = 'paid' OR
                       FS-PAYMENT-STATUS = 'partial' THEN

                       MOVE FS-TT-DATE(1:2) TO
                           WS-REV-PAY-DATE-INT(5:2)
                       MOVE FS-TT-DATE(4:2) TO
                           WS-REV-PAY-DATE-INT(7:2)
                       MOVE FS-TT-DATE(7:4) TO
                           WS-REV-PAY-DATE-INT(1:4)
                       COMPUTE WS-REV-PAY-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE
                           (WS-REV-PAY-DATE-INT)
               ACCEPT WS-REV-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-REV-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-REV-I-YEAR

               MOVE WS-REV-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-REV-START-DATE-INT =
                           (WS-REV-I-YEAR * 10000) +
                           (WS-REV-I-MONTH * 100) + WS-REV-I-DAY
                       MOVE 1 TO WS-BOOL
               ACCEPT WS-REV-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-REV-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-REV-I-YEAR

               MOVE WS-REV-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-REV-END-DATE-INT =
                           (WS-REV-I-YEAR * 10000) +
                           (WS-REV-I-MONTH * 100) + WS-REV-I-DAY
                       MOVE 1 TO WS-BOOL

           IF WS-BATCH-MODE = 'Y' THEN
      *        Unattended run settles today without prompting.
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE WS-EOD-DATE-INT =
                   (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
                   WS-TODAY-DD
               COMPUTE WS-EOD-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-EOD-DATE-INT)
                               OR FS-PAYMENT-STATUS = 'partial')
                           THEN

                           MOVE FS-TT-DATE(1:2) TO
                               WS-EOD-PAY-DATE-INT(5:2)
                           MOVE FS-TT-DATE(4:2) TO
                               WS-EOD-PAY-DATE-INT(7:2)
                           MOVE FS-TT-DATE(7:4) TO
                               WS-EOD-PAY-DATE-INT(1:4)
                           COMPUTE WS-EOD-PAY-DAY-NUMBER =
                               FUNCTION INTEGER-OF-DATE
                               (WS-EOD-PAY-DATE-INT)
               ACCEPT WS-EOD-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-EOD-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-EOD-I-YEAR

               MOVE WS-EOD-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-EOD-DATE-INT =
                           (WS-EOD-I-YEAR * 10000) +
                           (WS-EOD-I-MONTH * 100) + WS-EOD-I-DAY
                       MOVE 1 TO WS-BOOL
           IF WS-BATCH-MODE = 'Y' THEN
      *        Unattended run archives everything already departed
      *        as of today, without prompting.
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               COMPUTE WS-ARC-CUTOFF-DATE-INT =
                   (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
                   WS-TODAY-DD
               COMPUTE WS-ARC-CUTOFF-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-ARC-CUTOFF-DATE-INT)
               ACCEPT WS-ARC-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-ARC-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-ARC-I-YEAR

               MOVE WS-ARC-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-ARC-CUTOFF-DATE-INT =
                           (WS-ARC-I-YEAR * 10000) +
                           (WS-ARC-I-MONTH * 100) + WS-ARC-I-DAY
                       MOVE 1 TO WS-BOOL
                       OR FS-BOOKING-STATUS = 'no-show'
                       OR FS-BOOKING-STATUS = 'canceled' THEN

                       MOVE FS-TS-DATE(1:2) TO
                           WS-ARC-REC-DATE-INT(5:2)
                       MOVE FS-TS-DATE(4:2) TO
                           WS-ARC-REC-DATE-INT(7:2)
                       MOVE FS-TS-DATE(7:4) TO
                           WS-ARC-REC-DATE-INT(1:4)
                       COMPUTE WS-ARC-REC-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE
                           (WS-ARC-REC-DATE-INT)
               READ FS-SCHEDULES-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-S-D-DATE(1:2) TO
                       WS-ARC-REC-DATE-INT(5:2)
                   MOVE FS-S-D-DATE(4:2) TO
                       WS-ARC-REC-DATE-INT(7:2)
                   MOVE FS-S-D-DATE(7:4) TO
                       WS-ARC-REC-DATE-INT(1:4)
                   COMPUTE WS-ARC-REC-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-ARC-REC-DATE-INT)

           MOVE 0 TO WS-DASH-BOOKINGS-TODAY
           MOVE 0 TO WS-DASH-REVENUE-TODAY

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DASH-TODAY-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-DASH-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DASH-TODAY-DATE-INT)
               READ FS-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE FS-TS-DATE(1:2) TO
                       WS-DASH-REC-DATE-INT(5:2)
                   MOVE FS-TS-DATE(4:2) TO
                       WS-DASH-REC-DATE-INT(7:2)
                   MOVE FS-TS-DATE(7:4) TO
                       WS-DASH-REC-DATE-INT(1:4)
                   COMPUTE WS-DASH-REC-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-DASH-REC-DATE-INT)
                   IF WS-DASH-REC-DAY-NUMBER =
                   IF FS-PAYMENT-STATUS = 'paid' OR
                       FS-PAYMENT-STATUS = 'partial' OR
                       FS-PAYMENT-STATUS = 'settled' THEN
                       MOVE FS-TT-DATE(1:2) TO
                           WS-DASH-REC-DATE-INT(5:2)
                       MOVE FS-TT-DATE(4:2) TO
                           WS-DASH-REC-DATE-INT(7:2)
                       MOVE FS-TT-DATE(7:4) TO
                           WS-DASH-REC-DATE-INT(1:4)
                       COMPUTE WS-DASH-REC-DAY-NUMBER = FUNCTION
                           INTEGER-OF-DATE(WS-DASH-REC-DATE-INT)
                       IF WS-DASH-REC-DAY-NUMBER =
               ACCEPT WS-PC-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-PC-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-PC-I-YEAR

               MOVE WS-PC-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-PC-START-DATE-INT =
                           (WS-PC-I-YEAR * 10000) +
                           (WS-PC-I-MONTH * 100) + WS-PC-I-DAY
                       MOVE WS-PC-I-MONTH TO WS-PC-START-DATE(1:2)
                       MOVE WS-PC-I-DAY TO WS-PC-START-DATE(4:2)
                       MOVE WS-PC-I-YEAR TO WS-PC-START-DATE(7:4)
                       MOVE 1 TO WS-BOOL
                   END-IF
               END-IF
               ACCEPT WS-PC-I-MONTH
               DISPLAY 'Enter Day[DD] : ' WITH NO ADVANCING
               ACCEPT WS-PC-I-DAY
               DISPLAY 'Enter Year[YYYY] : ' WITH NO ADVANCING
               ACCEPT WS-PC-I-YEAR

               MOVE WS-PC-I-MONTH TO WS-MONTH-CHECKER
                       PERFORM INVALID-DAY
                       DISPLAY ' '
                   ELSE
                       COMPUTE WS-PC-END-DATE-INT =
                           (WS-PC-I-YEAR * 10000) +
                           (WS-PC-I-MONTH * 100) + WS-PC-I-DAY
                       MOVE WS-PC-I-MONTH TO WS-PC-END-DATE(1:2)
                       MOVE WS-PC-I-DAY TO WS-PC-END-DATE(4:2)
                       MOVE WS-PC-I-YEAR TO WS-PC-END-DATE(7:4)
                       MOVE 1 TO WS-BOOL
                   END-IF
               END-IF
           DISPLAY "***************************************************"
           .

       BOOKING-ID-CHECK-DIGIT-DISPLAY.
           DISPLAY " "
           DISPLAY "***************************************************"
           DISPLAY "*   ERROR: Booking ID check digit is wrong.       *"
           DISPLAY "***************************************************"
           .

       NOSHOW-NOT-ELIGIBLE-DISPLAY.
           DISPLAY " "
           DISPLAY "***************************************************"
      *    Physical seat attributes per vehicle layout (class + seat
      *    number): window/aisle position, front/mid/rear zone, and
      *    the PWD / door-adjacent / extra-legroom flags the booking
      *    flow uses for preference-based seat assignment, plus the
      *    deck (double-deckers) and berth level (sleepers).
           PERFORM CLEAR
           DISPLAY "***************************************************"
           DISPLAY "*              SEAT ATTRIBUTE MAP                 *"
      *    pair window, inner pair aisle, first row front/door/PWD
      *    with legroom, last row rear. Individual seats can be
      *    corrected afterwards for odd bodies (3+2, rear bench).
      *    A double-decker gives the first upper-deck seat number;
      *    a sleeper coach alternates lower (odd) and upper (even)
      *    berths.
           DISPLAY " "
           DISPLAY "Vehicle Class       : " WITH NO ADVANCING
           ACCEPT WS-SATT-CLASS-ENTRY
           DISPLAY "Seats in the layout : " WITH NO ADVANCING
           ACCEPT WS-SATT-CAPACITY-ENTRY
           DISPLAY "First upper-deck seat (0 = single deck) : "
           WITH NO ADVANCING
           ACCEPT WS-SATT-UPPER-FROM-ENTRY
           DISPLAY "Sleeper berths? [YES/NO]                : "
           WITH NO ADVANCING
           ACCEPT WS-SATT-SLEEPER-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-SATT-SLEEPER-ANSWER) TO
           WS-SATT-SLEEPER-ANSWER

           IF WS-SATT-CLASS-ENTRY = SPACES OR
               WS-SATT-CAPACITY-ENTRY = ZEROES THEN
                           MOVE 'MID' TO FS-SATT-ZONE
                   END-EVALUATE

                   IF WS-SATT-UPPER-FROM-ENTRY > ZEROES THEN
                       IF WS-SEAT-NO >= WS-SATT-UPPER-FROM-ENTRY
                           THEN
                           MOVE 'U' TO FS-SATT-DECK
                       ELSE
                           MOVE 'L' TO FS-SATT-DECK
                       END-IF
                   END-IF
                   IF WS-SATT-SLEEPER-ANSWER = 'YES' THEN
                       IF WS-SATT-LAYOUT-REM = 1 OR
                           WS-SATT-LAYOUT-REM = 3 THEN
                           MOVE 'L' TO FS-SATT-BERTH
                       ELSE
                           MOVE 'U' TO FS-SATT-BERTH
                       END-IF
                   END-IF

                   WRITE FS-SEAT-ATTR-RECORD
                   INVALID KEY
                       REWRITE FS-SEAT-ATTR-RECORD
               MOVE 'Y' TO FS-SATT-LEGROOM-FLAG
           END-IF

           DISPLAY "Deck [L]ower / [U]pper / blank = single : "
           WITH NO ADVANCING
           ACCEPT WS-SATT-DECK-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-SATT-DECK-CHOICE) TO
           WS-SATT-DECK-CHOICE
           IF WS-SATT-DECK-CHOICE = 'L' OR
               WS-SATT-DECK-CHOICE = 'U' THEN
               MOVE WS-SATT-DECK-CHOICE TO FS-SATT-DECK
           END-IF

           DISPLAY "Berth [L]ower / [U]pper / blank = seat  : "
           WITH NO ADVANCING
           ACCEPT WS-SATT-BERTH-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-SATT-BERTH-CHOICE) TO
           WS-SATT-BERTH-CHOICE
           IF WS-SATT-BERTH-CHOICE = 'L' OR
               WS-SATT-BERTH-CHOICE = 'U' THEN
               MOVE WS-SATT-BERTH-CHOICE TO FS-SATT-BERTH
           END-IF

           WRITE FS-SEAT-ATTR-RECORD
           INVALID KEY
               REWRITE FS-SEAT-ATTR-RECORD
           WS-SATT-CLASS-ENTRY

           DISPLAY " "
           DISPLAY "SEAT  POSITION  ZONE   PWD  DOOR  LEGROOM  DECK  "
               "BERTH"
           DISPLAY "-------------------------------------------------"
               "-----"

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-SEAT-ATTR-FILE
                           FS-SATT-ZONE '  '
                           FS-SATT-PWD-FLAG '    '
                           FS-SATT-DOOR-FLAG '     '
                           FS-SATT-LEGROOM-FLAG '        '
                           FS-SATT-DECK '     '
                           FS-SATT-BERTH
                   END-IF
               END-READ
           END-PERFORM
           ACCEPT WS-AL-OPERATOR-ENTRY
           DISPLAY 'Seats to block           : ' WITH NO ADVANCING
           ACCEPT WS-AL-SEATS-ENTRY
           DISPLAY 'Release date [MM/DD/YYYY]  : ' WITH NO ADVANCING
           ACCEPT WS-AL-RELEASE-DATE-ENTRY
           DISPLAY 'Release hour [0-23]      : ' WITH NO ADVANCING
           ACCEPT WS-AL-RELEASE-HOUR-ENTRY
           MOVE 'BOOKING' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE
           PERFORM APPLY-BOOKING-CHECK-DIGIT

           OPEN I-O FS-BOOKING-FILE
           MOVE SPACES TO FS-BOOKING-RECORD
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-TIME-STAMP
           WRITE FS-BOOKING-RECORD
               NOT INVALID KEY
                   MOVE 'BOOKED' TO WS-BEV-EVENT
                   MOVE WS-AL-ID-ENTRY TO WS-BEV-OLD-VALUE
                   MOVE SPACES TO WS-BEV-NEW-VALUE
                   STRING FS-BOOKING-STATUS DELIMITED BY SPACE
                       ' seat ' FS-SEAT-NUMBER(8:3)
                       DELIMITED BY SIZE INTO WS-BEV-NEW-VALUE
                   PERFORM WRITE-ADMIN-BOOKING-EVENT
           END-WRITE
           MOVE 'BOOKING' TO WS-JRN-FILE-CODE
           MOVE 'WRT' TO WS-JRN-ACTION
               MOVE FS-S-A-TIME-FORMAT TO WS-CVM-TIME-FORMAT
               PERFORM CONVERT-TIME-TO-MINUTES
               MOVE WS-CVM-TOTAL-MINUTES TO WS-DRVA-NEW-ARR-MINUTES
               MOVE FS-S-D-DATE TO WS-CAL-DATE
               CLOSE FS-SCHEDULES-FILE

               DISPLAY 'Conductor ID : ' WITH NO ADVANCING
                   DISPLAY ' Conductor not found on file.'
               NOT INVALID KEY
                   CLOSE FS-CONDUCTORS-FILE
                   MOVE WS-CDT-ID-ENTRY TO WS-CAL-EMP-ID
                   PERFORM CHECK-CREW-CALENDAR
                   EVALUATE TRUE
                   WHEN FS-CD-STATUS NOT = 'active'
                       DISPLAY ' '
                       DISPLAY ' Conductor is not active.'
                   WHEN WS-CAL-IS-BLOCKED
                       DISPLAY ' '
                       DISPLAY ' Conductor is unavailable - '
                           WS-CAL-REASON
                   WHEN OTHER
                       MOVE WS-CDT-ID-ENTRY TO
                           WS-CDT-DUTY-CONDUCTOR-ID
                       PERFORM CHECK-CONDUCTOR-DUTY-HOURS
                           DISPLAY ' Conductor assigned to '
                               WS-SCW-SCHEDULE-ENTRY '.'
                       END-IF
                   END-EVALUATE
               END-READ
           END-READ
           .
           DISPLAY ' '
           DISPLAY 'Roster month [MM] : ' WITH NO ADVANCING
           ACCEPT WS-ROSTER-MONTH-ENTRY
           DISPLAY 'Roster year  [YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-ROSTER-YEAR-ENTRY

           DISPLAY ' '
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-S-D-DATE(1:2) = WS-ROSTER-MONTH-ENTRY AND
                       FS-S-D-DATE(7:4) = WS-ROSTER-YEAR-ENTRY AND
                       FS-S-STATUS = 'active' THEN
                       PERFORM SHOW-ONE-ROSTER-LINE
                   END-IF
       
       GENERATE-TIME-STAMP.
      *    Generates Time Stamp of Creation
           ACCEPT WS-TS-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TS-YYYYMMDD(5:2) TO WS-TS-DATE(1:2)
           MOVE '/' TO WS-TS-DATE(3:1)
           MOVE WS-TS-YYYYMMDD(7:2) TO WS-TS-DATE(4:2)
           MOVE '/' TO WS-TS-DATE(6:1)
           MOVE WS-TS-YYYYMMDD(1:4) TO WS-TS-DATE(7:4)
           ACCEPT WS-TIME FROM TIME
           MOVE WS-HOUR TO WS-TS-HOUR
           MOVE WS-MINUTE TO WS-TS-MINUTES
           .

       WRITE-AUDIT-LOG.
           MOVE SPACES TO FS-AUDIT-RECORD
           MOVE WS-AUDIT-ADMIN-ID TO FS-AUD-ADMIN-ID
           MOVE WS-AUDIT-ACTION TO FS-AUD-ACTION
           MOVE WS-AUDIT-RECORD-KEY TO FS-AUD-RECORD-KEY
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-AUD-TIME-STAMP

           MOVE 'AUDIT' TO WS-CHN-FILE-CODE
           MOVE FS-AUDIT-RECORD(1:80) TO WS-CHN-TEXT-BODY
           MOVE 80 TO WS-CHN-LENGTH
           PERFORM NEXT-CHAIN-LINK
           MOVE WS-CHN-SEQ TO FS-AUD-CHAIN-SEQ
           MOVE WS-CHN-HASH TO FS-AUD-CHAIN-HASH

           OPEN EXTEND FS-AUDIT-FILE
           WRITE FS-AUDIT-RECORD
           CLOSE FS-AUDIT-FILE
           DISPLAY "***************************************************"
       .

       DECRYPT-PASSENGER-CONTACT.
      *    Plain copies of the passenger's email and phone for
      *    matching and sending; the record keeps the encrypted form.
           MOVE FS-P-EMAIL TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD TO WS-FC-PLAIN-EMAIL
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-P-PHONE-NUMBER TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM DECRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO WS-FC-PLAIN-PHONE
           .

       ENCRYPT-FIELD.
      *    Encrypts WS-FC-FIELD(1:WS-FC-WIDTH) in place under the
      *    active key. The record keeps a token naming the vault
      *    entry: a text field ends in '~' and the key version
      *    digit, a phone comes out as eleven letters (upper case
      *    for an odd key version, lower for an even one). A blank
      *    or already encrypted value is left as it is; so is one
      *    that could not be encrypted, which the next
      *    backend/field_crypto run picks up.
           MOVE 'ENCRYPT' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
           IF WS-FC-RESULT NOT = '00' AND WS-FC-RESULT NOT = 'NK'
               THEN
               DISPLAY 'Error : <Contact field not encrypted>'
           END-IF
           .

       DECRYPT-FIELD.
      *    Reverses ENCRYPT-FIELD in place, under whichever key the
      *    value was written with. Anything not in encrypted form
      *    (including records written before encryption was
      *    switched on) is returned unchanged.
           MOVE 'DECRYPT' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
           .

       LOOKUP-FIELD.
      *    Turns the plain value in WS-FC-FIELD into the token it is
      *    stored under, keeping nothing in the vault, so a file can
      *    be searched for a contact value without decrypting every
      *    record on it.
           MOVE 'LOOKUP' TO WS-FC-OPERATION
           PERFORM RUN-FIELD-CRYPTO
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

       NEXT-CHAIN-LINK.
      *    Links the record about to be written to the last one
      *    written to the same evidence file. The caller puts the
      *    record body in WS-CHN-TEXT-BODY (length WS-CHN-LENGTH)
      *    and the file code in WS-CHN-FILE-CODE, and stores the
      *    WS-CHN-SEQ and WS-CHN-HASH returned here in the record.
      *    The head in data/chain_heads.txt moves on under the same
      *    open, the way the OR control record does; audit_chain
      *    walks the files every night.
           OPEN I-O FS-CHAIN-HEAD-FILE
           IF WS-CHN-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-CHAIN-HEAD-FILE
           END-IF

           MOVE WS-CHN-FILE-CODE TO FS-CHH-FILE-CODE
           READ FS-CHAIN-HEAD-FILE
           KEY IS FS-CHH-FILE-CODE
           INVALID KEY
               MOVE 1 TO WS-CHN-SEQ
               MOVE ALL '0' TO WS-CHN-PREV-HASH
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-CHN-FILE-CODE TO FS-CHH-FILE-CODE
               MOVE WS-CHN-SEQ TO FS-CHH-LAST-SEQ
               MOVE WS-CHN-HASH TO FS-CHH-LAST-HASH
               MOVE WS-TIME-STAMP TO FS-CHH-TIME-STAMP
               WRITE FS-CHAIN-HEAD-RECORD
               END-WRITE
           NOT INVALID KEY
               COMPUTE WS-CHN-SEQ = FS-CHH-LAST-SEQ + 1
               MOVE FS-CHH-LAST-HASH TO WS-CHN-PREV-HASH
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-CHN-SEQ TO FS-CHH-LAST-SEQ
               MOVE WS-CHN-HASH TO FS-CHH-LAST-HASH
               MOVE WS-TIME-STAMP TO FS-CHH-TIME-STAMP
               REWRITE FS-CHAIN-HEAD-RECORD
               END-REWRITE
           END-READ
           CLOSE FS-CHAIN-HEAD-FILE
           .

       COMPUTE-CHAIN-HASH.
      *    SHA-256 of one link, over the previous link's hash, this
      *    link's sequence number and the first WS-CHN-LENGTH bytes
      *    of the record body, from backend/
      *    python_script_for_chain_hash.py - the script audit_chain
      *    seals and verifies with. The request and answer pass
      *    through data/chain/ against a trace while the chain head
      *    is held open, so two programs cannot cross answers.
      *    Changing any byte, or the order of records, changes
      *    every hash from that link on. A link the script cannot
      *    hash after three tries is stored with a blank hash and
      *    shows as a break in the nightly check.
           MOVE SPACES TO WS-CHN-HASH
           MOVE WS-CHN-FILE-CODE TO WS-CHN-TRACE-CODE
           ACCEPT WS-CHN-TRACE-TIME FROM TIME
           CALL "SYSTEM" USING "mkdir -p data/chain"
           PERFORM VARYING WS-CHN-TRY FROM 1 BY 1
               UNTIL WS-CHN-TRY > 3 OR WS-CHN-HASH NOT = SPACES
               PERFORM CALL-CHAIN-HASH
           END-PERFORM
           IF WS-CHN-HASH = SPACES THEN
               DISPLAY 'Error : <Evidence chain link not hashed - '
                   WS-CHN-FILE-CODE ' ' WS-CHN-SEQ '>'
           END-IF
           .

       CALL-CHAIN-HASH.
           MOVE SPACES TO FS-CHAIN-REQUEST-RECORD
           MOVE WS-CHN-TRACE TO FS-CHQ-TRACE
           MOVE WS-CHN-PREV-HASH TO FS-CHQ-PREV-HASH
           MOVE WS-CHN-SEQ TO FS-CHQ-SEQ
           MOVE WS-CHN-LENGTH TO FS-CHQ-LENGTH
           MOVE WS-CHN-TEXT-BODY TO FS-CHQ-BODY
           OPEN OUTPUT FS-CHAIN-REQUEST-FILE
           IF WS-CHQ-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           WRITE FS-CHAIN-REQUEST-RECORD
           END-WRITE
           CLOSE FS-CHAIN-REQUEST-FILE

           MOVE SPACES TO WS-CHN-COMMAND
           STRING 'python3 backend/python_script_for_chain_hash.py '
               'data/chain/link_request.txt '
               'data/chain/link_response.txt'
           DELIMITED BY SIZE INTO WS-CHN-COMMAND
           CALL "SYSTEM" USING WS-CHN-COMMAND
               RETURNING WS-CHN-RC
           IF WS-CHN-RC NOT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FS-CHAIN-RESPONSE-FILE
           IF WS-CHA-FILE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF
           READ FS-CHAIN-RESPONSE-FILE
           AT END
               MOVE SPACES TO FS-CHAIN-RESPONSE-RECORD
           END-READ
           CLOSE FS-CHAIN-RESPONSE-FILE

           IF FS-CHA-TRACE = WS-CHN-TRACE AND
               FS-CHA-SEQ = WS-CHN-SEQ THEN
               MOVE FS-CHA-HASH TO WS-CHN-HASH
           END-IF
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
           IF WS-FILE-STATUS NOT = '00' THEN
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

       CHECK-BOOKING-ID-ENTRY.
      *    Every keyed or scanned booking ID goes through here before
      *    the booking file is touched. IDs issued before the check
      *    digit came in (dated before BOOKING-CKD-FROM) have none
      *    and pass on the legacy path until they age out.
           IF WS-CKD-FIRST-DATE = '999999' THEN
               PERFORM LOAD-CHECK-DIGIT-CUTOVER
           END-IF
           MOVE 'N' TO WS-CKD-OK
           IF WS-CKD-ENTRY(1:6) IS NUMERIC AND
               WS-CKD-ENTRY(1:6) < WS-CKD-FIRST-DATE THEN
               MOVE 'Y' TO WS-CKD-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-CKD-ENTRY IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CKD-ENTRY TO WS-CKD-ID
           PERFORM COMPUTE-BOOKING-CHECK-DIGIT
           IF WS-CKD-COMPUTED = WS-CKD-DIGIT THEN
               MOVE 'Y' TO WS-CKD-OK
           END-IF
           .

       LOAD-CHECK-DIGIT-CUTOVER.
      *    The day booking IDs started carrying a check digit is held
      *    as business parameter BOOKING-CKD-FROM (YYMMDD). The first
      *    booking issued with a digit writes it, or it is set at
      *    install. Until it is on file no ID has a digit yet, so
      *    every ID stays on the legacy path and the row is looked
      *    for again at the next entry.
           MOVE '999999' TO WS-CKD-FIRST-DATE
           OPEN INPUT FS-BUSINESS-PARAMS-FILE
           IF WS-FILE-STATUS = '00' THEN
               MOVE 'BOOKING-CKD-FROM' TO FS-BPM-PARAM-NAME
               READ FS-BUSINESS-PARAMS-FILE
               KEY IS FS-BPM-PARAM-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-BPM-PARAM-VALUE TO WS-CKD-FIRST-NUM
                   MOVE WS-CKD-FIRST-NUM TO WS-CKD-FIRST-DATE
               END-READ
               CLOSE FS-BUSINESS-PARAMS-FILE
           END-IF
           .

       WRITE-ADMIN-BOOKING-EVENT.
      *    Every booking change made from this program is stamped
      *    with the signed-in admin, or BATCH for the nightly runs.
           MOVE FS-BOOKING-ID TO WS-BEV-BOOKING-ID
           MOVE WS-AUDIT-ADMIN-ID TO WS-BEV-CHANGED-BY
           PERFORM WRITE-BOOKING-EVENT
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
               MOVE 'schedule_manager' TO FS-BEV-PROGRAM
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
