           02    FS-BOOKING-ID    PIC X(15).
           02    FS-FK-USER-ID    PIC X(15).
           02    FS-FK-SCHEDULE-ID    PIC X(15).
           02    FS-BOOKING-BODY    PIC X(74).

       FD  FS-BOOKING-NEW-FILE.
       01  FS-BOOKING-NEW-RECORD.
       01  FS-PAYMENT-RECORD.
           02    FS-PAYMENT-ID    PIC X(15).
           02    FS-FK-BOOKING-ID    PIC X(15).
           02    FS-PAY-BODY    PIC X(154).

       FD  FS-PAYMENT-NEW-FILE.
       01  FS-PAYMENT-NEW-RECORD.
       FD  FS-PASSENGER-FILE.
       01  FS-PASSENGER-RECORD.
           02    FS-P-USER-ID    PIC X(15).
           02    FS-P-BODY    PIC X(331).

       FD  FS-PASSENGER-NEW-FILE.
       01  FS-PASSENGER-NEW-RECORD.
           02    FS-NPA-USER-ID    PIC X(15).
           02    FS-NPA-BODY    PIC X(331).

       FD  FS-SCHEDULES-FILE.
       01  FS-SCHEDULES-RECORD.
           02    FS-SCHEDULE-ID    PIC X(15).
           02    FS-S-BODY    PIC X(120).

       FD  FS-SCHEDULES-NEW-FILE.
       01  FS-SCHEDULES-NEW-RECORD.
