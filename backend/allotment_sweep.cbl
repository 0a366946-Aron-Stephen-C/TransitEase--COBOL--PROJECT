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
           02    FS-JRN-FILLER-2    PIC X(3) VALUE SPACES.
           02    FS-JRN-ACTION    PIC X(3).
           02    FS-JRN-FILLER-3    PIC X(3) VALUE SPACES.
           02    FS-JRN-TIME-STAMP    PIC X(21).
           02    FS-JRN-FILLER-4    PIC X(3) VALUE SPACES.
           02    FS-JRN-IMAGE    PIC X(200).

       01  WS-SEAT-EOF    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-NOW-DATE-INT    PIC 9(8).
       01  WS-REL-DATE-INT    PIC 9(8).
       01  WS-REL-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-REL-TOTAL-MINUTES    PIC S9(9) COMP.
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
      *    BLOCKED seats back to general sale, the same way the
      *    deposit sweep returns unpaid holds. Run it alongside the
      *    other nightly (or hourly) batches.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           COMPUTE WS-NOW-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-NOW-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-INT)
           STOP RUN.

       CHECK-ONE-ALLOTMENT.
           MOVE FS-AL-RELEASE-DATE(7:4) TO WS-REL-DATE-INT(1:4)
           MOVE FS-AL-RELEASE-DATE(1:2) TO WS-REL-DATE-INT(5:2)
           MOVE FS-AL-RELEASE-DATE(4:2) TO WS-REL-DATE-INT(7:2)
           COMPUTE WS-REL-DAY-NUMBER =
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
