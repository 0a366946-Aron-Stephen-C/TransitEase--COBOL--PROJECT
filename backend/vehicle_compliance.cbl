           02    FS-VEHICLE-PRICE-FACTOR    PIC 9(10)V9(2).
           02    FS-VEHICLE-STATUS    PIC X(11).
           02    FS-VEHICLE-TIME-STAMP.
               03    FS-V-DATE    PIC 99/99/9999.
               03    FS-V-FILLER-SPACE    PIC X(3).
               03    FS-V-TIME.
                   04    FS-V-HOUR    PIC 99.
               03    FS-VDOC-FK-VEHICLE-ID    PIC X(15).
               03    FS-VDOC-DOC-TYPE    PIC X(10).
           02    FS-VDOC-REFERENCE    PIC X(20).
           02    FS-VDOC-EXPIRY-DATE    PIC 99/99/9999.
           02    FS-VDOC-TIME-STAMP.
               03    FS-VDOC-TS-DATE    PIC 99/99/9999.
               03    FS-VDOC-TS-FILLER-SPACE    PIC X(3).
               03    FS-VDOC-TS-TIME.
                   04    FS-VDOC-TS-HOUR    PIC 99.
       01  WS-BUFFER    PIC X.
       01  WS-TIME    PIC 9(8).
       01  WS-VDOC-MENU-CHOICE    PIC X.
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
       01  WS-TODAY-DAY-NUMBER    PIC S9(9) COMP.
       01  WS-VDOC-TYPE-CHOICE    PIC X.
       01  WS-VDOC-TYPE-ENTRY    PIC X(10).
       01  WS-VDOC-REFERENCE-ENTRY    PIC X(20).
       01  WS-VDOC-EXPIRY-ENTRY    PIC X(10).
       01  WS-VDOC-EXPIRING-COUNT    PIC 9(4).
       01  WS-VDOC-EXPIRED-COUNT    PIC 9(4).
       01  WS-VDOC-HORIZON-DAYS    PIC 9(3) VALUE 30.

               DISPLAY 'Reference / policy no    : ' WITH NO ADVANCING
               ACCEPT WS-VDOC-REFERENCE-ENTRY
               DISPLAY 'Expiry date [MM/DD/YYYY]   : ' WITH NO ADVANCING
               ACCEPT WS-VDOC-EXPIRY-ENTRY

               OPEN I-O FS-VDOC-FILE
      *    Run weekly: everything already expired plus everything
      *    inside the renewal horizon, so the paperwork is filed
      *    before the checkpoint finds it.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-VDOC-DATE-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-VDOC-DATE-INT)
           .

       CHECK-ONE-DOCUMENT-EXPIRY.
           MOVE FS-VDOC-EXPIRY-DATE(7:4) TO WS-VDOC-DATE-INT(1:4)
           MOVE FS-VDOC-EXPIRY-DATE(1:2) TO WS-VDOC-DATE-INT(5:2)
           MOVE FS-VDOC-EXPIRY-DATE(4:2) TO WS-VDOC-DATE-INT(7:2)
           COMPUTE WS-VDOC-DAY-NUMBER =
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
