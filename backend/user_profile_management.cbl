       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-FIELD-REQUEST-FILE ASSIGN USING
               WS-FC-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCQ-FILE-STATUS.

           SELECT FS-FIELD-RESPONSE-FILE ASSIGN USING
               WS-FC-RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-FILE-STATUS.

           SELECT FS-MARKETING-PREFS-FILE ASSIGN TO
               'data/marketing_prefs.txt'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-MKP-USER-ID
               FILE STATUS IS WS-MKP-FILE-STATUS.

           SELECT FS-STATEMENT-PREFS-FILE ASSIGN TO
               'data/statement_prefs.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STP-USER-ID
               FILE STATUS IS WS-STP-FILE-STATUS.

           SELECT FS-REFERRAL-CODE-FILE ASSIGN TO
               'data/referral_codes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RFC-USER-ID
               ALTERNATE RECORD KEY IS FS-RFC-CODE
               FILE STATUS IS WS-RFC-FILE-STATUS.

           SELECT FS-REFERRAL-FILE ASSIGN TO 'data/referrals.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RFR-REFEREE-ID
               FILE STATUS IS WS-RFR-FILE-STATUS.

           SELECT FS-CONTACTS-FILE ASSIGN TO
               'data/passenger_contacts.txt'
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
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

       FD  FS-MARKETING-PREFS-FILE.
       01  FS-MARKETING-PREFS-RECORD.
           02    FS-MKP-USER-ID    PIC X(15).
           02    FS-MKP-CONSENT    PIC X.

       FD  FS-STATEMENT-PREFS-FILE.
       01  FS-STATEMENT-PREFS-RECORD.
           02    FS-STP-USER-ID    PIC X(15).
           02    FS-STP-OPT-IN    PIC X.

       FD  FS-REFERRAL-CODE-FILE.
       01  FS-REFERRAL-CODE-RECORD.
           02    FS-RFC-USER-ID    PIC X(15).
           02    FS-RFC-CODE    PIC X(15).
           02    FS-RFC-TIME-STAMP    PIC X(21).

       FD  FS-REFERRAL-FILE.
       01  FS-REFERRAL-RECORD.
           02    FS-RFR-REFEREE-ID    PIC X(15).
           02    FS-RFR-REFERRER-ID    PIC X(15).
           02    FS-RFR-CODE    PIC X(15).
           02    FS-RFR-STATUS    PIC X(8).
           02    FS-RFR-REASON    PIC X(10).
           02    FS-RFR-SIGNUP-DATE    PIC X(10).
           02    FS-RFR-REWARD-DATE    PIC X(10).
           02    FS-RFR-BOOKING-ID    PIC X(15).
           02    FS-RFR-REFERRER-POINTS    PIC 9(7).
           02    FS-RFR-REFEREE-POINTS    PIC 9(7).

       FD  FS-CONTACTS-FILE.
       01  FS-CONTACTS-RECORD.
           02    FS-PCN-USER-ID    PIC X(15).
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
       01  WS-MKP-FILE-STATUS    PIC XX.
       01  WS-MKP-CONSENT-ANSWER    PIC X(3).
       01  WS-MKP-CONSENT    PIC X.
       01  WS-STP-FILE-STATUS    PIC XX.
       01  WS-STP-ANSWER    PIC X(3).
       01  WS-STP-OPT-IN    PIC X.
       01  WS-RFC-FILE-STATUS    PIC XX.
       01  WS-RFR-FILE-STATUS    PIC XX.
       01  WS-RFR-CODE-ENTRY    PIC X(15).
       01  WS-RFR-REFERRER-ID    PIC X(15).
       01  WS-RFR-DUP-BASIS    PIC X(10).
       01  WS-RFC-NEW-CODE    PIC X(15).
       01  WS-RFC-MY-CODE    PIC X(15).
       01  WS-PCN-EMERGENCY-NAME    PIC X(50).
       01  WS-PCN-EMERGENCY-PHONE    PIC X(11).
       01  WS-PCN-NATIONALITY    PIC X(20).
       01  WS-RETURN-CODE         PIC 9(4).
       01  WS-HASHED-PASSWORD    PIC X(64).

       01  WS-TS-YYYYMMDD    PIC 9(8).

       01  WS-USER-RECORD.
           02    WS-USER-ID    PIC X(15).
           02    WS-FIRST-NAME    PIC X(50).
           02    WS-PHONE-NUMBER    PIC X(11).
           02    WS-ROLE    PIC X.
           02    WS-TIME-STAMP.
               03    WS-TS-DATE    PIC 99/99/9999.
               03    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
               03    WS-TS-TIME.
                   04    WS-TS-HOUR    PIC 99.
           88    WS-NOTIFY-BOTH    VALUE 'B'.
           88    WS-NOTIFY-NONE    VALUE 'N'.
       01  WS-NOTIFY-CHOICE    PIC X(3).
       01  WS-LANGUAGE-PREF    PIC X(3).
           88    WS-LANGUAGE-IS-VALID    VALUE 'ENG', 'FIL', 'CEB'.
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
           02    WS-FC-TRACE-CODE    PIC X(8) VALUE 'PROFILE'.
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

       PROCEDURE DIVISION.
           PERFORM CHECK-FILE-STATUS

           PERFORM HASH-PASSWORD
           PERFORM GET-CURRENT-TOTAL-SECONDS
           PERFORM LOOKUP-PASSENGER-EMAIL

           OPEN I-O FS-PASSENGER-FILE
               READ FS-PASSENGER-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM UNTIL WS-EOF = 'Y'
                           IF FS-P-EMAIL = WS-FC-EMAIL-TOKEN OR
                               FS-P-EMAIL = WS-EMAIL THEN
                               PERFORM DECRYPT-PASSENGER-CONTACT
                               PERFORM CHECK-PASSENGER-LOGIN-ATTEMPT
                               MOVE 'Y' TO WS-EOF
                           END-IF

                   IF WS-OTP-LOGIN-CHOICE = 'YES' THEN
                       MOVE FS-P-NOTIFY-PREF TO WS-NOTIFY-PREF
                       MOVE WS-FC-PLAIN-PHONE TO WS-PHONE-NUMBER
                       PERFORM VERIFY-LOGIN-OTP
                       IF WS-OTP-WAS-VERIFIED THEN
                           MOVE 1 TO WS-BOOL
           ACCEPT WS-EMAIL

           MOVE FUNCTION LOWER-CASE(WS-EMAIL) TO WS-EMAIL
           PERFORM LOOKUP-PASSENGER-EMAIL

           OPEN INPUT FS-PASSENGER-FILE
               READ FS-PASSENGER-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       PERFORM UNTIL WS-EOF = 'Y'
                           IF FS-P-EMAIL = WS-FC-EMAIL-TOKEN OR
                               FS-P-EMAIL = WS-EMAIL THEN
                               PERFORM DECRYPT-PASSENGER-CONTACT
                               MOVE 1 TO WS-BOOL
                               MOVE FS-P-USER-ID TO WS-USER-ID
                               MOVE FS-P-NOTIFY-PREF TO WS-NOTIFY-PREF
                               MOVE WS-FC-PLAIN-PHONE TO WS-PHONE-NUMBER
                           END-IF
                           READ FS-PASSENGER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                       DISPLAY "***************************************"
                       DISPLAY " First name [" FS-P-FIRST-NAME "]"
                       DISPLAY " Last name  [" FS-P-LAST-NAME "]"
                       PERFORM DECRYPT-PASSENGER-CONTACT
                       DISPLAY " Phone      [" WS-FC-PLAIN-PHONE "]"
                       DISPLAY " Email      [" WS-FC-PLAIN-EMAIL "]"
                       DISPLAY " Notify by  [" FS-P-NOTIFY-PREF "]"
                       "  (E-Email, S-SMS, B-Both)"
                       DISPLAY " Language   [" FS-P-LANGUAGE "]"
                       "  (ENG, FIL, CEB)"
                       PERFORM FETCH-MY-REFERRAL-CODE
                       DISPLAY " Referral   [" WS-RFC-MY-CODE "]"
                       "  (share it - you both earn points)"
                       DISPLAY " "

                       DISPLAY " Deactivate your account? [YES/NO]: "
                       IF WS-MKP-CONSENT-ANSWER = 'YES' THEN
                           MOVE 'Y' TO WS-MKP-CONSENT
                       END-IF
                       MOVE 'N' TO WS-STP-OPT-IN
                       DISPLAY " Yearly travel statement by email? "-
                       "[YES/NO]: " WITH NO ADVANCING
                       ACCEPT WS-STP-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-STP-ANSWER) TO
                           WS-STP-ANSWER
                       IF WS-STP-ANSWER = 'YES' THEN
                           MOVE 'Y' TO WS-STP-OPT-IN
                       END-IF
                       DISPLAY " Enter new email: " WITH NO ADVANCING
                       ACCEPT WS-EMAIL
                       DISPLAY " Notify by [E]mail, [S]MS, "-
                           MOVE FUNCTION UPPER-CASE(WS-NOTIFY-PREF) TO
                           WS-NOTIFY-PREF
                       END-PERFORM
                       DISPLAY " Language [ENG]lish, [FIL]ipino, "-
                       "[CEB]uano: "
                       WITH NO ADVANCING
                       ACCEPT WS-LANGUAGE-PREF
                       MOVE FUNCTION UPPER-CASE(WS-LANGUAGE-PREF) TO
                       WS-LANGUAGE-PREF
                       PERFORM UNTIL WS-LANGUAGE-IS-VALID
                           DISPLAY ' '
                           DISPLAY 'Invalid Input'
                           DISPLAY " Language [ENG]lish, [FIL]ipino, "-
                           "[CEB]uano: " WITH NO ADVANCING
                           ACCEPT WS-LANGUAGE-PREF
                           MOVE FUNCTION UPPER-CASE(WS-LANGUAGE-PREF)
                           TO WS-LANGUAGE-PREF
                       END-PERFORM

                       MOVE FUNCTION LOWER-CASE(WS-EMAIL) TO WS-EMAIL

                       IF WS-EMAIL NOT = WS-FC-PLAIN-EMAIL THEN
                           PERFORM VERIFY-PROFILE-EMAIL-CHANGE
                       ELSE
                           MOVE 1 TO WS-BOOL
                           MOVE WS-LAST-NAME TO FS-P-LAST-NAME
                           MOVE WS-PHONE-NUMBER TO FS-P-PHONE-NUMBER
                           MOVE WS-EMAIL TO FS-P-EMAIL
                           PERFORM ENCRYPT-PASSENGER-CONTACT
                           MOVE WS-NOTIFY-PREF TO FS-P-NOTIFY-PREF
                           MOVE WS-LANGUAGE-PREF TO FS-P-LANGUAGE
                           REWRITE FS-PASSENGER-RECORD
                           END-REWRITE
                           PERFORM RECORD-PASSENGER-CONTACT
                           PERFORM RECORD-MARKETING-PREF
                           PERFORM RECORD-STATEMENT-PREF
                           PERFORM PROFILE-UPDATE-SUCCESS-MESSAGE
                       END-IF
                       END-IF
               WS-NOTIFY-PREF
           END-PERFORM

      *    Tickets and messages go out in the language chosen here.
           DISPLAY " Language for tickets and messages?"
           DISPLAY "   [ENG] English   [FIL] Filipino   [CEB] Cebuano"
           DISPLAY " Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-LANGUAGE-PREF
           MOVE FUNCTION UPPER-CASE(WS-LANGUAGE-PREF) TO
           WS-LANGUAGE-PREF
           PERFORM UNTIL WS-LANGUAGE-IS-VALID
               DISPLAY ' '
               DISPLAY 'Invalid Input'
               DISPLAY " Enter your choice: " WITH NO ADVANCING
               ACCEPT WS-LANGUAGE-PREF
               MOVE FUNCTION UPPER-CASE(WS-LANGUAGE-PREF) TO
               WS-LANGUAGE-PREF
           END-PERFORM

      *    The franchising authority's manifest for long-haul night
      *    routes needs each passenger's emergency contact and
      *    nationality, so they are part of the profile from signup.
               MOVE 'Y' TO WS-MKP-CONSENT
           END-IF

      *    The January travel statement (trips, fares, VAT and OR
      *    numbers for the year) is only mailed to those who ask.
           MOVE 'N' TO WS-STP-OPT-IN
           DISPLAY " Email you a yearly travel statement? [YES/NO]: "
           WITH NO ADVANCING
           ACCEPT WS-STP-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-STP-ANSWER) TO WS-STP-ANSWER
           IF WS-STP-ANSWER = 'YES' THEN
               MOVE 'Y' TO WS-STP-OPT-IN
           END-IF

           PERFORM ACCEPT-REFERRAL-CODE

           DISPLAY " Enter your email: " WITH NO ADVANCING
           ACCEPT WS-EMAIL
           MOVE FUNCTION LOWER-CASE(WS-EMAIL) TO WS-EMAIL
               PERFORM VALIDATE-EMAIL-FORMAT
           END-PERFORM

           PERFORM LOOKUP-PASSENGER-EMAIL
           OPEN INPUT FS-PASSENGER-FILE
               READ FS-PASSENGER-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                   PERFORM UNTIL WS-EOF = 'Y'
                       IF FS-P-EMAIL = WS-FC-EMAIL-TOKEN OR
                           FS-P-EMAIL = WS-EMAIL
                           MOVE 0 TO WS-BOOL
                       END-IF
                       READ FS-PASSENGER-FILE NEXT RECORD 
                       PERFORM RECORD-PASSENGER
                       PERFORM RECORD-PASSENGER-CONTACT
                       PERFORM RECORD-MARKETING-PREF
                       PERFORM RECORD-STATEMENT-PREF
                       IF WS-RFR-REFERRER-ID NOT = SPACES THEN
                           PERFORM RECORD-REFERRAL
                       END-IF
                       PERFORM RECORD-REFERRAL-CODE
                       PERFORM MAIN-PAGE
                   ELSE
                       PERFORM PASSWORD-MISMATCH-MESSAGE
           MOVE WS-NOW-DAY-NUMBER TO FS-P-PASSWORD-CHANGED-DAY

           MOVE WS-NOTIFY-PREF TO FS-P-NOTIFY-PREF
           MOVE WS-LANGUAGE-PREF TO FS-P-LANGUAGE
           PERFORM ENCRYPT-PASSENGER-CONTACT

           WRITE FS-PASSENGER-RECORD
           END-WRITE
           CLOSE FS-MARKETING-PREFS-FILE
           .

       RECORD-STATEMENT-PREF.
           OPEN I-O FS-STATEMENT-PREFS-FILE
           IF WS-STP-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-STATEMENT-PREFS-FILE
           END-IF

           MOVE SPACES TO FS-STATEMENT-PREFS-RECORD
           MOVE FS-P-USER-ID TO FS-STP-USER-ID
           MOVE WS-STP-OPT-IN TO FS-STP-OPT-IN

           WRITE FS-STATEMENT-PREFS-RECORD
           INVALID KEY
               REWRITE FS-STATEMENT-PREFS-RECORD
               END-REWRITE
           END-WRITE
           CLOSE FS-STATEMENT-PREFS-FILE
           .

       RECORD-PASSENGER-CONTACT.
           OPEN I-O FS-CONTACTS-FILE
           IF WS-PCN-FILE-STATUS NOT = '00' THEN
           MOVE WS-PCN-EMERGENCY-NAME TO FS-PCN-EMERGENCY-NAME
           MOVE WS-PCN-EMERGENCY-PHONE TO FS-PCN-EMERGENCY-PHONE
           MOVE WS-PCN-NATIONALITY TO FS-PCN-NATIONALITY
           PERFORM ENCRYPT-EMERGENCY-CONTACT

           WRITE FS-CONTACTS-RECORD
           INVALID KEY
           CLOSE FS-CONTACTS-FILE
           .

       ACCEPT-REFERRAL-CODE.
      *    A friend's referral code is optional. An unknown code can
      *    be re-entered or left blank to sign up without one.
           MOVE SPACES TO WS-RFR-REFERRER-ID
           MOVE 'X' TO WS-RFR-CODE-ENTRY
           PERFORM UNTIL WS-RFR-CODE-ENTRY = SPACES OR
               WS-RFR-REFERRER-ID NOT = SPACES
               MOVE SPACES TO WS-RFR-CODE-ENTRY
               DISPLAY " Referral code from a friend (blank if none): "
               WITH NO ADVANCING
               ACCEPT WS-RFR-CODE-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-RFR-CODE-ENTRY) TO
               WS-RFR-CODE-ENTRY
               IF WS-RFR-CODE-ENTRY NOT = SPACES THEN
                   OPEN INPUT FS-REFERRAL-CODE-FILE
                   IF WS-RFC-FILE-STATUS = '00' THEN
                       MOVE WS-RFR-CODE-ENTRY TO FS-RFC-CODE
                       READ FS-REFERRAL-CODE-FILE
                       KEY IS FS-RFC-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-RFC-USER-ID TO WS-RFR-REFERRER-ID
                       END-READ
                       CLOSE FS-REFERRAL-CODE-FILE
                   END-IF
                   IF WS-RFR-REFERRER-ID = SPACES THEN
                       DISPLAY ' '
                       DISPLAY ' That referral code was not found.'
                   END-IF
               END-IF
           END-PERFORM
           .

       RECORD-REFERRAL.
      *    The new account is put through the duplicate-passenger
      *    rules (same email, phone, or first and last name) against
      *    every other active account, the referrer's included. A
      *    match means a second account for someone already here, so
      *    the referral is kept on file as rejected and earns nothing.
      *    A clean one waits as pending for referral_rewards to pay
      *    out after the first paid trip.
           MOVE SPACES TO WS-RFR-DUP-BASIS
           MOVE SPACES TO WS-EOF
           PERFORM LOOKUP-PASSENGER-EMAIL
           PERFORM LOOKUP-PASSENGER-PHONE
           OPEN INPUT FS-PASSENGER-FILE
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RFR-DUP-BASIS NOT = SPACES
               READ FS-PASSENGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-P-USER-ID NOT = WS-USER-ID AND
                       FS-P-STATUS NOT = 'inactive' THEN
                       IF (FS-P-EMAIL = WS-FC-EMAIL-TOKEN OR
                           FS-P-EMAIL = WS-EMAIL) AND
                           WS-EMAIL NOT = SPACES THEN
                           MOVE 'EMAIL' TO WS-RFR-DUP-BASIS
                       ELSE
                           IF (FS-P-PHONE-NUMBER = WS-FC-PHONE-TOKEN OR
                               FS-P-PHONE-NUMBER = WS-PHONE-NUMBER) AND
                               WS-PHONE-NUMBER NOT = SPACES THEN
                               MOVE 'PHONE' TO WS-RFR-DUP-BASIS
                           ELSE
                               IF FS-P-FIRST-NAME = WS-FIRST-NAME AND
                                   FS-P-LAST-NAME = WS-LAST-NAME AND
                                   WS-LAST-NAME NOT = SPACES THEN
                                   MOVE 'NAME' TO WS-RFR-DUP-BASIS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FS-PASSENGER-FILE

           OPEN I-O FS-REFERRAL-FILE
           IF WS-RFR-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-REFERRAL-FILE
           END-IF

           MOVE SPACES TO FS-REFERRAL-RECORD
           MOVE WS-USER-ID TO FS-RFR-REFEREE-ID
           MOVE WS-RFR-REFERRER-ID TO FS-RFR-REFERRER-ID
           MOVE WS-RFR-CODE-ENTRY TO FS-RFR-CODE
           MOVE WS-TS-DATE TO FS-RFR-SIGNUP-DATE
           MOVE ZEROES TO FS-RFR-REFERRER-POINTS
           MOVE ZEROES TO FS-RFR-REFEREE-POINTS
           IF WS-RFR-DUP-BASIS = SPACES THEN
               MOVE 'pending' TO FS-RFR-STATUS
           ELSE
               MOVE 'rejected' TO FS-RFR-STATUS
               MOVE WS-RFR-DUP-BASIS TO FS-RFR-REASON
           END-IF

           WRITE FS-REFERRAL-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE FS-REFERRAL-FILE

           DISPLAY ' '
           IF WS-RFR-DUP-BASIS = SPACES THEN
               DISPLAY ' Referral recorded. You and your friend both'
               DISPLAY ' earn loyalty points after your first trip.'
           ELSE
               DISPLAY ' The referral code could not be applied: this'
               DISPLAY ' matches an account we already have.'
           END-IF
           .

       RECORD-REFERRAL-CODE.
      *    Every passenger gets a code of their own to hand out:
      *    three letters of the first name and the time part of the
      *    user ID, or the full user ID should that ever clash.
           MOVE SPACES TO WS-RFC-NEW-CODE
           MOVE FUNCTION UPPER-CASE(WS-FIRST-NAME(1:3)) TO
               WS-RFC-NEW-CODE(1:3)
           INSPECT WS-RFC-NEW-CODE(1:3) REPLACING ALL SPACE BY 'X'
           MOVE WS-USER-ID(7:9) TO WS-RFC-NEW-CODE(4:9)

           OPEN I-O FS-REFERRAL-CODE-FILE
           IF WS-RFC-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-REFERRAL-CODE-FILE
           END-IF

           MOVE SPACES TO FS-REFERRAL-CODE-RECORD
           MOVE WS-USER-ID TO FS-RFC-USER-ID
           MOVE WS-RFC-NEW-CODE TO FS-RFC-CODE
           MOVE WS-TIME-STAMP TO FS-RFC-TIME-STAMP
           WRITE FS-REFERRAL-CODE-RECORD
           INVALID KEY
               MOVE WS-USER-ID TO FS-RFC-CODE
               WRITE FS-REFERRAL-CODE-RECORD
               END-WRITE
           END-WRITE
           CLOSE FS-REFERRAL-CODE-FILE

           DISPLAY ' '
           DISPLAY ' Your referral code : ' FS-RFC-CODE
           DISPLAY ' Share it - when a friend signs up with it and'
           DISPLAY ' takes their first trip, you both earn points.'
           DISPLAY " Press 'enter' key to continue..."
           ACCEPT WS-BUFFER
           .

       FETCH-MY-REFERRAL-CODE.
      *    Accounts opened before the programme are given their code
      *    by the nightly referral_rewards run.
           MOVE 'issued tonight' TO WS-RFC-MY-CODE
           OPEN INPUT FS-REFERRAL-CODE-FILE
           IF WS-RFC-FILE-STATUS = '00' THEN
               MOVE FS-P-USER-ID TO FS-RFC-USER-ID
               READ FS-REFERRAL-CODE-FILE
               KEY IS FS-RFC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-RFC-CODE TO WS-RFC-MY-CODE
               END-READ
               CLOSE FS-REFERRAL-CODE-FILE
           END-IF
           .

       CHECK-FILE-STATUS.
           MOVE SPACES TO WS-FILE-STATUS
      *    Check if File exist, and if it doesn't it will create one
       
       GENERATE-TIME-STAMP.
      *    Generates Time Stamp of Creation
           ACCEPT WS-TS-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TS-YYYYMMDD(5:2) TO WS-TS-DATE(1:2)
           MOVE '/' TO WS-TS-DATE(3:1)
           MOVE WS-TS-YYYYMMDD(7:2) TO WS-TS-DATE(4:2)
           MOVE '/' TO WS-TS-DATE(6:1)
           MOVE WS-TS-YYYYMMDD(1:4) TO WS-TS-DATE(7:4)
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:2) TO WS-TS-HOUR
           MOVE WS-TIME(3:2) TO WS-TS-MINUTES
       CLEAR.
           CALL 'SYSTEM' USING 'clear'.

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

       LOOKUP-PASSENGER-EMAIL.
      *    The stored form of WS-EMAIL, so the passenger file can be
      *    searched without decrypting every record. A record from
      *    before encryption was switched on still matches on the
      *    plain value.
           MOVE WS-EMAIL TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM LOOKUP-FIELD
           MOVE WS-FC-FIELD TO WS-FC-EMAIL-TOKEN
           .

       LOOKUP-PASSENGER-PHONE.
           MOVE SPACES TO WS-FC-FIELD
           MOVE WS-PHONE-NUMBER TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM LOOKUP-FIELD
           MOVE WS-FC-FIELD(1:11) TO WS-FC-PHONE-TOKEN
           .

       ENCRYPT-PASSENGER-CONTACT.
           MOVE FS-P-EMAIL TO WS-FC-FIELD
           MOVE 100 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD TO FS-P-EMAIL
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-P-PHONE-NUMBER TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-P-PHONE-NUMBER
           .

       ENCRYPT-EMERGENCY-CONTACT.
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-NAME TO WS-FC-FIELD
           MOVE 50 TO WS-FC-WIDTH
           MOVE 'T' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD(1:50) TO FS-PCN-EMERGENCY-NAME
           MOVE SPACES TO WS-FC-FIELD
           MOVE FS-PCN-EMERGENCY-PHONE TO WS-FC-FIELD
           MOVE 11 TO WS-FC-WIDTH
           MOVE 'D' TO WS-FC-KIND
           PERFORM ENCRYPT-FIELD
           MOVE WS-FC-FIELD(1:11) TO FS-PCN-EMERGENCY-PHONE
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
