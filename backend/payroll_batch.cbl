               RECORD KEY IS FS-BPM-PARAM-NAME
               FILE STATUS IS WS-BPM-FILE-STATUS.

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

           SELECT FS-PAY-DEDUCTION-FILE ASSIGN TO
               'data/payroll_deductions.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PD-KEY
               FILE STATUS IS WS-PD-FILE-STATUS.

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

           SELECT FS-SEQUENCE-FILE ASSIGN TO 'data/id_sequence.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SEQ-NAME
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FS-SSS-REMIT-FILE ASSIGN TO
               'data/export/sss_r3_upload.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FS-PHIC-REMIT-FILE ASSIGN TO
               'data/export/philhealth_rf1_upload.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FS-HDMF-REMIT-FILE ASSIGN TO
               'data/export/pagibig_mcrf_upload.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FS-WTAX-REMIT-FILE ASSIGN TO
               'data/export/bir_1601c_listing.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FS-REGISTER-FILE ASSIGN TO
               'data/export/payroll_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
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
           02    FS-DRIVER-LICENSE-NUMBER    PIC X(20).
           02    FS-DRIVER-STATUS    PIC X(11).
           02    FS-DRIVER-TIME-STAMP.
               03    FS-DR-DATE    PIC 99/99/9999.
               03    FS-DR-FILLER-SPACE    PIC X(3).
               03    FS-DR-TIME.
                   04    FS-DR-HOUR    PIC 99.
           02    FS-CD-BADGE-NUMBER    PIC X(20).
           02    FS-CD-STATUS    PIC X(11).
           02    FS-CD-TIME-STAMP.
               03    FS-CD-DATE    PIC 99/99/9999.
               03    FS-CD-FILLER-SPACE    PIC X(3).
               03    FS-CD-TIME.
                   04    FS-CD-HOUR    PIC 99.
       01  FS-BUSINESS-PARAMS-RECORD.
           02    FS-BPM-PARAM-NAME    PIC X(20).
           02    FS-BPM-PARAM-VALUE    PIC 9(6)V99.
           02    FS-BPM-EFFECTIVE-DATE    PIC 99/99/9999.
           02    FS-BPM-TIME-STAMP.
               03    FS-BPM-TS-DATE    PIC 99/99/9999.
               03    FS-BPM-TS-FILLER-SPACE    PIC X(3).
               03    FS-BPM-TS-TIME.
                   04    FS-BPM-TS-HOUR    PIC 99.
                   04    FS-BPM-TS-COLON-2    PIC X.
                   04    FS-BPM-TS-SECOND    PIC 99.

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

       FD  FS-PAY-DEDUCTION-FILE.
       01  FS-PAY-DEDUCTION-RECORD.
           02    FS-PD-KEY.
               03    FS-PD-EMP-ID    PIC X(15).
               03    FS-PD-PERIOD-END    PIC 9(8).
           02    FS-PD-PERIOD-START    PIC 9(8).
           02    FS-PD-ROLE    PIC X.
           02    FS-PD-GROSS    PIC 9(8)V99.
           02    FS-PD-SSS-EE    PIC 9(7)V99.
           02    FS-PD-SSS-ER    PIC 9(7)V99.
           02    FS-PD-SSS-EC    PIC 9(7)V99.
           02    FS-PD-PHIC-EE    PIC 9(7)V99.
           02    FS-PD-PHIC-ER    PIC 9(7)V99.
           02    FS-PD-HDMF-EE    PIC 9(7)V99.
           02    FS-PD-HDMF-ER    PIC 9(7)V99.
           02    FS-PD-TAXABLE    PIC 9(8)V99.
           02    FS-PD-WTAX    PIC 9(7)V99.
           02    FS-PD-CHARGES    PIC 9(7)V99.
           02    FS-PD-NET    PIC 9(8)V99.
           02    FS-PD-TIME-STAMP    PIC X(21).

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

       FD  FS-SEQUENCE-FILE.
       01  FS-SEQUENCE-RECORD.
           02    FS-SEQ-NAME    PIC X(10).
           02    FS-SEQ-LAST-INCREMENT    PIC 9(3).

       FD  FS-SSS-REMIT-FILE.
       01  FS-SSS-REMIT-RECORD    PIC X(132).

       FD  FS-PHIC-REMIT-FILE.
       01  FS-PHIC-REMIT-RECORD    PIC X(132).

       FD  FS-HDMF-REMIT-FILE.
       01  FS-HDMF-REMIT-RECORD    PIC X(132).

       FD  FS-WTAX-REMIT-FILE.
       01  FS-WTAX-REMIT-RECORD    PIC X(132).

       FD  FS-REGISTER-FILE.
       01  FS-REGISTER-RECORD    PIC X(132).

       01  WS-EOF    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-PERIOD-START-ENTRY    PIC X(10).
       01  WS-PERIOD-END-ENTRY    PIC X(10).
       01  WS-PERIOD-START-DAY    PIC S9(9) COMP.
       01  WS-PERIOD-END-DAY    PIC S9(9) COMP.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-BPM-PARAM-IS-LIVE    PIC X.
       01  WS-PAY-HOURLY-RATE    PIC 9(5)V99 VALUE 85.00.
       01  WS-PAY-NIGHT-DIFF-PCT    PIC 9(3)V99 VALUE 10.00.
       01  WS-PAY-TRIP-ALLOWANCE    PIC 9(5)V99 VALUE 150.00.
       01  WS-CVM-DATE    PIC 99/99/9999.
       01  WS-CVM-HOUR    PIC 99.
       01  WS-CVM-MINUTES    PIC 99.
       01  WS-CVM-TIME-FORMAT    PIC XX.
       01  WS-PAY-ALLOW-AMT    PIC 9(8)V99.
       01  WS-PAY-GROSS    PIC 9(8)V99.
       01  WS-PAY-TOTAL-GROSS    PIC 9(10)V99.
       01  WS-CE-FILE-STATUS    PIC XX.
       01  WS-STT-FILE-STATUS    PIC XX.
       01  WS-PD-FILE-STATUS    PIC XX.
       01  WS-CE-OPEN    PIC X.
       01  WS-PD-OPEN    PIC X.
       01  WS-EAC-FILE-STATUS    PIC XX.
       01  WS-EAL-FILE-STATUS    PIC XX.
       01  WS-EAC-OPEN    PIC X.
       01  WS-EAL-OPEN    PIC X.
       01  WS-EAL-EOF    PIC X.
       01  WS-EAL-POSTED    PIC X.
       01  WS-EAL-PERIOD-REF    PIC X(15).
       01  WS-PAY-CHARGES    PIC 9(7)V99.
       01  WS-GENERATED-ID.
           02    WS-GSI-DATE    PIC X(6).
           02    WS-GSI-TIME    PIC X(6).
           02    WS-GSI-INCREMENT-VALUE    PIC 9(3).
       01  WS-SEQ-NAME    PIC X(10).
       01  WS-INCREMENT-VALUE    PIC 9(3).
       01  WS-PAY-COMMAND-LINE    PIC X(40).
       01  WS-PAY-RUN-MODE    PIC X(10).
       01  WS-PAY-PERIOD-START-INT    PIC 9(8).
       01  WS-PAY-PERIOD-END-INT    PIC 9(8).
       01  WS-PAY-MONTH-KEY    PIC 9(6).
       01  WS-TS-YYYYMMDD    PIC 9(8).
       01  WS-TIME.
           02    WS-HOUR    PIC 99.
           02    WS-MINUTE    PIC 99.
           02    WS-SECOND    PIC 99.
           02    WS-MSECOND    PIC 99.
       01  WS-TIME-STAMP.
           02    WS-TS-DATE    PIC 99/99/9999.
           02    WS-TS-FILLER-SPACE    PIC X(3) VALUE SPACES.
           02    WS-TS-TIME.
               03    WS-TS-HOUR    PIC 99.
               03    WS-TS-COLON-1    PIC X VALUE ':'.
               03    WS-TS-MINUTES    PIC 99.
               03    WS-TS-COLON-2    PIC X VALUE ':'.
               03    WS-TS-SECOND    PIC 99.
      *    In-storage copy of the statutory table file; each row has
      *    the same layout as FS-STATUTORY-TABLE-RECORD.
       01  WS-STT-TABLE-AREA.
           02    WS-STT-ROW OCCURS 100 TIMES.
               03    WS-STT-R-TABLE    PIC X(4).
               03    WS-STT-R-EFFECTIVE    PIC 9(8).
               03    WS-STT-R-LOWER    PIC 9(7)V99.
               03    WS-STT-R-UPPER    PIC 9(7)V99.
               03    WS-STT-R-BASE-MIN    PIC 9(7)V99.
               03    WS-STT-R-BASE-MAX    PIC 9(7)V99.
               03    WS-STT-R-BASE-STEP    PIC 9(5)V99.
               03    WS-STT-R-EE-FIXED    PIC 9(7)V99.
               03    WS-STT-R-EE-RATE    PIC 9(2)V9(4).
               03    WS-STT-R-ER-FIXED    PIC 9(7)V99.
               03    WS-STT-R-ER-RATE    PIC 9(2)V9(4).
               03    WS-STT-R-EC-AMOUNT    PIC 9(5)V99.
               03    WS-STT-R-TIME-STAMP    PIC X(21).
       01  WS-STT-ROW-COUNT    PIC 9(3).
       01  WS-STT-I    PIC 9(3).
       01  WS-STT-HIT    PIC 9(3).
       01  WS-STT-WANT-TABLE    PIC X(4).
       01  WS-STT-BEST-EFFECTIVE    PIC 9(8).
       01  WS-STT-AMOUNT    PIC 9(9)V99.
       01  WS-STT-BASE    PIC 9(9)V99.
       01  WS-STT-STEPS    PIC 9(7).
       01  WS-STT-EE-DUE    PIC 9(8)V99.
       01  WS-STT-ER-DUE    PIC 9(8)V99.
       01  WS-STT-EC-DUE    PIC 9(8)V99.
       01  WS-PAY-ON-MASTER    PIC X.
       01  WS-PAY-TIN    PIC X(15).
       01  WS-PAY-SSS-NUMBER    PIC X(12).
       01  WS-PAY-PHIC-NUMBER    PIC X(14).
       01  WS-PAY-HDMF-NUMBER    PIC X(14).
       01  WS-PAY-TAX-STATUS    PIC X(3).
       01  WS-MTD-GROSS    PIC 9(9)V99.
       01  WS-MTD-SSS-EE    PIC 9(8)V99.
       01  WS-MTD-SSS-ER    PIC 9(8)V99.
       01  WS-MTD-SSS-EC    PIC 9(8)V99.
       01  WS-MTD-PHIC-EE    PIC 9(8)V99.
       01  WS-MTD-PHIC-ER    PIC 9(8)V99.
       01  WS-MTD-HDMF-EE    PIC 9(8)V99.
       01  WS-MTD-HDMF-ER    PIC 9(8)V99.
       01  WS-MTD-TAXABLE    PIC 9(9)V99.
       01  WS-MTD-WTAX    PIC 9(8)V99.
       01  WS-PAY-SSS-EE    PIC 9(7)V99.
       01  WS-PAY-SSS-ER    PIC 9(7)V99.
       01  WS-PAY-SSS-EC    PIC 9(7)V99.
       01  WS-PAY-PHIC-EE    PIC 9(7)V99.
       01  WS-PAY-PHIC-ER    PIC 9(7)V99.
       01  WS-PAY-HDMF-EE    PIC 9(7)V99.
       01  WS-PAY-HDMF-ER    PIC 9(7)V99.
       01  WS-PAY-TAXABLE    PIC 9(8)V99.
       01  WS-PAY-WTAX    PIC 9(7)V99.
       01  WS-PAY-NET    PIC 9(8)V99.
       01  WS-PAY-LEFT    PIC S9(9)V99.
       01  WS-PAY-DUE    PIC S9(9)V99.
       01  WS-PAY-TOTAL-DEDUCT    PIC 9(10)V99.
       01  WS-PAY-TOTAL-NET    PIC 9(10)V99.
       01  WS-PAY-NO-ID-COUNT    PIC 9(3).
       01  WS-REM-PERIOD-ENTRY    PIC X(10).
       01  WS-REM-PERIOD    PIC 9(6).
       01  WS-REM-ER-TIN    PIC X(15).
       01  WS-REM-ER-SSS-NUMBER    PIC X(12).
       01  WS-REM-ER-PHIC-NUMBER    PIC X(14).
       01  WS-REM-ER-HDMF-NUMBER    PIC X(14).
       01  WS-REM-EMP-ID    PIC X(15).
       01  WS-REM-ROLE    PIC X.
       01  WS-REM-GROSS    PIC 9(9)V99.
       01  WS-REM-SSS-EE    PIC 9(7)V99.
       01  WS-REM-SSS-ER    PIC 9(7)V99.
       01  WS-REM-SSS-EC    PIC 9(5)V99.
       01  WS-REM-PHIC-EE    PIC 9(7)V99.
       01  WS-REM-PHIC-ER    PIC 9(7)V99.
       01  WS-REM-HDMF-EE    PIC 9(7)V99.
       01  WS-REM-HDMF-ER    PIC 9(7)V99.
       01  WS-REM-TAXABLE    PIC 9(9)V99.
       01  WS-REM-WTAX    PIC 9(7)V99.
       01  WS-REM-MANDATORY    PIC 9(8)V99.
       01  WS-REM-EMP-COUNT    PIC 9(5).
       01  WS-REM-TOT-SSS-EE    PIC 9(9)V99.
       01  WS-REM-TOT-SSS-ER    PIC 9(9)V99.
       01  WS-REM-TOT-SSS-EC    PIC 9(7)V99.
       01  WS-REM-TOT-PHIC    PIC 9(9)V99.
       01  WS-REM-TOT-HDMF    PIC 9(9)V99.
       01  WS-REM-TOT-WTAX    PIC 9(9)V99.
       01  WS-REM-EDIT-1    PIC Z(8)9.99.
       01  WS-REM-EDIT-2    PIC Z(8)9.99.
       01  WS-REM-EDIT-3    PIC Z(8)9.99.
       01  WS-REM-EDIT-4    PIC Z(8)9.99.


       PROCEDURE DIVISION.
      *    between 22:00 and 06:00, and a per-trip allowance from
      *    the business-parameter file. Writes the payroll register
      *    and a payslip print for each employee.
      *    SSS, PhilHealth and Pag-IBIG contributions and withholding
      *    tax come off gross pay from the dated statutory tables,
      *    worked month to date so weekly or semi-monthly periods
      *    add up to the monthly schedule. Each employee's deductions
      *    for the period are kept on the payroll deductions file.
      *    Accountability charges owing on the employee ledger are
      *    then recovered from net pay, up to each account's cap.
      *    Run as 'payroll_batch REMIT [YYYYMM]' after the month's
      *    last payroll it writes the agencies' remittance uploads
      *    for the month instead (default: last month).
           MOVE SPACES TO WS-PAY-COMMAND-LINE
           ACCEPT WS-PAY-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PAY-RUN-MODE
           MOVE SPACES TO WS-REM-PERIOD-ENTRY
           IF WS-PAY-COMMAND-LINE(1:5) = 'REMIT' THEN
               UNSTRING WS-PAY-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-PAY-RUN-MODE WS-REM-PERIOD-ENTRY
               END-UNSTRING
               CALL "SYSTEM" USING "mkdir -p data/export"
                   RETURNING WS-RETURN-CODE
               PERFORM WRITE-REMITTANCE-FILES
               GOBACK
           END-IF

           DISPLAY 'Pay period start [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-PERIOD-START-ENTRY
           DISPLAY 'Pay period end   [MM/DD/YYYY] : ' WITH NO ADVANCING
           ACCEPT WS-PERIOD-END-ENTRY

           MOVE WS-PERIOD-START-ENTRY TO WS-CVM-DATE
           PERFORM CONVERT-DATE-TO-DAY
           MOVE WS-CVM-DAY-NUMBER TO WS-PERIOD-START-DAY
           MOVE WS-CVM-DATE-INT TO WS-PAY-PERIOD-START-INT

           MOVE WS-PERIOD-END-ENTRY TO WS-CVM-DATE
           PERFORM CONVERT-DATE-TO-DAY
           MOVE WS-CVM-DAY-NUMBER TO WS-PERIOD-END-DAY
           MOVE WS-CVM-DATE-INT TO WS-PAY-PERIOD-END-INT
           MOVE WS-PAY-PERIOD-END-INT(1:6) TO WS-PAY-MONTH-KEY

           PERFORM LOAD-BUSINESS-PARAMETERS
           PERFORM LOAD-STATUTORY-TABLES

           MOVE ZEROES TO WS-PAY-TALLY-COUNT
           MOVE 1 TO WS-PAY-I
           DISPLAY 'data/export/payroll_register.txt'
           DISPLAY 'Payslips written to data/export/payslips.txt'
           DISPLAY 'Total gross for the period : ' WS-PAY-TOTAL-GROSS
           DISPLAY 'Total deductions           : ' WS-PAY-TOTAL-DEDUCT
           DISPLAY 'Total net pay              : ' WS-PAY-TOTAL-NET
           IF WS-PAY-NO-ID-COUNT > ZEROES THEN
               DISPLAY WS-PAY-NO-ID-COUNT
                   ' employee(s) paid without a crew employee master'
                   ' record - government IDs missing.'
           END-IF

           GOBACK
           STOP RUN.
           OPEN OUTPUT FS-PAYSLIP-FILE
           OPEN INPUT FS-DRIVERS-FILE
           OPEN INPUT FS-CONDUCTORS-FILE
           MOVE 'N' TO WS-CE-OPEN
           OPEN INPUT FS-CREW-EMPLOYEE-FILE
           IF WS-CE-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-CE-OPEN
           END-IF
           MOVE 'N' TO WS-PD-OPEN
           OPEN I-O FS-PAY-DEDUCTION-FILE
           IF WS-PD-FILE-STATUS NOT = '00' THEN
               OPEN OUTPUT FS-PAY-DEDUCTION-FILE
               CLOSE FS-PAY-DEDUCTION-FILE
               OPEN I-O FS-PAY-DEDUCTION-FILE
           END-IF
           IF WS-PD-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-PD-OPEN
           END-IF
           MOVE 'N' TO WS-EAC-OPEN
           MOVE 'N' TO WS-EAL-OPEN
           OPEN I-O FS-EMP-ACCOUNT-FILE
           IF WS-EAC-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-EAC-OPEN
               OPEN I-O FS-EMP-LEDGER-FILE
               IF WS-EAL-FILE-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS-EMP-LEDGER-FILE
                   CLOSE FS-EMP-LEDGER-FILE
                   OPEN I-O FS-EMP-LEDGER-FILE
               END-IF
               IF WS-EAL-FILE-STATUS = '00' THEN
                   MOVE 'Y' TO WS-EAL-OPEN
               END-IF
           END-IF
           MOVE WS-PAY-PERIOD-END-INT TO WS-EAL-PERIOD-REF

           MOVE ZEROES TO WS-PAY-TOTAL-GROSS
           MOVE ZEROES TO WS-PAY-TOTAL-DEDUCT
           MOVE ZEROES TO WS-PAY-TOTAL-NET
           MOVE ZEROES TO WS-PAY-NO-ID-COUNT

           MOVE SPACES TO WS-LINE
           STRING 'PAYROLL REGISTER ' WS-PERIOD-START-ENTRY
           WRITE FS-REGISTER-RECORD FROM WS-LINE

           MOVE 'EMPLOYEE        R TRIPS HOURS   NIGHT   ALLOWANCE'-
               '    GROSS      SSS       PHIC      HDMF      W/TAX'-
               '     CHARGES   NET' TO WS-LINE
           WRITE FS-REGISTER-RECORD FROM WS-LINE

           MOVE 1 TO WS-PAY-I
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REGISTER-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'TOTAL DEDUCT: ' WS-PAY-TOTAL-DEDUCT
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REGISTER-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'TOTAL NET   : ' WS-PAY-TOTAL-NET
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-REGISTER-RECORD FROM WS-LINE

           IF WS-EAL-OPEN = 'Y' THEN
               CLOSE FS-EMP-LEDGER-FILE
           END-IF
           IF WS-EAC-OPEN = 'Y' THEN
               CLOSE FS-EMP-ACCOUNT-FILE
           END-IF
           IF WS-PD-OPEN = 'Y' THEN
               CLOSE FS-PAY-DEDUCTION-FILE
           END-IF
           IF WS-CE-OPEN = 'Y' THEN
               CLOSE FS-CREW-EMPLOYEE-FILE
           END-IF
           CLOSE FS-CONDUCTORS-FILE
           CLOSE FS-DRIVERS-FILE
           CLOSE FS-PAYSLIP-FILE
               END-READ
           END-IF

           PERFORM COMPUTE-STATUTORY-DEDUCTIONS
           PERFORM RECOVER-EMPLOYEE-CHARGES
           COMPUTE WS-PAY-TOTAL-DEDUCT = WS-PAY-TOTAL-DEDUCT +
               WS-PAY-SSS-EE + WS-PAY-PHIC-EE + WS-PAY-HDMF-EE +
               WS-PAY-WTAX + WS-PAY-CHARGES
           ADD WS-PAY-NET TO WS-PAY-TOTAL-NET

           MOVE SPACES TO WS-LINE
           STRING WS-PAY-EMP-ID(WS-PAY-I) ' '
               WS-PAY-ROLE(WS-PAY-I) ' '
               WS-PAY-HOURS ' '
               WS-PAY-NIGHT-HOURS ' '
               WS-PAY-ALLOW-AMT ' '
               WS-PAY-GROSS ' '
               WS-PAY-SSS-EE ' '
               WS-PAY-PHIC-EE ' '
               WS-PAY-HDMF-EE ' '
               WS-PAY-WTAX ' '
               WS-PAY-CHARGES ' '
               WS-PAY-NET
           DELIMITED BY SIZE INTO WS-LINE
           IF WS-PAY-ON-MASTER = 'N' THEN
               MOVE 'NO GOV ID' TO WS-LINE(124:9)
           END-IF
           WRITE FS-REGISTER-RECORD FROM WS-LINE

           PERFORM RECORD-PAY-DEDUCTIONS
           PERFORM WRITE-ONE-PAYSLIP
           .

       COMPUTE-STATUTORY-DEDUCTIONS.
      *    Contributions and withholding are due on the month's pay,
      *    so each run works out what the month to date owes and
      *    takes off only what earlier runs of the month have not.
      *    The month is the one the pay period ends in. A deduction
      *    the pay cannot cover is left owing and comes off the next
      *    run of the month.
           MOVE 'N' TO WS-PAY-ON-MASTER
           MOVE SPACES TO WS-PAY-TIN
           MOVE SPACES TO WS-PAY-SSS-NUMBER
           MOVE SPACES TO WS-PAY-PHIC-NUMBER
           MOVE SPACES TO WS-PAY-HDMF-NUMBER
           MOVE 'REG' TO WS-PAY-TAX-STATUS
           IF WS-CE-OPEN = 'Y' THEN
               MOVE WS-PAY-EMP-ID(WS-PAY-I) TO FS-CE-EMP-ID
               READ FS-CREW-EMPLOYEE-FILE
               KEY IS FS-CE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAY-ON-MASTER
                   MOVE FS-CE-TIN TO WS-PAY-TIN
                   MOVE FS-CE-SSS-NUMBER TO WS-PAY-SSS-NUMBER
                   MOVE FS-CE-PHIC-NUMBER TO WS-PAY-PHIC-NUMBER
                   MOVE FS-CE-HDMF-NUMBER TO WS-PAY-HDMF-NUMBER
                   IF FS-CE-TAX-STATUS NOT = SPACES THEN
                       MOVE FS-CE-TAX-STATUS TO WS-PAY-TAX-STATUS
                   END-IF
               END-READ
           END-IF
           IF WS-PAY-ON-MASTER = 'N' THEN
               ADD 1 TO WS-PAY-NO-ID-COUNT
           END-IF

           PERFORM TALLY-MONTH-TO-DATE
           COMPUTE WS-MTD-GROSS = WS-MTD-GROSS + WS-PAY-GROSS
           MOVE WS-PAY-GROSS TO WS-PAY-LEFT

           MOVE 'SSS' TO WS-STT-WANT-TABLE
           MOVE WS-MTD-GROSS TO WS-STT-AMOUNT
           PERFORM APPLY-CONTRIBUTION-TABLE
           COMPUTE WS-PAY-DUE = WS-STT-EE-DUE - WS-MTD-SSS-EE
           PERFORM TAKE-FROM-PAY
           MOVE WS-PAY-DUE TO WS-PAY-SSS-EE
           COMPUTE WS-PAY-DUE = WS-STT-ER-DUE - WS-MTD-SSS-ER
           IF WS-PAY-DUE < ZEROES THEN
               MOVE ZEROES TO WS-PAY-DUE
           END-IF
           MOVE WS-PAY-DUE TO WS-PAY-SSS-ER
           COMPUTE WS-PAY-DUE = WS-STT-EC-DUE - WS-MTD-SSS-EC
           IF WS-PAY-DUE < ZEROES THEN
               MOVE ZEROES TO WS-PAY-DUE
           END-IF
           MOVE WS-PAY-DUE TO WS-PAY-SSS-EC

           MOVE 'PHIC' TO WS-STT-WANT-TABLE
           MOVE WS-MTD-GROSS TO WS-STT-AMOUNT
           PERFORM APPLY-CONTRIBUTION-TABLE
           COMPUTE WS-PAY-DUE = WS-STT-EE-DUE - WS-MTD-PHIC-EE
           PERFORM TAKE-FROM-PAY
           MOVE WS-PAY-DUE TO WS-PAY-PHIC-EE
           COMPUTE WS-PAY-DUE = WS-STT-ER-DUE - WS-MTD-PHIC-ER
           IF WS-PAY-DUE < ZEROES THEN
               MOVE ZEROES TO WS-PAY-DUE
           END-IF
           MOVE WS-PAY-DUE TO WS-PAY-PHIC-ER

           MOVE 'HDMF' TO WS-STT-WANT-TABLE
           MOVE WS-MTD-GROSS TO WS-STT-AMOUNT
           PERFORM APPLY-CONTRIBUTION-TABLE
           COMPUTE WS-PAY-DUE = WS-STT-EE-DUE - WS-MTD-HDMF-EE
           PERFORM TAKE-FROM-PAY
           MOVE WS-PAY-DUE TO WS-PAY-HDMF-EE
           COMPUTE WS-PAY-DUE = WS-STT-ER-DUE - WS-MTD-HDMF-ER
           IF WS-PAY-DUE < ZEROES THEN
               MOVE ZEROES TO WS-PAY-DUE
           END-IF
           MOVE WS-PAY-DUE TO WS-PAY-HDMF-ER

      *    Employee contributions are not taxable compensation.
      *    Minimum-wage earners (tax status MWE) are exempt from
      *    withholding altogether.
           COMPUTE WS-PAY-DUE = WS-PAY-GROSS - WS-PAY-SSS-EE -
               WS-PAY-PHIC-EE - WS-PAY-HDMF-EE
           IF WS-PAY-DUE < ZEROES THEN
               MOVE ZEROES TO WS-PAY-DUE
           END-IF
           MOVE WS-PAY-DUE TO WS-PAY-TAXABLE
           COMPUTE WS-MTD-TAXABLE = WS-MTD-TAXABLE + WS-PAY-TAXABLE

           MOVE ZEROES TO WS-PAY-WTAX
           IF WS-PAY-TAX-STATUS NOT = 'MWE' THEN
               MOVE 'WTAX' TO WS-STT-WANT-TABLE
               MOVE WS-MTD-TAXABLE TO WS-STT-AMOUNT
               PERFORM APPLY-WITHHOLDING-TABLE
               COMPUTE WS-PAY-DUE = WS-STT-EE-DUE - WS-MTD-WTAX
               PERFORM TAKE-FROM-PAY
               MOVE WS-PAY-DUE TO WS-PAY-WTAX
           END-IF

           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-SSS-EE -
               WS-PAY-PHIC-EE - WS-PAY-HDMF-EE - WS-PAY-WTAX
           .

       RECOVER-EMPLOYEE-CHARGES.
      *    Takes the employee's accountability balance (approved
      *    shortages, damage charges, cash advances) off the net pay,
      *    at most the deduction cap on the employee account and
      *    never more than the net pay. The recovery is posted to the
      *    employee ledger with the period end as its reference, so
      *    a rerun of the period reuses it instead of taking it twice.
           MOVE ZEROES TO WS-PAY-CHARGES
           IF WS-EAC-OPEN NOT = 'Y' OR WS-EAL-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EAL-POSTED
           MOVE SPACES TO WS-EAL-EOF
           MOVE WS-PAY-EMP-ID(WS-PAY-I) TO FS-EAL-EMP-ID
           MOVE LOW-VALUES TO FS-EAL-ENTRY-ID
           START FS-EMP-LEDGER-FILE KEY IS >= FS-EAL-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EAL-EOF
           END-START
           PERFORM UNTIL WS-EAL-EOF = 'Y'
               READ FS-EMP-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EAL-EOF
               NOT AT END
                   IF FS-EAL-EMP-ID NOT = WS-PAY-EMP-ID(WS-PAY-I) THEN
                       MOVE 'Y' TO WS-EAL-EOF
                   ELSE
                       IF FS-EAL-ENTRY-TYPE = 'PAYROLL' AND
                           FS-EAL-SOURCE-REF = WS-EAL-PERIOD-REF THEN
                           MOVE 'Y' TO WS-EAL-POSTED
                           ADD FS-EAL-AMOUNT TO WS-PAY-CHARGES
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-EAL-POSTED = 'Y' THEN
               SUBTRACT WS-PAY-CHARGES FROM WS-PAY-NET
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-EMP-ID(WS-PAY-I) TO FS-EAC-EMP-ID
           READ FS-EMP-ACCOUNT-FILE
           KEY IS FS-EAC-EMP-ID
           INVALID KEY
               EXIT PARAGRAPH
           END-READ
           IF FS-EAC-BALANCE = ZEROES OR
               FS-EAC-DEDUCT-CAP = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FS-EAC-DEDUCT-CAP TO WS-PAY-CHARGES
           IF WS-PAY-CHARGES > FS-EAC-BALANCE THEN
               MOVE FS-EAC-BALANCE TO WS-PAY-CHARGES
           END-IF
           IF WS-PAY-CHARGES > WS-PAY-NET THEN
               MOVE WS-PAY-NET TO WS-PAY-CHARGES
           END-IF
           IF WS-PAY-CHARGES = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-PAY-CHARGES FROM FS-EAC-BALANCE
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-EAC-TIME-STAMP
           REWRITE FS-EMP-ACCOUNT-RECORD
           END-REWRITE

           MOVE ZEROES TO WS-INCREMENT-VALUE
           MOVE 'EMPLEDGER' TO WS-SEQ-NAME
           PERFORM NEXT-SEQUENCE-VALUE
           PERFORM GENERATE-ID-SEQUENCE

           MOVE SPACES TO FS-EMP-LEDGER-RECORD
           MOVE WS-PAY-EMP-ID(WS-PAY-I) TO FS-EAL-EMP-ID
           MOVE WS-GENERATED-ID TO FS-EAL-ENTRY-ID
           MOVE 'PAYROLL' TO FS-EAL-ENTRY-TYPE
           MOVE 'C' TO FS-EAL-DR-CR
           MOVE WS-PAY-CHARGES TO FS-EAL-AMOUNT
           MOVE WS-EAL-PERIOD-REF TO FS-EAL-SOURCE-REF
           MOVE 'PAYROLL DEDUCTION' TO FS-EAL-DESCRIPTION
           MOVE WS-TS-DATE TO FS-EAL-ENTRY-DATE
           MOVE 'PAYROLL' TO FS-EAL-APPROVED-BY
           MOVE FS-EAC-BALANCE TO FS-EAL-BALANCE-AFTER
           MOVE WS-TIME-STAMP TO FS-EAL-TIME-STAMP
           WRITE FS-EMP-LEDGER-RECORD
           END-WRITE

           SUBTRACT WS-PAY-CHARGES FROM WS-PAY-NET
           .

       TAKE-FROM-PAY.
      *    Limits a deduction to what is left of this run's pay.
           IF WS-PAY-DUE < ZEROES THEN
               MOVE ZEROES TO WS-PAY-DUE
           END-IF
           IF WS-PAY-DUE > WS-PAY-LEFT THEN
               MOVE WS-PAY-LEFT TO WS-PAY-DUE
           END-IF
           SUBTRACT WS-PAY-DUE FROM WS-PAY-LEFT
           .

       TALLY-MONTH-TO-DATE.
      *    Sums what earlier pay periods ending in the same month
      *    already paid and deducted. A rerun of this same period
      *    replaces its own row, so it is left out of the sums.
           MOVE ZEROES TO WS-MTD-GROSS
           MOVE ZEROES TO WS-MTD-SSS-EE
           MOVE ZEROES TO WS-MTD-SSS-ER
           MOVE ZEROES TO WS-MTD-SSS-EC
           MOVE ZEROES TO WS-MTD-PHIC-EE
           MOVE ZEROES TO WS-MTD-PHIC-ER
           MOVE ZEROES TO WS-MTD-HDMF-EE
           MOVE ZEROES TO WS-MTD-HDMF-ER
           MOVE ZEROES TO WS-MTD-TAXABLE
           MOVE ZEROES TO WS-MTD-WTAX
           IF WS-PD-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-EMP-ID(WS-PAY-I) TO FS-PD-EMP-ID
           COMPUTE FS-PD-PERIOD-END = (WS-PAY-MONTH-KEY * 100) + 1
           MOVE SPACES TO WS-EOF
           START FS-PAY-DEDUCTION-FILE KEY IS >= FS-PD-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAY-DEDUCTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PD-EMP-ID NOT = WS-PAY-EMP-ID(WS-PAY-I) OR
                       FS-PD-PERIOD-END >= WS-PAY-PERIOD-END-INT THEN
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       ADD FS-PD-GROSS TO WS-MTD-GROSS
                       ADD FS-PD-SSS-EE TO WS-MTD-SSS-EE
                       ADD FS-PD-SSS-ER TO WS-MTD-SSS-ER
                       ADD FS-PD-SSS-EC TO WS-MTD-SSS-EC
                       ADD FS-PD-PHIC-EE TO WS-MTD-PHIC-EE
                       ADD FS-PD-PHIC-ER TO WS-MTD-PHIC-ER
                       ADD FS-PD-HDMF-EE TO WS-MTD-HDMF-EE
                       ADD FS-PD-HDMF-ER TO WS-MTD-HDMF-ER
                       ADD FS-PD-TAXABLE TO WS-MTD-TAXABLE
                       ADD FS-PD-WTAX TO WS-MTD-WTAX
                   END-IF
               END-READ
           END-PERFORM
           .

       APPLY-CONTRIBUTION-TABLE.
      *    Contribution base is the month's pay rounded to the
      *    schedule's salary-credit step and held between its floor
      *    and ceiling; each share is a fixed amount plus a rate on
      *    that base.
           MOVE ZEROES TO WS-STT-EE-DUE
           MOVE ZEROES TO WS-STT-ER-DUE
           MOVE ZEROES TO WS-STT-EC-DUE
           PERFORM FIND-STATUTORY-BRACKET
           IF WS-STT-HIT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STT-AMOUNT TO WS-STT-BASE
           IF WS-STT-R-BASE-STEP(WS-STT-HIT) > ZEROES THEN
               COMPUTE WS-STT-STEPS ROUNDED =
                   WS-STT-BASE / WS-STT-R-BASE-STEP(WS-STT-HIT)
               COMPUTE WS-STT-BASE =
                   WS-STT-STEPS * WS-STT-R-BASE-STEP(WS-STT-HIT)
           END-IF
           IF WS-STT-BASE < WS-STT-R-BASE-MIN(WS-STT-HIT) THEN
               MOVE WS-STT-R-BASE-MIN(WS-STT-HIT) TO WS-STT-BASE
           END-IF
           IF WS-STT-R-BASE-MAX(WS-STT-HIT) > ZEROES AND
               WS-STT-BASE > WS-STT-R-BASE-MAX(WS-STT-HIT) THEN
               MOVE WS-STT-R-BASE-MAX(WS-STT-HIT) TO WS-STT-BASE
           END-IF

           COMPUTE WS-STT-EE-DUE ROUNDED =
               WS-STT-R-EE-FIXED(WS-STT-HIT) +
               (WS-STT-BASE * WS-STT-R-EE-RATE(WS-STT-HIT) / 100)
           COMPUTE WS-STT-ER-DUE ROUNDED =
               WS-STT-R-ER-FIXED(WS-STT-HIT) +
               (WS-STT-BASE * WS-STT-R-ER-RATE(WS-STT-HIT) / 100)
           MOVE WS-STT-R-EC-AMOUNT(WS-STT-HIT) TO WS-STT-EC-DUE
           .

       APPLY-WITHHOLDING-TABLE.
      *    Withholding bracket: fixed tax plus the rate on the excess
      *    of taxable pay over the bracket's lower bound.
           MOVE ZEROES TO WS-STT-EE-DUE
           PERFORM FIND-STATUTORY-BRACKET
           IF WS-STT-HIT = ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STT-EE-DUE ROUNDED =
               WS-STT-R-EE-FIXED(WS-STT-HIT) +
               ((WS-STT-AMOUNT - WS-STT-R-LOWER(WS-STT-HIT)) *
               WS-STT-R-EE-RATE(WS-STT-HIT) / 100)
           .

       FIND-STATUTORY-BRACKET.
      *    The schedule in force is the latest effective date on or
      *    before the end of the pay period; within it the bracket
      *    whose range holds the amount (an upper bound of zero is
      *    open-ended).
           MOVE ZEROES TO WS-STT-HIT
           MOVE ZEROES TO WS-STT-BEST-EFFECTIVE
           MOVE 1 TO WS-STT-I
           PERFORM UNTIL WS-STT-I > WS-STT-ROW-COUNT
               IF WS-STT-R-TABLE(WS-STT-I) = WS-STT-WANT-TABLE AND
                   WS-STT-R-EFFECTIVE(WS-STT-I) <=
                   WS-PAY-PERIOD-END-INT AND
                   WS-STT-R-EFFECTIVE(WS-STT-I) >
                   WS-STT-BEST-EFFECTIVE THEN
                   MOVE WS-STT-R-EFFECTIVE(WS-STT-I) TO
                       WS-STT-BEST-EFFECTIVE
               END-IF
               ADD 1 TO WS-STT-I
           END-PERFORM

           MOVE 1 TO WS-STT-I
           PERFORM UNTIL WS-STT-I > WS-STT-ROW-COUNT OR
               WS-STT-HIT > ZEROES
               IF WS-STT-R-TABLE(WS-STT-I) = WS-STT-WANT-TABLE AND
                   WS-STT-R-EFFECTIVE(WS-STT-I) =
                   WS-STT-BEST-EFFECTIVE AND
                   WS-STT-AMOUNT >= WS-STT-R-LOWER(WS-STT-I) AND
                   (WS-STT-R-UPPER(WS-STT-I) = ZEROES OR
                   WS-STT-AMOUNT <= WS-STT-R-UPPER(WS-STT-I)) THEN
                   MOVE WS-STT-I TO WS-STT-HIT
               END-IF
               ADD 1 TO WS-STT-I
           END-PERFORM
           .

       RECORD-PAY-DEDUCTIONS.
           IF WS-PD-OPEN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FS-PAY-DEDUCTION-RECORD
           MOVE WS-PAY-EMP-ID(WS-PAY-I) TO FS-PD-EMP-ID
           MOVE WS-PAY-PERIOD-END-INT TO FS-PD-PERIOD-END
           MOVE WS-PAY-PERIOD-START-INT TO FS-PD-PERIOD-START
           MOVE WS-PAY-ROLE(WS-PAY-I) TO FS-PD-ROLE
           MOVE WS-PAY-GROSS TO FS-PD-GROSS
           MOVE WS-PAY-SSS-EE TO FS-PD-SSS-EE
           MOVE WS-PAY-SSS-ER TO FS-PD-SSS-ER
           MOVE WS-PAY-SSS-EC TO FS-PD-SSS-EC
           MOVE WS-PAY-PHIC-EE TO FS-PD-PHIC-EE
           MOVE WS-PAY-PHIC-ER TO FS-PD-PHIC-ER
           MOVE WS-PAY-HDMF-EE TO FS-PD-HDMF-EE
           MOVE WS-PAY-HDMF-ER TO FS-PD-HDMF-ER
           MOVE WS-PAY-TAXABLE TO FS-PD-TAXABLE
           MOVE WS-PAY-WTAX TO FS-PD-WTAX
           MOVE WS-PAY-CHARGES TO FS-PD-CHARGES
           MOVE WS-PAY-NET TO FS-PD-NET
           PERFORM GENERATE-TIME-STAMP
           MOVE WS-TIME-STAMP TO FS-PD-TIME-STAMP
           WRITE FS-PAY-DEDUCTION-RECORD
           INVALID KEY
               REWRITE FS-PAY-DEDUCTION-RECORD
               END-REWRITE
           END-WRITE
           .

       WRITE-ONE-PAYSLIP.
           MOVE '==================================================='
               TO WS-LINE
           STRING 'GROSS PAY  : ' WS-PAY-GROSS
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PAYSLIP-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'SSS        : ' WS-PAY-SSS-EE
               '  (SS no. ' WS-PAY-SSS-NUMBER ')'
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PAYSLIP-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'PhilHealth : ' WS-PAY-PHIC-EE
               '  (PIN ' WS-PAY-PHIC-NUMBER ')'
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PAYSLIP-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'Pag-IBIG   : ' WS-PAY-HDMF-EE
               '  (MID ' WS-PAY-HDMF-NUMBER ')'
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PAYSLIP-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'W/tax      : ' WS-PAY-WTAX
               '  (TIN ' WS-PAY-TIN ' ' WS-PAY-TAX-STATUS ')'
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PAYSLIP-RECORD FROM WS-LINE

           IF WS-PAY-CHARGES > ZEROES THEN
               MOVE SPACES TO WS-LINE
               STRING 'Accountab. : ' WS-PAY-CHARGES
                   '  (shortages, damage, advances)'
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-PAYSLIP-RECORD FROM WS-LINE
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'NET PAY    : ' WS-PAY-NET
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PAYSLIP-RECORD FROM WS-LINE
           .

       CONVERT-DATE-TO-DAY.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)
           COMPUTE WS-CVM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CVM-DATE-INT)
           .
       CONVERT-TIME-TO-MINUTES.
           MOVE WS-CVM-DATE(1:2) TO WS-CVM-DATE-INT(5:2)
           MOVE WS-CVM-DATE(4:2) TO WS-CVM-DATE-INT(7:2)
           MOVE WS-CVM-DATE(7:4) TO WS-CVM-DATE-INT(1:4)

           IF WS-CVM-TIME-FORMAT = 'AM' THEN
               IF WS-CVM-HOUR = 12 THEN
           .

       LOAD-BUSINESS-PARAMETERS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BPM-TODAY-INT =
               (WS-TODAY-YYYY * 10000) + (WS-TODAY-MM * 100) +
               WS-TODAY-DD

           OPEN INPUT FS-BUSINESS-PARAMS-FILE
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

       LOAD-STATUTORY-TABLES.
      *    The whole statutory table file is small enough to hold in
      *    storage. A first payroll on a new installation lays down
      *    the schedules in force so it never runs without them;
      *    later rate changes are added as new dated rows.
           OPEN INPUT FS-STATUTORY-TABLE-FILE
           IF WS-STT-FILE-STATUS NOT = '00' THEN
               PERFORM SEED-STATUTORY-TABLES
               OPEN INPUT FS-STATUTORY-TABLE-FILE
           END-IF
           MOVE ZEROES TO WS-STT-ROW-COUNT
           MOVE SPACES TO WS-EOF
           IF WS-STT-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
               DISPLAY 'Statutory tables not available - no '
                   'deductions will be taken.'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-STATUTORY-TABLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-STT-ROW-COUNT < 100 THEN
                       ADD 1 TO WS-STT-ROW-COUNT
                       MOVE FS-STATUTORY-TABLE-RECORD TO
                           WS-STT-ROW(WS-STT-ROW-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           IF WS-STT-FILE-STATUS = '00' OR
               WS-STT-FILE-STATUS = '10' THEN
               CLOSE FS-STATUTORY-TABLE-FILE
           END-IF
           .

       SEED-STATUTORY-TABLES.
      *    Monthly schedules: SSS 5% employee / 10% employer on the
      *    salary credit (nearest 500, 5,000 to 35,000) plus the
      *    employer's EC; PhilHealth 5% split equally on 10,000 to
      *    100,000; Pag-IBIG 1%/2% up to 1,500 and 2%/2% above, on
      *    at most 10,000; and the withholding tax table on
      *    compensation.
           OPEN OUTPUT FS-STATUTORY-TABLE-FILE
           PERFORM GENERATE-TIME-STAMP

           INITIALIZE FS-STATUTORY-TABLE-RECORD
           MOVE 'SSS' TO FS-STT-TABLE
           MOVE 20250101 TO FS-STT-EFFECTIVE
           MOVE 0 TO FS-STT-LOWER
           MOVE 14749.99 TO FS-STT-UPPER
           MOVE 5000.00 TO FS-STT-BASE-MIN
           MOVE 35000.00 TO FS-STT-BASE-MAX
           MOVE 500.00 TO FS-STT-BASE-STEP
           MOVE 5.0000 TO FS-STT-EE-RATE
           MOVE 10.0000 TO FS-STT-ER-RATE
           MOVE 10.00 TO FS-STT-EC-AMOUNT
           MOVE WS-TIME-STAMP TO FS-STT-TIME-STAMP
           WRITE FS-STATUTORY-TABLE-RECORD

           MOVE 14750.00 TO FS-STT-LOWER
           MOVE 0 TO FS-STT-UPPER
           MOVE 30.00 TO FS-STT-EC-AMOUNT
           WRITE FS-STATUTORY-TABLE-RECORD

           INITIALIZE FS-STATUTORY-TABLE-RECORD
           MOVE 'PHIC' TO FS-STT-TABLE
           MOVE 20250101 TO FS-STT-EFFECTIVE
           MOVE 10000.00 TO FS-STT-BASE-MIN
           MOVE 100000.00 TO FS-STT-BASE-MAX
           MOVE 2.5000 TO FS-STT-EE-RATE
           MOVE 2.5000 TO FS-STT-ER-RATE
           MOVE WS-TIME-STAMP TO FS-STT-TIME-STAMP
           WRITE FS-STATUTORY-TABLE-RECORD

           INITIALIZE FS-STATUTORY-TABLE-RECORD
           MOVE 'HDMF' TO FS-STT-TABLE
           MOVE 20240201 TO FS-STT-EFFECTIVE
           MOVE 1500.00 TO FS-STT-UPPER
           MOVE 10000.00 TO FS-STT-BASE-MAX
           MOVE 1.0000 TO FS-STT-EE-RATE
           MOVE 2.0000 TO FS-STT-ER-RATE
           MOVE WS-TIME-STAMP TO FS-STT-TIME-STAMP
           WRITE FS-STATUTORY-TABLE-RECORD

           MOVE 1500.01 TO FS-STT-LOWER
           MOVE 0 TO FS-STT-UPPER
           MOVE 2.0000 TO FS-STT-EE-RATE
           WRITE FS-STATUTORY-TABLE-RECORD

           INITIALIZE FS-STATUTORY-TABLE-RECORD
           MOVE 'WTAX' TO FS-STT-TABLE
           MOVE 20230101 TO FS-STT-EFFECTIVE
           MOVE WS-TIME-STAMP TO FS-STT-TIME-STAMP
           MOVE 20832.99 TO FS-STT-UPPER
           WRITE FS-STATUTORY-TABLE-RECORD

           MOVE 20833.00 TO FS-STT-LOWER
           MOVE 33332.99 TO FS-STT-UPPER
           MOVE 15.0000 TO FS-STT-EE-RATE
           WRITE FS-STATUTORY-TABLE-RECORD

           MOVE 33333.00 TO FS-STT-LOWER
           MOVE 66666.99 TO FS-STT-UPPER
           MOVE 1875.00 TO FS-STT-EE-FIXED
           MOVE 20.0000 TO FS-STT-EE-RATE
           WRITE FS-STATUTORY-TABLE-RECORD

           MOVE 66667.00 TO FS-STT-LOWER
           MOVE 166666.99 TO FS-STT-UPPER
           MOVE 8541.80 TO FS-STT-EE-FIXED
           MOVE 25.0000 TO FS-STT-EE-RATE
           WRITE FS-STATUTORY-TABLE-RECORD

           MOVE 166667.00 TO FS-STT-LOWER
           MOVE 666666.99 TO FS-STT-UPPER
           MOVE 33541.80 TO FS-STT-EE-FIXED
           MOVE 30.0000 TO FS-STT-EE-RATE
           WRITE FS-STATUTORY-TABLE-RECORD

           MOVE 666667.00 TO FS-STT-LOWER
           MOVE 0 TO FS-STT-UPPER
           MOVE 183541.80 TO FS-STT-EE-FIXED
           MOVE 35.0000 TO FS-STT-EE-RATE
           WRITE FS-STATUTORY-TABLE-RECORD

           CLOSE FS-STATUTORY-TABLE-FILE
           DISPLAY 'Standard statutory tables written to '
               'data/statutory_tables.txt'
           .

       WRITE-REMITTANCE-FILES.
      *    The month's remittance uploads, built from the payroll
      *    deductions of every pay period ending in the month: the
      *    SSS R-3 contribution list, PhilHealth RF-1, Pag-IBIG
      *    MCRF and the BIR 1601-C withholding listing. The
      *    employer's own registration numbers are kept on the
      *    EMPLOYER row of the crew employee master.
           IF WS-REM-PERIOD-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               IF WS-TODAY-MM = 1 THEN
                   COMPUTE WS-REM-PERIOD =
                       ((WS-TODAY-YYYY - 1) * 100) + 12
               ELSE
                   COMPUTE WS-REM-PERIOD =
                       (WS-TODAY-YYYY * 100) + WS-TODAY-MM - 1
               END-IF
           ELSE
               IF WS-REM-PERIOD-ENTRY(1:6) IS NOT NUMERIC THEN
                   DISPLAY 'Usage : payroll_batch REMIT [YYYYMM]'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REM-PERIOD-ENTRY(1:6) TO WS-REM-PERIOD
           END-IF

           MOVE SPACES TO WS-REM-ER-TIN
           MOVE SPACES TO WS-REM-ER-SSS-NUMBER
           MOVE SPACES TO WS-REM-ER-PHIC-NUMBER
           MOVE SPACES TO WS-REM-ER-HDMF-NUMBER
           MOVE 'N' TO WS-CE-OPEN
           OPEN INPUT FS-CREW-EMPLOYEE-FILE
           IF WS-CE-FILE-STATUS = '00' THEN
               MOVE 'Y' TO WS-CE-OPEN
               MOVE 'EMPLOYER' TO FS-CE-EMP-ID
               READ FS-CREW-EMPLOYEE-FILE
               KEY IS FS-CE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-CE-TIN TO WS-REM-ER-TIN
                   MOVE FS-CE-SSS-NUMBER TO WS-REM-ER-SSS-NUMBER
                   MOVE FS-CE-PHIC-NUMBER TO WS-REM-ER-PHIC-NUMBER
                   MOVE FS-CE-HDMF-NUMBER TO WS-REM-ER-HDMF-NUMBER
               END-READ
           END-IF

           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-PAY-DEDUCTION-FILE
           IF WS-PD-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           OPEN INPUT FS-DRIVERS-FILE
           OPEN INPUT FS-CONDUCTORS-FILE
           OPEN OUTPUT FS-SSS-REMIT-FILE
           OPEN OUTPUT FS-PHIC-REMIT-FILE
           OPEN OUTPUT FS-HDMF-REMIT-FILE
           OPEN OUTPUT FS-WTAX-REMIT-FILE

           MOVE ZEROES TO WS-REM-EMP-COUNT
           MOVE ZEROES TO WS-REM-TOT-SSS-EE
           MOVE ZEROES TO WS-REM-TOT-SSS-ER
           MOVE ZEROES TO WS-REM-TOT-SSS-EC
           MOVE ZEROES TO WS-REM-TOT-PHIC
           MOVE ZEROES TO WS-REM-TOT-HDMF
           MOVE ZEROES TO WS-REM-TOT-WTAX
           MOVE ZEROES TO WS-PAY-NO-ID-COUNT

           MOVE SPACES TO WS-LINE
           STRING '00' WS-REM-ER-SSS-NUMBER WS-REM-PERIOD
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-SSS-REMIT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'H,' FUNCTION TRIM(WS-REM-ER-PHIC-NUMBER) ','
               WS-REM-PERIOD
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PHIC-REMIT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'H,' FUNCTION TRIM(WS-REM-ER-HDMF-NUMBER) ','
               WS-REM-PERIOD
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-HDMF-REMIT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-LINE
           STRING 'H,' FUNCTION TRIM(WS-REM-ER-TIN) ','
               WS-REM-PERIOD
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-WTAX-REMIT-RECORD FROM WS-LINE

           MOVE SPACES TO WS-REM-EMP-ID
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-PAY-DEDUCTION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-PD-PERIOD-END(1:6) = WS-REM-PERIOD(1:6)
                       THEN
                       IF FS-PD-EMP-ID NOT = WS-REM-EMP-ID THEN
                           IF WS-REM-EMP-ID NOT = SPACES THEN
                               PERFORM WRITE-ONE-REMITTANCE
                           END-IF
                           PERFORM START-REMITTANCE-EMPLOYEE
                       END-IF
                       PERFORM ADD-TO-REMITTANCE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-REM-EMP-ID NOT = SPACES THEN
               PERFORM WRITE-ONE-REMITTANCE
           END-IF

           MOVE SPACES TO WS-LINE
           STRING '99' WS-REM-EMP-COUNT WS-REM-TOT-SSS-EE
               WS-REM-TOT-SSS-ER WS-REM-TOT-SSS-EC
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-SSS-REMIT-RECORD FROM WS-LINE

           MOVE WS-REM-TOT-PHIC TO WS-REM-EDIT-1
           MOVE SPACES TO WS-LINE
           STRING 'T,' WS-REM-EMP-COUNT ','
               FUNCTION TRIM(WS-REM-EDIT-1)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PHIC-REMIT-RECORD FROM WS-LINE

           MOVE WS-REM-TOT-HDMF TO WS-REM-EDIT-1
           MOVE SPACES TO WS-LINE
           STRING 'T,' WS-REM-EMP-COUNT ','
               FUNCTION TRIM(WS-REM-EDIT-1)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-HDMF-REMIT-RECORD FROM WS-LINE

           MOVE WS-REM-TOT-WTAX TO WS-REM-EDIT-1
           MOVE SPACES TO WS-LINE
           STRING 'T,' WS-REM-EMP-COUNT ','
               FUNCTION TRIM(WS-REM-EDIT-1)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-WTAX-REMIT-RECORD FROM WS-LINE

           CLOSE FS-WTAX-REMIT-FILE
           CLOSE FS-HDMF-REMIT-FILE
           CLOSE FS-PHIC-REMIT-FILE
           CLOSE FS-SSS-REMIT-FILE
           CLOSE FS-CONDUCTORS-FILE
           CLOSE FS-DRIVERS-FILE
           IF WS-PD-FILE-STATUS = '00' OR
               WS-PD-FILE-STATUS = '10' THEN
               CLOSE FS-PAY-DEDUCTION-FILE
           END-IF
           IF WS-CE-OPEN = 'Y' THEN
               CLOSE FS-CREW-EMPLOYEE-FILE
           END-IF

           DISPLAY 'Remittance files for ' WS-REM-PERIOD ' : '
               WS-REM-EMP-COUNT ' employee(s)'
           DISPLAY '  data/export/sss_r3_upload.txt'
           DISPLAY '  data/export/philhealth_rf1_upload.csv'
           DISPLAY '  data/export/pagibig_mcrf_upload.csv'
           DISPLAY '  data/export/bir_1601c_listing.csv'
           IF WS-REM-ER-SSS-NUMBER = SPACES OR
               WS-REM-ER-TIN = SPACES THEN
               DISPLAY 'Employer registration numbers are not on '
                   'the crew employee master.'
           END-IF
           IF WS-PAY-NO-ID-COUNT > ZEROES THEN
               DISPLAY WS-PAY-NO-ID-COUNT
                   ' employee(s) listed without government IDs -'
                   ' complete the crew employee master first.'
           END-IF
           .

       START-REMITTANCE-EMPLOYEE.
           MOVE FS-PD-EMP-ID TO WS-REM-EMP-ID
           MOVE FS-PD-ROLE TO WS-REM-ROLE
           MOVE ZEROES TO WS-REM-GROSS
           MOVE ZEROES TO WS-REM-SSS-EE
           MOVE ZEROES TO WS-REM-SSS-ER
           MOVE ZEROES TO WS-REM-SSS-EC
           MOVE ZEROES TO WS-REM-PHIC-EE
           MOVE ZEROES TO WS-REM-PHIC-ER
           MOVE ZEROES TO WS-REM-HDMF-EE
           MOVE ZEROES TO WS-REM-HDMF-ER
           MOVE ZEROES TO WS-REM-TAXABLE
           MOVE ZEROES TO WS-REM-WTAX
           .

       ADD-TO-REMITTANCE.
           ADD FS-PD-GROSS TO WS-REM-GROSS
           ADD FS-PD-SSS-EE TO WS-REM-SSS-EE
           ADD FS-PD-SSS-ER TO WS-REM-SSS-ER
           ADD FS-PD-SSS-EC TO WS-REM-SSS-EC
           ADD FS-PD-PHIC-EE TO WS-REM-PHIC-EE
           ADD FS-PD-PHIC-ER TO WS-REM-PHIC-ER
           ADD FS-PD-HDMF-EE TO WS-REM-HDMF-EE
           ADD FS-PD-HDMF-ER TO WS-REM-HDMF-ER
           ADD FS-PD-TAXABLE TO WS-REM-TAXABLE
           ADD FS-PD-WTAX TO WS-REM-WTAX
           .

       WRITE-ONE-REMITTANCE.
           ADD 1 TO WS-REM-EMP-COUNT
           ADD WS-REM-SSS-EE TO WS-REM-TOT-SSS-EE
           ADD WS-REM-SSS-ER TO WS-REM-TOT-SSS-ER
           ADD WS-REM-SSS-EC TO WS-REM-TOT-SSS-EC
           COMPUTE WS-REM-TOT-PHIC = WS-REM-TOT-PHIC +
               WS-REM-PHIC-EE + WS-REM-PHIC-ER
           COMPUTE WS-REM-TOT-HDMF = WS-REM-TOT-HDMF +
               WS-REM-HDMF-EE + WS-REM-HDMF-ER
           ADD WS-REM-WTAX TO WS-REM-TOT-WTAX
           COMPUTE WS-REM-MANDATORY = WS-REM-SSS-EE +
               WS-REM-PHIC-EE + WS-REM-HDMF-EE

           MOVE SPACES TO WS-PAY-EMP-NAME
           IF WS-REM-ROLE = 'D' THEN
               MOVE WS-REM-EMP-ID TO FS-DRIVER-ID
               READ FS-DRIVERS-FILE
               KEY IS FS-DRIVER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-DRIVER-NAME TO WS-PAY-EMP-NAME
               END-READ
           ELSE
               MOVE WS-REM-EMP-ID TO FS-CD-CONDUCTOR-ID
               READ FS-CONDUCTORS-FILE
               KEY IS FS-CD-CONDUCTOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-CD-NAME TO WS-PAY-EMP-NAME
               END-READ
           END-IF
           INSPECT WS-PAY-EMP-NAME REPLACING ALL ',' BY ' '

           MOVE SPACES TO WS-PAY-TIN
           MOVE SPACES TO WS-PAY-SSS-NUMBER
           MOVE SPACES TO WS-PAY-PHIC-NUMBER
           MOVE SPACES TO WS-PAY-HDMF-NUMBER
           MOVE 'N' TO WS-PAY-ON-MASTER
           IF WS-CE-OPEN = 'Y' THEN
               MOVE WS-REM-EMP-ID TO FS-CE-EMP-ID
               READ FS-CREW-EMPLOYEE-FILE
               KEY IS FS-CE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAY-ON-MASTER
                   MOVE FS-CE-TIN TO WS-PAY-TIN
                   MOVE FS-CE-SSS-NUMBER TO WS-PAY-SSS-NUMBER
                   MOVE FS-CE-PHIC-NUMBER TO WS-PAY-PHIC-NUMBER
                   MOVE FS-CE-HDMF-NUMBER TO WS-PAY-HDMF-NUMBER
               END-READ
           END-IF
           IF WS-PAY-ON-MASTER = 'N' THEN
               ADD 1 TO WS-PAY-NO-ID-COUNT
           END-IF

           MOVE SPACES TO WS-LINE
           STRING '20' WS-PAY-SSS-NUMBER WS-PAY-EMP-NAME
               WS-REM-SSS-EE WS-REM-SSS-ER WS-REM-SSS-EC
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-SSS-REMIT-RECORD FROM WS-LINE

           MOVE WS-REM-GROSS TO WS-REM-EDIT-1
           MOVE WS-REM-PHIC-EE TO WS-REM-EDIT-2
           MOVE WS-REM-PHIC-ER TO WS-REM-EDIT-3
           MOVE SPACES TO WS-LINE
           STRING 'D,' FUNCTION TRIM(WS-PAY-PHIC-NUMBER) ','
               FUNCTION TRIM(WS-PAY-EMP-NAME) ','
               FUNCTION TRIM(WS-REM-EDIT-1) ','
               FUNCTION TRIM(WS-REM-EDIT-2) ','
               FUNCTION TRIM(WS-REM-EDIT-3)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-PHIC-REMIT-RECORD FROM WS-LINE

           MOVE WS-REM-HDMF-EE TO WS-REM-EDIT-2
           MOVE WS-REM-HDMF-ER TO WS-REM-EDIT-3
           MOVE SPACES TO WS-LINE
           STRING 'D,' FUNCTION TRIM(WS-PAY-HDMF-NUMBER) ','
               FUNCTION TRIM(WS-PAY-EMP-NAME) ','
               FUNCTION TRIM(WS-REM-EDIT-1) ','
               FUNCTION TRIM(WS-REM-EDIT-2) ','
               FUNCTION TRIM(WS-REM-EDIT-3)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-HDMF-REMIT-RECORD FROM WS-LINE

           MOVE WS-REM-MANDATORY TO WS-REM-EDIT-2
           MOVE WS-REM-TAXABLE TO WS-REM-EDIT-3
           MOVE WS-REM-WTAX TO WS-REM-EDIT-4
           MOVE SPACES TO WS-LINE
           STRING 'D,' FUNCTION TRIM(WS-PAY-TIN) ','
               FUNCTION TRIM(WS-PAY-EMP-NAME) ','
               FUNCTION TRIM(WS-REM-EDIT-1) ','
               FUNCTION TRIM(WS-REM-EDIT-2) ','
               FUNCTION TRIM(WS-REM-EDIT-3) ','
               FUNCTION TRIM(WS-REM-EDIT-4)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-WTAX-REMIT-RECORD FROM WS-LINE
           .

       GENERATE-TIME-STAMP.
           ACCEPT WS-TS-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TS-YYYYMMDD(5:2) TO WS-TS-DATE(1:2)
           MOVE '/' TO WS-TS-DATE(3:1)
           MOVE WS-TS-YYYYMMDD(7:2) TO WS-TS-DATE(4:2)
           MOVE '/' TO WS-TS-DATE(6:1)
           MOVE WS-TS-YYYYMMDD(1:4) TO WS-TS-DATE(7:4)
           ACCEPT WS-TIME FROM TIME
           MOVE WS-HOUR TO WS-TS-HOUR
           MOVE WS-MINUTE TO WS-TS-MINUTES
           MOVE WS-SECOND TO WS-TS-SECOND
           .

       GENERATE-ID-SEQUENCE.
           ACCEPT WS-GSI-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME(1:6) TO WS-GSI-TIME
           MOVE WS-INCREMENT-VALUE TO WS-GSI-INCREMENT-VALUE
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
