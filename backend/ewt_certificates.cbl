       IDENTIFICATION DIVISION.
       PROGRAM-ID. ewt_certificates.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FS-AGENT-SETTLE-FILE ASSIGN TO
               'data/agent_settlements.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASL-KEY
               FILE STATUS IS WS-ASL-FILE-STATUS.

           SELECT FS-CREW-EMPLOYEE-FILE ASSIGN TO
               'data/crew_employees.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CE-EMP-ID
               FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT FS-CERTIFICATE-FILE ASSIGN TO
               'data/export/bir_2307_certificates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FS-ALPHALIST-FILE ASSIGN TO
               'data/export/bir_qap_alphalist.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.


       DATA DIVISION.
       FILE SECTION.

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

       FD  FS-CERTIFICATE-FILE.
       01  FS-CERTIFICATE-RECORD    PIC X(132).

       FD  FS-ALPHALIST-FILE.
       01  FS-ALPHALIST-RECORD    PIC X(250).


       WORKING-STORAGE SECTION.
       01  WS-ASL-FILE-STATUS    PIC XX.
       01  WS-CE-FILE-STATUS    PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-EOF    PIC X.
       01  WS-LINE    PIC X(250).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-EC-QUARTER-ENTRY    PIC X(10).
       01  WS-EC-QUARTER-X.
           02    WS-EC-YEAR    PIC 9999.
           02    WS-EC-QUARTER    PIC 9.
       01  WS-EC-FIRST-MONTH    PIC 99.
       01  WS-EC-FIRST-PERIOD    PIC 9(6).
       01  WS-EC-LAST-PERIOD    PIC 9(6).
       01  WS-EC-START-INT    PIC 9(8).
       01  WS-EC-NEXT-MONTH-INT    PIC 9(8).
       01  WS-EC-END-INT    PIC 9(8).
       01  WS-EC-START-DATE    PIC 99/99/9999.
       01  WS-EC-END-DATE    PIC 99/99/9999.
       01  WS-EC-ER-TIN    PIC X(15).
      *    Alphanumeric tax code for agents' commissions; the rate
      *    itself is the one on each agent's settlement.
       01  WS-EC-ATC    PIC X(5) VALUE 'WI140'.
      *    One row per payee in the quarter, the income payment and
      *    tax withheld split by month of the quarter as the 2307
      *    prints them.
       01  WS-EC-PAYEE-TABLE.
           02    WS-EC-PAYEE OCCURS 200 TIMES.
               03    WS-EC-P-AGENT-ID    PIC X(15).
               03    WS-EC-P-NAME    PIC X(30).
               03    WS-EC-P-TIN    PIC X(15).
               03    WS-EC-P-RATE    PIC 9(2)V99.
               03    WS-EC-P-INCOME    PIC 9(10)V99 OCCURS 3 TIMES.
               03    WS-EC-P-TAX    PIC 9(10)V99 OCCURS 3 TIMES.
               03    WS-EC-P-TOT-INCOME    PIC 9(12)V99.
               03    WS-EC-P-TOT-TAX    PIC 9(12)V99.
       01  WS-EC-PAYEE-COUNT    PIC 9(3) VALUE 0.
       01  WS-EC-P    PIC 9(3).
       01  WS-EC-M    PIC 9.
       01  WS-EC-FOUND    PIC X.
       01  WS-EC-TOT-INCOME    PIC 9(12)V99 VALUE 0.
       01  WS-EC-TOT-TAX    PIC 9(12)V99 VALUE 0.
       01  WS-EC-SETTLEMENTS-READ    PIC 9(6) VALUE 0.
       01  WS-EC-NO-TIN-COUNT    PIC 9(3) VALUE 0.
       01  WS-EC-EDIT-1    PIC Z(9)9.99.
       01  WS-EC-EDIT-2    PIC Z(9)9.99.
       01  WS-EC-EDIT-3    PIC Z(9)9.99.
       01  WS-EC-EDIT-4    PIC Z(11)9.99.
       01  WS-EC-EDIT-5    PIC Z(11)9.99.
       01  WS-EC-EDIT-RATE    PIC Z9.99.
       01  WS-EC-EDIT-SEQ    PIC ZZ9.


       PROCEDURE DIVISION.
      *    Quarterly expanded withholding tax on agent commissions,
      *    from the monthly agent settlements finalized in the
      *    schedule manager:
      *    - one BIR Form 2307 certificate per agent, the income
      *      payments and tax withheld for each month of the
      *      quarter, for the agent to credit against their own
      *      income tax;
      *    - the quarterly alphalist of payees for the 1601-EQ, one
      *      D row per agent and a C control row with the totals.
      *    Usage : ewt_certificates [YYYYQ]   (default last quarter)
           MOVE SPACES TO WS-EC-QUARTER-ENTRY
           ACCEPT WS-EC-QUARTER-ENTRY FROM COMMAND-LINE
           IF WS-EC-QUARTER-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               IF WS-TODAY-MM < 4 THEN
                   COMPUTE WS-EC-YEAR = WS-TODAY-YYYY - 1
                   MOVE 4 TO WS-EC-QUARTER
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-EC-YEAR
                   COMPUTE WS-EC-QUARTER = (WS-TODAY-MM - 1) / 3
               END-IF
           ELSE
               IF WS-EC-QUARTER-ENTRY(1:5) IS NOT NUMERIC OR
                   WS-EC-QUARTER-ENTRY(5:1) < '1' OR
                   WS-EC-QUARTER-ENTRY(5:1) > '4' THEN
                   DISPLAY 'Usage : ewt_certificates [YYYYQ]'
                   STOP RUN
               END-IF
               MOVE WS-EC-QUARTER-ENTRY(1:5) TO WS-EC-QUARTER-X
           END-IF

           COMPUTE WS-EC-FIRST-MONTH = ((WS-EC-QUARTER - 1) * 3) + 1
           COMPUTE WS-EC-FIRST-PERIOD =
               (WS-EC-YEAR * 100) + WS-EC-FIRST-MONTH
           COMPUTE WS-EC-LAST-PERIOD = WS-EC-FIRST-PERIOD + 2

           COMPUTE WS-EC-START-INT = (WS-EC-FIRST-PERIOD * 100) + 1
           IF WS-EC-QUARTER = 4 THEN
               COMPUTE WS-EC-NEXT-MONTH-INT =
                   ((WS-EC-YEAR + 1) * 10000) + 101
           ELSE
               COMPUTE WS-EC-NEXT-MONTH-INT =
                   ((WS-EC-LAST-PERIOD + 1) * 100) + 1
           END-IF
           COMPUTE WS-EC-END-INT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EC-NEXT-MONTH-INT) - 1)
           MOVE WS-EC-START-INT(5:2) TO WS-EC-START-DATE(1:2)
           MOVE '/' TO WS-EC-START-DATE(3:1)
           MOVE WS-EC-START-INT(7:2) TO WS-EC-START-DATE(4:2)
           MOVE '/' TO WS-EC-START-DATE(6:1)
           MOVE WS-EC-START-INT(1:4) TO WS-EC-START-DATE(7:4)
           MOVE WS-EC-END-INT(5:2) TO WS-EC-END-DATE(1:2)
           MOVE '/' TO WS-EC-END-DATE(3:1)
           MOVE WS-EC-END-INT(7:2) TO WS-EC-END-DATE(4:2)
           MOVE '/' TO WS-EC-END-DATE(6:1)
           MOVE WS-EC-END-INT(1:4) TO WS-EC-END-DATE(7:4)

           CALL "SYSTEM" USING "mkdir -p data/export"
               RETURNING WS-RETURN-CODE

           PERFORM LOAD-EMPLOYER-TIN
           PERFORM LOAD-QUARTER-SETTLEMENTS

           PERFORM WRITE-CERTIFICATES
           PERFORM WRITE-ALPHALIST

           DISPLAY 'EWT certificates for ' WS-EC-YEAR ' Q'
               WS-EC-QUARTER
           DISPLAY 'Settlements read   : ' WS-EC-SETTLEMENTS-READ
           DISPLAY 'Payees             : ' WS-EC-PAYEE-COUNT
           MOVE WS-EC-TOT-INCOME TO WS-EC-EDIT-4
           DISPLAY 'Income payments    : ' WS-EC-EDIT-4
           MOVE WS-EC-TOT-TAX TO WS-EC-EDIT-4
           DISPLAY 'Tax withheld       : ' WS-EC-EDIT-4
           IF WS-EC-NO-TIN-COUNT > ZEROES THEN
               DISPLAY 'WARNING: ' WS-EC-NO-TIN-COUNT
                   ' agent(s) listed without a TIN'
           END-IF

           GOBACK
           STOP RUN.

       LOAD-EMPLOYER-TIN.
      *    Our own TIN rides on the EMPLOYER row of the crew
      *    employee master, as for the payroll remittances.
           MOVE SPACES TO WS-EC-ER-TIN
           OPEN INPUT FS-CREW-EMPLOYEE-FILE
           IF WS-CE-FILE-STATUS = '00' THEN
               MOVE 'EMPLOYER' TO FS-CE-EMP-ID
               READ FS-CREW-EMPLOYEE-FILE
               KEY IS FS-CE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-CE-TIN TO WS-EC-ER-TIN
               END-READ
               CLOSE FS-CREW-EMPLOYEE-FILE
           END-IF
           IF WS-EC-ER-TIN = SPACES THEN
               DISPLAY 'WARNING: no company TIN on the EMPLOYER row'
           END-IF
           .

       LOAD-QUARTER-SETTLEMENTS.
           MOVE SPACES TO WS-EOF
           OPEN INPUT FS-AGENT-SETTLE-FILE
           IF WS-ASL-FILE-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FS-AGENT-SETTLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FS-ASL-PERIOD NOT < WS-EC-FIRST-PERIOD AND
                       FS-ASL-PERIOD NOT > WS-EC-LAST-PERIOD THEN
                       ADD 1 TO WS-EC-SETTLEMENTS-READ
                       PERFORM ADD-TO-PAYEE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-ASL-FILE-STATUS = '00' OR
               WS-ASL-FILE-STATUS = '10' THEN
               CLOSE FS-AGENT-SETTLE-FILE
           END-IF
           .

       ADD-TO-PAYEE.
      *    The name, TIN and rate printed are those of the latest
      *    month settled, the file being read in agent and period
      *    order.
           MOVE 'N' TO WS-EC-FOUND
           MOVE 1 TO WS-EC-P
           PERFORM UNTIL WS-EC-P > WS-EC-PAYEE-COUNT OR
               WS-EC-FOUND = 'Y'
               IF WS-EC-P-AGENT-ID(WS-EC-P) = FS-ASL-AGENT-ID THEN
                   MOVE 'Y' TO WS-EC-FOUND
               ELSE
                   ADD 1 TO WS-EC-P
               END-IF
           END-PERFORM

           IF WS-EC-FOUND = 'N' THEN
               IF WS-EC-PAYEE-COUNT NOT < 200 THEN
                   DISPLAY 'WARNING: payee table full, agent '
                       FS-ASL-AGENT-ID ' left out'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EC-PAYEE-COUNT
               MOVE WS-EC-PAYEE-COUNT TO WS-EC-P
               MOVE FS-ASL-AGENT-ID TO WS-EC-P-AGENT-ID(WS-EC-P)
               MOVE ZEROES TO WS-EC-P-INCOME(WS-EC-P, 1)
               MOVE ZEROES TO WS-EC-P-INCOME(WS-EC-P, 2)
               MOVE ZEROES TO WS-EC-P-INCOME(WS-EC-P, 3)
               MOVE ZEROES TO WS-EC-P-TAX(WS-EC-P, 1)
               MOVE ZEROES TO WS-EC-P-TAX(WS-EC-P, 2)
               MOVE ZEROES TO WS-EC-P-TAX(WS-EC-P, 3)
               MOVE ZEROES TO WS-EC-P-TOT-INCOME(WS-EC-P)
               MOVE ZEROES TO WS-EC-P-TOT-TAX(WS-EC-P)
           END-IF

           MOVE FS-ASL-AGENT-NAME TO WS-EC-P-NAME(WS-EC-P)
           MOVE FS-ASL-TIN TO WS-EC-P-TIN(WS-EC-P)
           MOVE FS-ASL-EWT-RATE TO WS-EC-P-RATE(WS-EC-P)
           COMPUTE WS-EC-M = FS-ASL-PERIOD - WS-EC-FIRST-PERIOD + 1
           ADD FS-ASL-GROSS-COMMISSION TO
               WS-EC-P-INCOME(WS-EC-P, WS-EC-M)
               WS-EC-P-TOT-INCOME(WS-EC-P)
               WS-EC-TOT-INCOME
           ADD FS-ASL-TAX-WITHHELD TO
               WS-EC-P-TAX(WS-EC-P, WS-EC-M)
               WS-EC-P-TOT-TAX(WS-EC-P)
               WS-EC-TOT-TAX
           .

       WRITE-CERTIFICATES.
      *    One certificate per agent, printed one after the other
      *    for signing and release with the quarter's last payment.
           OPEN OUTPUT FS-CERTIFICATE-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/bir_2307_certificates.txt>'
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-EC-P
           PERFORM UNTIL WS-EC-P > WS-EC-PAYEE-COUNT
               PERFORM WRITE-ONE-CERTIFICATE
               ADD 1 TO WS-EC-P
           END-PERFORM
           CLOSE FS-CERTIFICATE-FILE
           .

       WRITE-ONE-CERTIFICATE.
           MOVE ALL '=' TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE 'BIR FORM 2307 - CERTIFICATE OF CREDITABLE TAX '-
           'WITHHELD AT SOURCE' TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           STRING 'For the period  : ' WS-EC-START-DATE ' to '
               WS-EC-END-DATE
           DELIMITED BY SIZE INTO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD

           IF WS-EC-P-TIN(WS-EC-P) = SPACES THEN
               ADD 1 TO WS-EC-NO-TIN-COUNT
           END-IF
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           STRING 'Payee TIN       : ' WS-EC-P-TIN(WS-EC-P)
           DELIMITED BY SIZE INTO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           STRING 'Payee name      : ' WS-EC-P-NAME(WS-EC-P)
               '  (agent ' FUNCTION TRIM(WS-EC-P-AGENT-ID(WS-EC-P))
               ')'
           DELIMITED BY SIZE INTO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           STRING 'Payor TIN       : ' WS-EC-ER-TIN
           DELIMITED BY SIZE INTO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD

           MOVE 'Income payments subject to expanded withholding tax'
               TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE 'ATC    RATE %     1ST MONTH     2ND MONTH     '-
           '3RD MONTH           TOTAL    TAX WITHHELD'
               TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE WS-EC-P-RATE(WS-EC-P) TO WS-EC-EDIT-RATE
           MOVE WS-EC-P-INCOME(WS-EC-P, 1) TO WS-EC-EDIT-1
           MOVE WS-EC-P-INCOME(WS-EC-P, 2) TO WS-EC-EDIT-2
           MOVE WS-EC-P-INCOME(WS-EC-P, 3) TO WS-EC-EDIT-3
           MOVE WS-EC-P-TOT-INCOME(WS-EC-P) TO WS-EC-EDIT-4
           MOVE WS-EC-P-TOT-TAX(WS-EC-P) TO WS-EC-EDIT-5
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           STRING WS-EC-ATC '  ' WS-EC-EDIT-RATE ' ' WS-EC-EDIT-1
               ' ' WS-EC-EDIT-2 ' ' WS-EC-EDIT-3 ' ' WS-EC-EDIT-4
               ' ' WS-EC-EDIT-5
           DELIMITED BY SIZE INTO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           STRING 'Total tax withheld for the quarter : '
               WS-EC-EDIT-5
           DELIMITED BY SIZE INTO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE 'Payor / authorized signatory : ____________________'
               TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE 'Payee conforme               : ____________________'
               TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           MOVE SPACES TO FS-CERTIFICATE-RECORD
           WRITE FS-CERTIFICATE-RECORD
           .

       WRITE-ALPHALIST.
      *    Quarterly alphalist of payees (QAP) for the 1601-EQ: one
      *    H record for the withholding agent, one D record per
      *    payee, one C control record.
           OPEN OUTPUT FS-ALPHALIST-FILE
           IF WS-REPORT-STATUS NOT = '00' THEN
               DISPLAY 'Error : <Unable to open '
                   'data/export/bir_qap_alphalist.csv>'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING 'H,1601EQ,' FUNCTION TRIM(WS-EC-ER-TIN) ','
               WS-EC-END-DATE
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-ALPHALIST-RECORD FROM WS-LINE

           MOVE 1 TO WS-EC-P
           PERFORM UNTIL WS-EC-P > WS-EC-PAYEE-COUNT
               MOVE WS-EC-P TO WS-EC-EDIT-SEQ
               MOVE WS-EC-P-RATE(WS-EC-P) TO WS-EC-EDIT-RATE
               MOVE WS-EC-P-TOT-INCOME(WS-EC-P) TO WS-EC-EDIT-4
               MOVE WS-EC-P-TOT-TAX(WS-EC-P) TO WS-EC-EDIT-5
               MOVE SPACES TO WS-LINE
               STRING 'D,1601EQ,' FUNCTION TRIM(WS-EC-EDIT-SEQ) ','
                   FUNCTION TRIM(WS-EC-P-TIN(WS-EC-P)) ',"'
                   FUNCTION TRIM(WS-EC-P-NAME(WS-EC-P)) '",'
                   WS-EC-ATC ','
                   FUNCTION TRIM(WS-EC-EDIT-RATE) ','
                   FUNCTION TRIM(WS-EC-EDIT-4) ','
                   FUNCTION TRIM(WS-EC-EDIT-5) ','
                   WS-EC-END-DATE
               DELIMITED BY SIZE INTO WS-LINE
               WRITE FS-ALPHALIST-RECORD FROM WS-LINE
               ADD 1 TO WS-EC-P
           END-PERFORM

           MOVE WS-EC-TOT-INCOME TO WS-EC-EDIT-4
           MOVE WS-EC-TOT-TAX TO WS-EC-EDIT-5
           MOVE SPACES TO WS-LINE
           STRING 'C,1601EQ,' FUNCTION TRIM(WS-EC-ER-TIN) ','
               WS-EC-END-DATE ','
               FUNCTION TRIM(WS-EC-EDIT-4) ','
               FUNCTION TRIM(WS-EC-EDIT-5)
           DELIMITED BY SIZE INTO WS-LINE
           WRITE FS-ALPHALIST-RECORD FROM WS-LINE
           CLOSE FS-ALPHALIST-FILE
           .
