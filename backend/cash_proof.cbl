           02    FS-DS-VARIANCE    PIC S9(10)V99.
           02    FS-DS-STATUS    PIC X(8).
           02    FS-DS-TIME-STAMP.
               03    FS-DS-TS-DATE    PIC 99/99/9999.
               03    FS-DS-TS-FILLER-SPACE    PIC X(3).
               03    FS-DS-TS-TIME.
                   04    FS-DS-TS-HOUR    PIC 99.
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

       FD  FS-PAYMENT-FILE.
       01  FS-PAYMENT-RECORD.
           02    FS-BASE-FARE-AMOUNT    PIC 9(10)V99.
           02    FS-VAT-AMOUNT    PIC 9(10)V99.
           02    FS-TRANSACTION-TIME-STAMP.
               03    FS-TT-DATE    PIC 99/99/9999.
               03    FS-TT-FILLER-SPACE    PIC X(3).
               03    FS-TT-TIME.
                   04    FS-TT-HOUR    PIC 99.
           02    FS-GL-FILLER-1    PIC X(2).
           02    FS-GL-ENTRY-SEQ    PIC 9(6).
           02    FS-GL-FILLER-2    PIC X(2).
           02    FS-GL-POST-DATE    PIC 99/99/9999.
           02    FS-GL-FILLER-3    PIC X(2).
           02    FS-GL-ACCOUNT-CODE    PIC X(4).
           02    FS-GL-FILLER-4    PIC X(2).
       01  WS-EOF    PIC X.
       01  WS-LINE    PIC X(132).
       01  WS-RETURN-CODE    PIC S9(4) COMP.
       01  WS-PROOF-DATE-ENTRY    PIC X(10).
       01  WS-TODAY-DATE.
           02    WS-TODAY-YYYY    PIC 9999.
           02    WS-TODAY-MM    PIC 99.
           02    WS-TODAY-DD    PIC 99.
       01  WS-CP-DRAWER-CASH    PIC S9(12)V99 VALUE 0.
       01  WS-CP-METHOD-COUNT    PIC 9(2) VALUE 0.
       01  WS-CP-MT-I    PIC 9(2).
       01  WS-CP-MT-FOUND    PIC X.
       01  WS-SPOOL-COMMAND    PIC X(120).
       01  WS-SPOOL-RETURN-CODE    PIC S9(4) COMP.


       PROCEDURE DIVISION.
      *    of three spreadsheets.
           ACCEPT WS-PROOF-DATE-ENTRY FROM COMMAND-LINE
           IF WS-PROOF-DATE-ENTRY = SPACES THEN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-MM TO WS-PROOF-DATE-ENTRY(1:2)
               MOVE '/' TO WS-PROOF-DATE-ENTRY(3:1)
               MOVE WS-TODAY-DD TO WS-PROOF-DATE-ENTRY(4:2)
               MOVE '/' TO WS-PROOF-DATE-ENTRY(6:1)
               MOVE WS-TODAY-YYYY TO WS-PROOF-DATE-ENTRY(7:4)
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/export"
           END-IF

           CLOSE FS-PROOF-FILE
           MOVE SPACES TO WS-SPOOL-COMMAND
           STRING 'backend/report_spool '
               'CASH-PROOF cash_proof '
               'data/export/cash_proof.txt'
               DELIMITED BY SIZE
           INTO WS-SPOOL-COMMAND
           CALL "SYSTEM" USING WS-SPOOL-COMMAND
               RETURNING WS-SPOOL-RETURN-CODE
           DISPLAY 'Proof sheet written to data/export/cash_proof.txt'

           GOBACK
