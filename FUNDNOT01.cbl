       01 WS-RUN-DATE PIC 9(8).
       01 WS-VALUE-DATE PIC 9(8).
       01 WS-VALUE-DATE-IN PIC X(8).
       01 WS-TAX-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-BDM-FUNCTION PIC X(1).
       01 WS-BDM-DATE-IN PIC 9(8).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 FUND-EOF VALUE 1.
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           DISPLAY "Value date (YYYYMMDD, blank = payday): "
           ACCEPT WS-VALUE-DATE-IN

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-FUNDING-DATES
           PERFORM RESOLVE-OUTPUT-PATHS

      *    THE TAX AND FEE REMITTANCE DEBIT COMES FROM THE SAME
             DELIMITED BY SIZE INTO FS-FUNDFILE
           WRITE FS-FUNDFILE

           MOVE SPACES TO FS-FUNDFILE
           STRING "TAX AND FEE REMITTANCE DUE " WS-TAX-DUE-DATE
             DELIMITED BY SIZE INTO FS-FUNDFILE
           WRITE FS-FUNDFILE

           MOVE "NET PAY BY EMPLOYEE CURRENCY:" TO FS-FUNDFILE
           WRITE FS-FUNDFILE

           MOVE 0 TO RETURN-CODE
           GOBACK.

       RESOLVE-FUNDING-DATES SECTION.
      *    NET PAY IS NEEDED ON THE SAME VALUE DATE DISBUR01 PUTS
      *    ON THE BANK FILE - THE PERIOD'S PAYDAY ROLLED BACK TO A
      *    BANKING DAY - AND AN OPERATOR'S DATE ROLLS BACK THE SAME
      *    WAY, SO THE MONEY IS NEVER ASKED FOR ON A CLOSED DAY. THE
      *    TAX AND FEE DEBIT IS DUE ON THE DATE REMIT01 PAYS ON.
           IF WS-VALUE-DATE-IN = SPACES OR
              WS-VALUE-DATE-IN NOT NUMERIC
               MOVE "Y" TO WS-BDM-FUNCTION
               MOVE SPACES TO WS-VALUE-DATE-IN
               STRING WS-FUND-PERIOD "01"
                 DELIMITED BY SIZE INTO WS-VALUE-DATE-IN
           ELSE
               MOVE "P" TO WS-BDM-FUNCTION
           END-IF
           MOVE WS-VALUE-DATE-IN TO WS-BDM-DATE-IN

           CALL "BankDayModule" USING WS-BDM-FUNCTION
                                      WS-RUN-COMPANY
                                      WS-BDM-DATE-IN
                                      WS-VALUE-DATE

           IF WS-VALUE-DATE = 0
               DISPLAY "FUNDNOT01: no valid value date for period "
                 WS-FUND-PERIOD " - no notice produced."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "T" TO WS-BDM-FUNCTION
           MOVE SPACES TO WS-VALUE-DATE-IN
           STRING WS-FUND-PERIOD "01"
             DELIMITED BY SIZE INTO WS-VALUE-DATE-IN
           MOVE WS-VALUE-DATE-IN TO WS-BDM-DATE-IN

           CALL "BankDayModule" USING WS-BDM-FUNCTION
                                      WS-RUN-COMPANY
                                      WS-BDM-DATE-IN
                                      WS-TAX-DUE-DATE.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
