       WORKING-STORAGE SECTION.

       COPY "Remittance.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
       01 WS-REMIT-PERIOD PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-BDM-FUNCTION PIC X(1) VALUE "T".
       01 WS-BDM-DATE-IN PIC 9(8).
       01 WS-BDM-DATE-IN-X REDEFINES WS-BDM-DATE-IN.
         05 WS-BDM-PERIOD PIC X(6).
         05 WS-BDM-DAY PIC X(2).
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-UNPAID-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-UNPAID-DISP PIC 9(5).

       01 WS-TAX-TOTAL PIC S9(09) COMP-5 VALUE 0.
       01 WS-FEE-TOTAL PIC S9(09) COMP-5 VALUE 0.

           PERFORM CONNECT-TO-DATABASE

           PERFORM RESOLVE-REMIT-PATH
           PERFORM CHECK-OUTBOUND-REGISTER

      *    ONE PAYMENT FILE PER PERIOD, EVER - A SECOND EXTRACT FOR
      *    AN ALREADY-REMITTED PERIOD IS REFUSED, NOT REGENERATED,
      *    UNLESS THE BANK REJECTED THE FILE OR IT WAS FORMALLY
      *    WITHDRAWN; THEN THE NEW FILE REPLACES THE OLD REMITTANCE.
           MOVE WS-REMIT-PERIOD TO Remittance-Period
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

           IF WS-DUP-COUNT > 0 AND NOT OFR-PRIOR-RELEASED
               DISPLAY "REMIT01: Period " WS-REMIT-PERIOD
                 " has already been remitted - no second payment"
                 " file produced."
               STOP RUN
           END-IF

           IF WS-DUP-COUNT > 0
               DISPLAY "REMIT01: the earlier payment file for period "
                 WS-REMIT-PERIOD " is " WS-OFR-PRIOR-STATUS
                 " - it is replaced."
           END-IF

      *    PLAIN SUMS ARE ALREADY NET OF REVERSALS - ADJUST01 AND
      *    RETRO01 BOOK THEIR OFFSETS AS ROWS IN THE SAME TABLES.
      *    THE SUMS ARE TAKEN FROM EmployeeDeductions, WHICH CARRIES
      *    THE SAME TAX AND FEE AS Taxes/Fees ROW FOR ROW PLUS THE
      *    DAY IT WAS PAID: TAX IS DUE FOR THE MONTH OF PAYMENT, SO
      *    A ROW PAID ON A LATER MONTH'S VALUE DATE IS REMITTED
      *    THERE, AND A ROW NOT YET PAID IN ITS EARNING PERIOD.
           EXEC SQL
               SELECT COALESCE(SUM(TaxAmount), 0),
               COALESCE(SUM(FeeAmount), 0)
               INTO :WS-TAX-TOTAL, :WS-FEE-TOTAL
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE COALESCE(PaidPeriod, Period) = :Remittance-Period
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REMIT01: SQL ERROR ON PERIOD TOTALS, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-UNPAID-COUNT
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE Period = :Remittance-Period
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND PaidPeriod IS NULL
           END-EXEC

           IF SQLCODE = 0 AND WS-UNPAID-COUNT > 0
               MOVE WS-UNPAID-COUNT TO WS-UNPAID-DISP
               DISPLAY "REMIT01: WARNING - " WS-UNPAID-DISP
                 " row(s) for period " WS-REMIT-PERIOD
                 " have no payment date - remitted under the "
                 "earning period; run DISBUR01 before remitting."
           END-IF

           COMPUTE WS-GRAND-TOTAL = WS-TAX-TOTAL + WS-FEE-TOTAL

           IF WS-GRAND-TOTAL <= 0
               STOP RUN
           END-IF

      *    THE PAYMENT IS DATED FOR SKATTEVERKET'S DUE DATE (THE
      *    12TH, OR 17TH IN JANUARY AND AUGUST, OF THE FOLLOWING
      *    MONTH, ROLLED FORWARD PAST WEEKENDS AND BANK HOLIDAYS) -
      *    OR TODAY, WITH A WARNING, WHEN THAT DATE HAS PASSED.
           MOVE WS-REMIT-PERIOD TO WS-BDM-PERIOD
           MOVE "01" TO WS-BDM-DAY
           CALL "BankDayModule" USING WS-BDM-FUNCTION
                                      WS-RUN-COMPANY
                                      WS-BDM-DATE-IN
                                      WS-DUE-DATE

           IF WS-DUE-DATE = 0
               DISPLAY "REMIT01: no due date for period "
                 WS-REMIT-PERIOD " - no payment file produced."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DUE-DATE < WS-RUN-DATE
               DISPLAY "REMIT01: WARNING - the due date "
                 WS-DUE-DATE " has passed; the payment is dated "
                 "today and will be late."
               MOVE "N" TO WS-BDM-FUNCTION
               MOVE WS-RUN-DATE TO WS-BDM-DATE-IN
               CALL "BankDayModule" USING WS-BDM-FUNCTION
                                          WS-RUN-COMPANY
                                          WS-BDM-DATE-IN
                                          WS-DUE-DATE
           END-IF

           PERFORM WRITE-REMIT-FILE
           PERFORM RECORD-REMITTANCE

           EXEC SQL COMMIT END-EXEC

           PERFORM REGISTER-OUTBOUND-FILE

           DISPLAY "REMIT01: Period " WS-REMIT-PERIOD
             " remitted - tax " WS-TAX-TOTAL
             " fee " WS-FEE-TOTAL
             " total " WS-GRAND-TOTAL
             " payment date " WS-DUE-DATE "."

           IF WS-UNPAID-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

             "\remitfile.txt" DELIMITED BY SIZE
             INTO WS-REMIT-PATH.

       CHECK-OUTBOUND-REGISTER SECTION.
      *    A PAYMENT FILE STILL SENT OR ACCEPTED FOR THE PERIOD IS
      *    NEVER PRODUCED AGAIN.
           MOVE "TAXREMIT" TO WS-OFR-FILE-TYPE
           MOVE WS-REMIT-PATH TO WS-OFR-FILE-NAME
           MOVE "SKATTEVERKET" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-REMIT-PERIOD TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           MOVE "REMIT01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-RESEND-REFUSED
                   DISPLAY "REMIT01: no payment file produced."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OFR-ERROR
                   DISPLAY "REMIT01: outbound file register not "
                     "available - no payment file produced."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REGISTER-OUTBOUND-FILE SECTION.
           MOVE WS-TAX-TOTAL TO WS-OFR-CONTROL-SUM-1
           MOVE WS-FEE-TOTAL TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "REMIT01: WARNING - " WS-REMIT-PATH
                 " is not registered as sent; do not send it "
                 "before the register is checked."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           OPEN OUTPUT REMITFILE

           MOVE WS-REFERENCE TO WS-HDR-REFERENCE
           MOVE WS-DUE-DATE TO WS-HDR-DATE
           MOVE WS-HEADER-RECORD TO FS-REMITFILE
           WRITE FS-REMITFILE
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-GRAND-TOTAL TO Remittance-GrandTotal
           MOVE WS-REFERENCE TO Remittance-RemitReference
           MOVE WS-RUN-DATE TO Remittance-RemitDate
           MOVE WS-DUE-DATE TO Remittance-DueDate

      *    THE REPLACED FILE'S REMITTANCE GOES WITH IT.
           IF WS-DUP-COUNT > 0
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.Remittance
                   WHERE Period = :Remittance-Period
                     AND CompanyCode = :WS-RUN-COMPANY
               END-EXEC
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Remittance
               (Period, TaxTotal, FeeTotal, GrandTotal,
               RemitReference, RemitDate, CompanyCode, DueDate)
               VALUES (:Remittance-Period, :Remittance-TaxTotal,
               :Remittance-FeeTotal, :Remittance-GrandTotal,
               :Remittance-RemitReference, :Remittance-RemitDate,
               :WS-RUN-COMPANY, :Remittance-DueDate)
           END-EXEC

           EVALUATE SQLCODE
