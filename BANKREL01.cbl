       01 WS-REG-TOTAL-DISP PIC 9(11).
       01 WS-LINE-COUNT PIC 9(6) VALUE 0.
       01 WS-OUTBOX-NAME PIC X(40).
       01 WS-PAID-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

           EXEC SQL
               SELECT Period, CompanyCode, FileName, PayCount,
               TotalAmount,
               COALESCE(PayGroup, '01'), COALESCE(PayCycle, '01'),
               COALESCE(ValueDate, 0)
               INTO :BankFileHold-Period,
               :BankFileHold-CompanyCode, :BankFileHold-FileName,
               :BankFileHold-PayCount, :BankFileHold-TotalAmount,
               :BankFileHold-PayGroup, :BankFileHold-PayCycle,
               :BankFileHold-ValueDate
               FROM REDWARRIOR.dbo.BankFileHold
               WHERE HoldId = :BankFileHold-HoldId
                 AND Status = 'HELD'
                 "NET - INVESTIGATE BEFORE RELEASING ***"
           END-IF

      *    A FILE RELEASED AFTER ITS VALUE DATE IS REJECTED BY THE
      *    BANK - SAY SO BEFORE THE SUPERVISOR SENDS IT.
           IF BankFileHold-ValueDate > 0
               DISPLAY "Value date   : " BankFileHold-ValueDate
               IF BankFileHold-ValueDate < WS-TODAY
                   DISPLAY "*** VALUE DATE HAS PASSED - THE BANK "
                     "WILL REJECT THIS FILE ***"
               END-IF
           END-IF

           DISPLAY "Release this file to the outbox? (Y/N): "
           ACCEPT WS-CONFIRM

               DISPLAY "BANKREL01: SQL ERROR ON RELEASE STAMP, "
                 "CODE = " SQLCODE
           ELSE
               PERFORM CONFIRM-PAYMENT-DATE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Released to " WS-OUTBOX-NAME " ("
                 WS-LINE-COUNT " record lines) by "
                 WS-OPERATOR-ID "."
           END-IF.

       CONFIRM-PAYMENT-DATE SECTION.
      *    THE RELEASED FILE PAYS ON ITS VALUE DATE - ANY ROW OF THE
      *    CYCLE NOT YET CARRYING A PAYMENT DATE (A FILE HELD BEFORE
      *    DISBUR01 STAMPED THEM) GETS IT NOW, AND WITH IT THE MONTH
      *    ITS TAX IS REPORTED IN. A FILE FROM BEFORE THE BANKING-DAY
      *    CALENDAR HAS NO VALUE DATE AND PAYS ON RELEASE.
           IF BankFileHold-ValueDate > 0
               MOVE BankFileHold-ValueDate TO WS-PAID-DATE
           ELSE
               MOVE WS-TODAY TO WS-PAID-DATE
           END-IF
           MOVE WS-PAID-DATE TO EmployeeDeductions-PaymentDate
           MOVE WS-PAID-DATE(1:6) TO EmployeeDeductions-PaidPeriod

           EXEC SQL
               UPDATE REDWARRIOR.dbo.EmployeeDeductions
               SET PaymentDate = :EmployeeDeductions-PaymentDate,
               PaidPeriod = :EmployeeDeductions-PaidPeriod
               WHERE Period = :BankFileHold-Period
                 AND CompanyCode = :BankFileHold-CompanyCode
                 AND COALESCE(PayGroup, '01') =
                   :BankFileHold-PayGroup
                 AND COALESCE(PayCycle, '01') =
                   :BankFileHold-PayCycle
                 AND PaymentDate IS NULL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "BANKREL01: SQL ERROR ON PAYMENT DATE STAMP, "
                 "CODE = " SQLCODE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.EmployerTaxAccrual
               SET PaidPeriod = :EmployeeDeductions-PaidPeriod
               WHERE Period = :BankFileHold-Period
                 AND COALESCE(CompanyCode, '01') =
                   :BankFileHold-CompanyCode
                 AND PaidPeriod IS NULL
                 AND EmployeeId IN
                 (SELECT D.EmployeeId
                  FROM REDWARRIOR.dbo.EmployeeDeductions D
                  WHERE D.Period = :BankFileHold-Period
                    AND D.CompanyCode = :BankFileHold-CompanyCode
                    AND COALESCE(D.PayGroup, '01') =
                      :BankFileHold-PayGroup
                    AND COALESCE(D.PayCycle, '01') =
                      :BankFileHold-PayCycle)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "BANKREL01: SQL ERROR ON CONTRIBUTION "
                 "PAYMENT STAMP, CODE = " SQLCODE
           END-IF.
