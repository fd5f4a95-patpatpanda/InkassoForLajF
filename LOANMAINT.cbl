           EXEC SQL
           DECLARE LoanListCursor CURSOR FOR
           SELECT LoanId, EmployeeId, Principal, Installment,
           RemainingBalance, Status, COALESCE(InterestRate, 0)
           FROM REDWARRIOR.dbo.Loans
           ORDER BY EmployeeId, LoanId
           END-EXEC.
       01 WS-PRINCIPAL-DISP PIC 9(9).
       01 WS-INSTALL-DISP PIC 9(9).
       01 WS-BALANCE-DISP PIC 9(9).
       01 WS-RATE-DISP PIC Z9.9(2).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.
               DISPLAY "Loan and salary advance maintenance"
               DISPLAY "  A = Add a loan"
               DISPLAY "  C = Change a loan's installment"
               DISPLAY "  I = Change a loan's interest rate"
               DISPLAY "  L = List all loans"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
                       PERFORM CHANGE-LOAN
                   WHEN "c"
                       PERFORM CHANGE-LOAN
                   WHEN "I"
                       PERFORM CHANGE-LOAN-RATE
                   WHEN "i"
                       PERFORM CHANGE-LOAN-RATE
                   WHEN "L"
                       PERFORM LIST-LOANS
                   WHEN "l"
               DISPLAY "Installment per period: "
               ACCEPT Loans-Installment

               DISPLAY "Annual interest rate charged (percent, 0 "
                 "if interest-free): "
               ACCEPT Loans-InterestRate

               EVALUATE TRUE
                   WHEN Loans-Principal <= 0
                       DISPLAY "Loan not added - principal must "
                   WHEN Loans-Installment > Loans-Principal
                       DISPLAY "Loan not added - installment "
                         "exceeds the principal."
                   WHEN Loans-InterestRate < 0 OR
                        Loans-InterestRate > 100
                       DISPLAY "Loan not added - interest rate "
                         "must be between 0 and 100."
                   WHEN OTHER
      *                A NEW LOAN STARTS WITH THE FULL PRINCIPAL
      *                OUTSTANDING - THE RUN COUNTS IT DOWN.
                       EXEC SQL
                           INSERT INTO REDWARRIOR.dbo.Loans
                           (EmployeeId, Principal, Installment,
                           RemainingBalance, Status, InterestRate)
                           VALUES (:Loans-EmployeeId,
                           :Loans-Principal, :Loans-Installment,
                           :Loans-RemainingBalance, 'ACTIVE',
                           :Loans-InterestRate)
                       END-EXEC

                       EVALUATE SQLCODE
               END-EVALUATE
           END-IF.

       CHANGE-LOAN-RATE SECTION.
      *    A RATE CHANGE TAKES EFFECT FROM THE NEXT PERIOD LOANBEN01
      *    VALUES - A PERIOD ALREADY POSTED KEEPS ITS BENEFIT.
           DISPLAY "Loan ID to change: "
           ACCEPT Loans-LoanId

           DISPLAY "New annual interest rate (percent, 0 if "
             "interest-free): "
           ACCEPT Loans-InterestRate

           IF Loans-InterestRate < 0 OR Loans-InterestRate > 100
               DISPLAY "Loan not changed - interest rate must be "
                 "between 0 and 100."
           ELSE
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.Loans
                   SET InterestRate = :Loans-InterestRate
                   WHERE LoanId = :Loans-LoanId
                     AND Status = 'ACTIVE'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       DISPLAY "No active loan found with that ID."
                   WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                       DISPLAY "No active loan found with that ID."
                   WHEN SQLCODE NOT = 0
                       DISPLAY "LOANMAINT: SQL ERROR ON UPDATE, "
                         "CODE = " SQLCODE
                   WHEN OTHER
                       DISPLAY "Interest rate changed."
               END-EVALUATE
           END-IF.

       LIST-LOANS SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "LoanId    EmployeeId Principal Installm "
             "Balance   Status     Rate"

           EXEC SQL
               OPEN LoanListCursor
                       :Loans-Principal,
                       :Loans-Installment,
                       :Loans-RemainingBalance,
                       :Loans-Status,
                       :Loans-InterestRate
               END-EXEC

               EVALUATE SQLCODE
                       MOVE Loans-Installment TO WS-INSTALL-DISP
                       MOVE Loans-RemainingBalance
                         TO WS-BALANCE-DISP
                       MOVE Loans-InterestRate TO WS-RATE-DISP
                       DISPLAY Loans-LoanId " "
                         Loans-EmployeeId " "
                         WS-PRINCIPAL-DISP " "
                         WS-INSTALL-DISP " "
                         WS-BALANCE-DISP " "
                         Loans-Status " "
                         WS-RATE-DISP
                   WHEN OTHER
                       DISPLAY "LOANMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
