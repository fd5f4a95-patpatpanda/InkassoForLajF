      *> GARNISHMENT BALANCE COUNTS DOWN; AT ZERO THE LOAN FLIPS
      *> TO "REPAID" AND IS NEVER TOUCHED AGAIN.
      *> Status: "ACTIVE" OR "REPAID". MAINTAINED VIA LOANMAINT.
      *> "ESTATE": THE BORROWER DIED - THE FINAL SETTLEMENT TAKES
      *> NOTHING FROM THE PAY TO THE ESTATE AND HANDS THE REMAINING
      *> BALANCE OVER AS A CLAIM ON THE ESTATE.
      *> InterestRate: THE ANNUAL RATE THE EMPLOYEE PAYS, PERCENT -
      *> 0 (OR NULL ON LOANS FROM BEFORE THE COLUMN) FOR AN
      *> INTEREST-FREE LOAN OR ADVANCE. BELOW THE LoanRefRate THE
      *> SHORTFALL ON RemainingBalance IS A TAXABLE BENEFIT, VALUED
      *> EACH PERIOD BY LOANBEN01.
      *> -------------------------------------------
           EXEC SQL DECLARE Loans TABLE
           ( LoanId               int
           , Installment          int          NOT NULL
           , RemainingBalance     int          NOT NULL
           , Status               char(10)     NOT NULL
           , InterestRate         decimal(5,2)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE Loans
           03 Loans-Status                    PIC X(10).
             88 Loans-Active                  VALUE "ACTIVE".
             88 Loans-Repaid                  VALUE "REPAID".
             88 Loans-Estate-Claim            VALUE "ESTATE".
           03 Loans-InterestRate              PIC S9(3)V9(2) COMP-3.
