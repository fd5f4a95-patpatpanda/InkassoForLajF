      *> -------------------------------------------
      *> DECLARE TABLE for LoanRefRate
      *> THE REFERENCE RATE FOR THE TAXABLE INTEREST BENEFIT
      *> (RANTEFORMAN) ON EMPLOYEE LOANS: THE GOVERNMENT BORROWING
      *> RATE (STATSLANERANTAN AT THE END OF NOVEMBER OF THE YEAR
      *> BEFORE) PLUS THE STATUTORY MARGIN. A LOAN CHARGING LESS
      *> THAN BorrowingRate + MarginRate GIVES THE DIFFERENCE ON ITS
      *> BALANCE AS A BENEFIT (LOANBEN01).
      *> EFFECTIVE-DATED IN THE SAME STYLE AS ChurchSurcharge
      *> (EffectiveTo = 0 MEANS STILL IN FORCE), NORMALLY ONE ROW
      *> PER CALENDAR YEAR FROM 1 JANUARY. EXACTLY ONE ROW SHOULD BE
      *> IN FORCE FOR ANY GIVEN DATE. MAINTAINED VIA RANTMAINT.
      *> -------------------------------------------
           EXEC SQL DECLARE LoanRefRate TABLE
           ( RateId               int
           , BorrowingRate        decimal(5,2) NOT NULL
           , MarginRate           decimal(5,2) NOT NULL
           , EffectiveFrom        int          NOT NULL
           , EffectiveTo          int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE LoanRefRate
      *> -------------------------------------------
       01  DCLLoanRefRate.
           03 LoanRefRate-RateId              PIC S9(09)  COMP-5.
           03 LoanRefRate-BorrowingRate       PIC S9(3)V9(2) COMP-3.
           03 LoanRefRate-MarginRate          PIC S9(3)V9(2) COMP-3.
           03 LoanRefRate-EffectiveFrom       PIC S9(09)  COMP-5.
           03 LoanRefRate-EffectiveTo         PIC S9(09)  COMP-5.
