      *> THE RUN POSTED TO EmployeeDeductions.
      *> -------------------------------------------
      *> PayType: "R"/NULL = REGULAR RUN, "O" = ACCRUED ON A ONE-OFF
      *> PAYMENT BY ONEOFF01 (THE CHARGE IS DUE ON BONUSES TOO),
      *> "B" = ACCRUED ON BACK PAY FOR EARLIER PERIODS BY MAIN01.
      *> PaidPeriod: THE YYYYMM THE GROSS BEHIND THE ACCRUAL WAS PAID
      *> OUT, STAMPED WITH EmployeeDeductions-PaidPeriod BY DISBUR01
      *> AND BANKREL01 - THE CONTRIBUTION IS DECLARED IN THE MONTH
      *> OF PAYMENT. NULL UNTIL PAID.
           EXEC SQL DECLARE EmployerTaxAccrual TABLE
           ( EmployeeId           int          NOT NULL
           , Period               char(6)      NOT NULL
           , Amount               int          NOT NULL
           , CompanyCode          char(2)
           , PayType              char(1)
           , PaidPeriod           char(6)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE EmployerTaxAccrual
           03 EmployerTaxAccrual-Amount       PIC S9(09)  COMP-5.
           03 EmployerTaxAccrual-CompanyCode  PIC X(2).
           03 EmployerTaxAccrual-PayType      PIC X(1).
           03 EmployerTaxAccrual-PaidPeriod   PIC X(6).
