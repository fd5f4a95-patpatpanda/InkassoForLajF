      *> -------------------------------------------
      *> DECLARE TABLE for ForecastLine
      *> THE FIGURES OF ONE PayrollForecast: ONE ROW PER PROJECTED
      *> MONTH, COMPANY AND DEPARTMENT. Gross AND EmployeeTax ARE
      *> WHAT EmployeeDeductions.Salary AND TaxAmount WOULD SHOW,
      *> EmployerTax WHAT EmployerTaxAccrual WOULD, Pension THE
      *> EMPLOYER'S PensionContrib PREMIUM AND Vacation THE
      *> VACATION PAY LIABILITY EARNED. Headcount IS THE NUMBER OF
      *> EMPLOYEES PROJECTED TO BE PAID IN THE MONTH.
      *> -------------------------------------------
           EXEC SQL DECLARE ForecastLine TABLE
           ( ForecastId           int          NOT NULL
           , Period               char(6)      NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , DeptCode             char(4)      NOT NULL
           , Headcount            int          NOT NULL
           , Gross                int          NOT NULL
           , EmployeeTax          int          NOT NULL
           , EmployerTax          int          NOT NULL
           , Pension              int          NOT NULL
           , Vacation             int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE ForecastLine
      *> -------------------------------------------
       01  DCLForecastLine.
           03 ForecastLine-ForecastId         PIC S9(09)  COMP-5.
           03 ForecastLine-Period             PIC X(6).
           03 ForecastLine-CompanyCode        PIC X(2).
           03 ForecastLine-DeptCode           PIC X(4).
           03 ForecastLine-Headcount          PIC S9(09)  COMP-5.
           03 ForecastLine-Gross              PIC S9(09)  COMP-5.
           03 ForecastLine-EmployeeTax        PIC S9(09)  COMP-5.
           03 ForecastLine-EmployerTax        PIC S9(09)  COMP-5.
           03 ForecastLine-Pension            PIC S9(09)  COMP-5.
           03 ForecastLine-Vacation           PIC S9(09)  COMP-5.
