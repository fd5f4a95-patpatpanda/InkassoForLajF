      *> -------------------------------------------
      *> DECLARE TABLE for SalaryExchange
      *> SALARY EXCHANGE (LONEVAXLING) ENROLMENTS: THE EMPLOYEE
      *> GIVES UP PART OF THE GROSS SALARY FOR AN EXTRA PENSION
      *> PREMIUM. Method "A" EXCHANGES A FIXED Amount PER PERIOD,
      *> "P" AN ExchangePct OF THE PERIOD'S SALARY. UpliftPct IS THE
      *> AGREED TOP-UP THE EMPLOYER ADDS TO THE PREMIUM (THE
      *> EMPLOYER-TAX SAVING PASSED ON, TYPICALLY 5.8%).
      *> MAIN01 TAKES THE EXCHANGE OFF THE GROSS BEFORE TAX AND
      *> EMPLOYER TAX; PENSIONMODULE ADDS THE UPLIFTED PREMIUM TO
      *> THE EMPLOYER CONTRIBUTION. NO EXCHANGE IS MADE IN A
      *> PERIOD WHERE THE SALARY LEFT WOULD FALL UNDER THE
      *> PENSION-QUALIFYING FLOOR (8.07 INCOME BASE AMOUNTS A
      *> YEAR). EFFECTIVE-DATED (EffectiveTo = 0 MEANS STILL
      *> RUNNING); MAINTAINED VIA SXMAINT.
      *> -------------------------------------------
           EXEC SQL DECLARE SalaryExchange TABLE
           ( ExchangeId           int
           , EmployeeId           int          NOT NULL
           , Method               char(1)      NOT NULL
           , Amount               int          NOT NULL
           , ExchangePct          decimal(5,2) NOT NULL
           , UpliftPct            decimal(5,2) NOT NULL
           , EffectiveFrom        int          NOT NULL
           , EffectiveTo          int          NOT NULL
           , CreatedDate          int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE SalaryExchange
      *> -------------------------------------------
       01  DCLSalaryExchange.
           03 SalaryExchange-ExchangeId       PIC S9(09)  COMP-5.
           03 SalaryExchange-EmployeeId       PIC S9(09)  COMP-5.
           03 SalaryExchange-Method           PIC X(1).
             88 SalaryExchange-By-Amount      VALUE "A".
             88 SalaryExchange-By-Percent     VALUE "P".
             88 SalaryExchange-Method-Valid   VALUE "A" "P".
           03 SalaryExchange-Amount           PIC S9(09)  COMP-5.
           03 SalaryExchange-ExchangePct      PIC S9(3)V9(2) COMP-3.
           03 SalaryExchange-UpliftPct        PIC S9(3)V9(2) COMP-3.
           03 SalaryExchange-EffectiveFrom    PIC 9(8).
           03 SalaryExchange-EffectiveTo      PIC 9(8).
           03 SalaryExchange-CreatedDate      PIC 9(8).
