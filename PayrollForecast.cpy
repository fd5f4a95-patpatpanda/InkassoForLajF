      *> -------------------------------------------
      *> DECLARE TABLE for PayrollForecast
      *> ONE ROW PER ROLLING 12-MONTH COST FORECAST (FCAST01) - WHEN
      *> IT RAN, THE FIRST MONTH PROJECTED AND THE ASSUMPTIONS IT
      *> WAS RUN ON, AS READ FROM fcstparm.dat. THE PROJECTED
      *> FIGURES ARE IN ForecastLine; KEPT SO A LATER RUN OF
      *> FCAST01 CAN SET THEM AGAINST WHAT ACTUALLY POSTED.
      *> RaiseDate 0 / RaisePct 0 MEANS NO AGREEMENT RAISE WAS
      *> ASSUMED. RenewFixed "Y": FIXED-TERM CONTRACTS WERE ASSUMED
      *> RENEWED RATHER THAN ENDING AT THEIR EndDate.
      *> -------------------------------------------
           EXEC SQL DECLARE PayrollForecast TABLE
           ( ForecastId           int
           , RunDate              int          NOT NULL
           , RunTime              int          NOT NULL
           , StartPeriod          char(6)      NOT NULL
           , RaiseDate            int          NOT NULL
           , RaisePct             decimal(5,2) NOT NULL
           , MonthlyHours         decimal(5,1) NOT NULL
           , VacationPct          decimal(5,2) NOT NULL
           , RenewFixed           char(1)      NOT NULL
           , Label                char(30)     NOT NULL
           , EmployeeCount        int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PayrollForecast
      *> -------------------------------------------
       01  DCLPayrollForecast.
           03 PayrollForecast-ForecastId      PIC S9(09)  COMP-5.
           03 PayrollForecast-RunDate         PIC 9(8).
           03 PayrollForecast-RunTime         PIC 9(8).
           03 PayrollForecast-StartPeriod     PIC X(6).
           03 PayrollForecast-RaiseDate       PIC 9(8).
           03 PayrollForecast-RaisePct        PIC S9(3)V9(2) COMP-3.
           03 PayrollForecast-MonthlyHours    PIC S9(4)V9(1) COMP-3.
           03 PayrollForecast-VacationPct     PIC S9(3)V9(2) COMP-3.
           03 PayrollForecast-RenewFixed      PIC X(1).
           03 PayrollForecast-Label           PIC X(30).
           03 PayrollForecast-EmployeeCount   PIC S9(09)  COMP-5.
