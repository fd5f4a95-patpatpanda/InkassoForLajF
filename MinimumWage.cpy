      *> -------------------------------------------
      *> DECLARE TABLE for MinimumWage
      *> THE COLLECTIVE AGREEMENTS' MINIMUM PAY (LAGSTALON), PER
      *> AGREEMENT AND BAND. A BAND APPLIES FROM MinAge YEARS OF
      *> AGE AND MinServiceYears COMPLETED YEARS SINCE HIRE_DATE;
      *> AN EMPLOYEE IN SEVERAL BANDS IS OWED THE HIGHEST FLOOR.
      *> MonthlyMin IS THE FULL-TIME MONTHLY SALARY (SCALED BY THE
      *> EMPLOYMENT DEGREE FOR A PART-TIMER), HourlyMin THE RATE
      *> FOR HOURLY STAFF; 0 = THE BAND SETS NO FLOOR FOR THAT PAY
      *> TYPE. EFFECTIVE-DATED (EffectiveTo = 0 MEANS STILL
      *> RUNNING) - A NEW AGREEMENT YEAR IS ADDED IN MINMAINT,
      *> WHICH CLOSES THE BAND'S OPEN ROW THE DAY BEFORE.
      *> CHECKED THROUGH MinWageModule BY EMPMAINT, EMPIMP01,
      *> SALREV01 (WARNINGS) AND READY01 (BLOCKING).
      *> -------------------------------------------
           EXEC SQL DECLARE MinimumWage TABLE
           ( MinWageId            int
           , AgreementCode        char(2)      NOT NULL
           , MinAge               int          NOT NULL
           , MinServiceYears      int          NOT NULL
           , EffectiveFrom        int          NOT NULL
           , EffectiveTo          int          NOT NULL
           , MonthlyMin           int          NOT NULL
           , HourlyMin            decimal(7,2) NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE MinimumWage
      *> -------------------------------------------
       01  DCLMinimumWage.
           03 MinimumWage-MinWageId           PIC S9(09)  COMP-5.
           03 MinimumWage-AgreementCode       PIC X(2).
           03 MinimumWage-MinAge              PIC S9(09)  COMP-5.
           03 MinimumWage-MinServiceYears     PIC S9(09)  COMP-5.
           03 MinimumWage-EffectiveFrom       PIC 9(8).
           03 MinimumWage-EffectiveTo         PIC 9(8).
           03 MinimumWage-MonthlyMin          PIC S9(09)  COMP-5.
           03 MinimumWage-HourlyMin           PIC S9(5)V9(2) COMP-3.
