      *> -------------------------------------------
      *> DECLARE TABLE for VacationSaved
      *> SAVED VACATION DAYS (SPARADE DAGAR), ONE ROW PER EMPLOYEE
      *> PER VACATION YEAR THEY WERE SAVED FROM. VACROLL01 RAISES
      *> THE ROW AT YEAR END FROM THE UNUSED DAYS ABOVE THE
      *> STATUTORY 20, DRAWS IT DOWN (OLDEST YEAR FIRST) WHEN A
      *> LATER YEAR'S VACATION RUNS PAST WHAT THAT YEAR EARNED, AND
      *> EXPIRES WHAT IS LEFT ONCE IT IS FIVE YEARS OLD. THE PAY
      *> VALUE OF THE DAYS STAYS IN VacationBalance-AccruedPay.
      *> SavedYear IS THE CALENDAR YEAR THE VACATION YEAR ENDED IN
      *> (31 MARCH). A FINAL SETTLEMENT PAYS THE DAYS OUT AND ZEROES
      *> DaysLeft.
      *> -------------------------------------------
           EXEC SQL DECLARE VacationSaved TABLE
           ( EmployeeId           int          NOT NULL
           , SavedYear            int          NOT NULL
           , DaysSaved            decimal(6,2) NOT NULL
           , DaysLeft             decimal(6,2) NOT NULL
           , DaysExpired          decimal(6,2) NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , CreatedDate          int          NOT NULL
           , ExpiredDate          int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE VacationSaved
      *> -------------------------------------------
       01  DCLVacationSaved.
           03 VacationSaved-EmployeeId        PIC S9(09)  COMP-5.
           03 VacationSaved-SavedYear         PIC S9(09)  COMP-5.
           03 VacationSaved-DaysSaved         PIC S9(4)V9(2) COMP-3.
           03 VacationSaved-DaysLeft          PIC S9(4)V9(2) COMP-3.
           03 VacationSaved-DaysExpired       PIC S9(4)V9(2) COMP-3.
           03 VacationSaved-CompanyCode       PIC X(2).
           03 VacationSaved-CreatedDate       PIC S9(09)  COMP-5.
           03 VacationSaved-ExpiredDate       PIC S9(09)  COMP-5.
