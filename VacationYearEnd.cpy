      *> -------------------------------------------
      *> DECLARE TABLE for VacationYearEnd
      *> ONE ROW PER COMPANY PER VACATION YEAR ROLLED OVER - THE
      *> GUARD THAT STOPS VACROLL01 ROLLING THE SAME YEAR TWICE, AND
      *> THE TOTALS HR AND FINANCE RECONCILE AGAINST. VacationYear
      *> IS THE CALENDAR YEAR THE VACATION YEAR ENDED IN.
      *> -------------------------------------------
           EXEC SQL DECLARE VacationYearEnd TABLE
           ( CompanyCode          char(2)      NOT NULL
           , VacationYear         int          NOT NULL
           , RunDate              int          NOT NULL
           , RunAuditId           int
           , EmployeeCount        int          NOT NULL
           , DaysSaved            decimal(8,2) NOT NULL
           , DaysExpired          decimal(8,2) NOT NULL
           , DaysPaidOut          decimal(8,2) NOT NULL
           , LiabilityReleased    int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE VacationYearEnd
      *> -------------------------------------------
       01  DCLVacationYearEnd.
           03 VacationYearEnd-CompanyCode     PIC X(2).
           03 VacationYearEnd-VacationYear    PIC S9(09)  COMP-5.
           03 VacationYearEnd-RunDate         PIC S9(09)  COMP-5.
           03 VacationYearEnd-RunAuditId      PIC S9(09)  COMP-5.
           03 VacationYearEnd-EmployeeCount   PIC S9(09)  COMP-5.
           03 VacationYearEnd-DaysSaved       PIC S9(6)V9(2) COMP-3.
           03 VacationYearEnd-DaysExpired     PIC S9(6)V9(2) COMP-3.
           03 VacationYearEnd-DaysPaidOut     PIC S9(6)V9(2) COMP-3.
           03 VacationYearEnd-LiabilityReleased
                                              PIC S9(09)  COMP-5.
