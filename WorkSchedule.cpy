      *> -------------------------------------------
      *> DECLARE TABLE for WorkSchedule
      *> THE EMPLOYEE'S WORKING PATTERN: SCHEDULED HOURS FOR EACH
      *> WEEKDAY AND THE EMPLOYMENT DEGREE (SYSSELSATTNINGSGRAD) IN
      *> PERCENT OF FULL TIME. EFFECTIVE-DATED IN THE SAME STYLE AS
      *> Benefits (EffectiveTo = 0 MEANS STILL RUNNING); A NEW
      *> PATTERN IS ADDED IN SCHMAINT, WHICH CLOSES THE ONE IT
      *> REPLACES THE DAY BEFORE.
      *> MAIN01 DEDUCTS ABSENCE (SICK, VAB, UNPAID) ONLY FOR THE
      *> HOURS THE EMPLOYEE WAS SCHEDULED TO WORK ON THE ABSENT
      *> DAYS, AT THE PERIOD GROSS OVER THE PERIOD'S SCHEDULED
      *> HOURS. A WEEKDAY ON THE BankCalendar IS NOT SCHEDULED. AN
      *> EMPLOYEE WITH NO ROW IS FULL TIME: 100%, EIGHT HOURS
      *> MONDAY TO FRIDAY. SCB01 AND ANLEXT01 REPORT THE DEGREE.
      *> -------------------------------------------
           EXEC SQL DECLARE WorkSchedule TABLE
           ( ScheduleId           int
           , EmployeeId           int          NOT NULL
           , EffectiveFrom        int          NOT NULL
           , EffectiveTo          int          NOT NULL
           , EmploymentDegree     decimal(5,2) NOT NULL
           , HoursMon             decimal(4,2) NOT NULL
           , HoursTue             decimal(4,2) NOT NULL
           , HoursWed             decimal(4,2) NOT NULL
           , HoursThu             decimal(4,2) NOT NULL
           , HoursFri             decimal(4,2) NOT NULL
           , HoursSat             decimal(4,2) NOT NULL
           , HoursSun             decimal(4,2) NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE WorkSchedule
      *> -------------------------------------------
       01  DCLWorkSchedule.
           03 WorkSchedule-ScheduleId         PIC S9(09)  COMP-5.
           03 WorkSchedule-EmployeeId         PIC S9(09)  COMP-5.
           03 WorkSchedule-EffectiveFrom      PIC 9(8).
           03 WorkSchedule-EffectiveTo        PIC 9(8).
           03 WorkSchedule-EmploymentDegree   PIC S9(3)V9(2) COMP-3.
           03 WorkSchedule-HoursMon           PIC S9(2)V9(2) COMP-3.
           03 WorkSchedule-HoursTue           PIC S9(2)V9(2) COMP-3.
           03 WorkSchedule-HoursWed           PIC S9(2)V9(2) COMP-3.
           03 WorkSchedule-HoursThu           PIC S9(2)V9(2) COMP-3.
           03 WorkSchedule-HoursFri           PIC S9(2)V9(2) COMP-3.
           03 WorkSchedule-HoursSat           PIC S9(2)V9(2) COMP-3.
           03 WorkSchedule-HoursSun           PIC S9(2)V9(2) COMP-3.
