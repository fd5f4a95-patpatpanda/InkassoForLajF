      *> STILL THE CURRENT SALARY. MAINTAINED BY EMPMAINT AS SALARIES
      *> CHANGE; READ BY MAIN01 TO PRORATE A PERIOD'S GROSS ACROSS
      *> MID-PERIOD RAISES.
      *> RecordedDate: THE DAY THE SEGMENT WAS ENTERED (NULL ON ROWS
      *> FROM BEFORE THE COLUMN EXISTED). A SEGMENT WHOSE
      *> EffectiveFrom LIES BEFORE ITS RecordedDate IS BACKDATED -
      *> BACKPAY01 COMPARES RecordedDate WITH THE RUNS THAT POSTED
      *> THE PERIODS IT COVERS.
      *> -------------------------------------------
           EXEC SQL DECLARE SalaryHistory TABLE
           ( EmployeeId           int          NOT NULL
           , Salary               int          NOT NULL
           , EffectiveFrom        int          NOT NULL
           , EffectiveTo          int          NOT NULL
           , RecordedDate         int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE SalaryHistory
           03 SalaryHistory-Salary            PIC S9(09)  COMP-5.
           03 SalaryHistory-EffectiveFrom     PIC S9(09)  COMP-5.
           03 SalaryHistory-EffectiveTo       PIC S9(09)  COMP-5.
           03 SalaryHistory-RecordedDate      PIC S9(09)  COMP-5.
