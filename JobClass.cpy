      *> -------------------------------------------
      *> DECLARE TABLE for JobClass
      *> THE JOB CLASSES USED BY THE ANNUAL PAY-EQUITY SURVEY
      *> (LONEKARTLAGGNING, PAYEQ01). AN EMPLOYEE'S CLASS IS
      *> Employees.JOB_CLASS, KEYED IN EMPMAINT. EMPLOYEES IN THE
      *> SAME AGREEMENT, DEPARTMENT AND CLASS DO EQUAL WORK;
      *> CLASSES OF ONE AGREEMENT WITH THE SAME ValueLevel (THE
      *> JOB EVALUATION'S DEMANDS LEVEL, 1 = LOWEST) ARE
      *> EQUIVALENT WORK. ActiveFlag "N" RETIRES A CLASS WITHOUT
      *> LOSING EARLIER SURVEYS' GROUPING.
      *> MAINTAINED VIA JOBMAINT.
      *> -------------------------------------------
           EXEC SQL DECLARE JobClass TABLE
           ( JobClassCode         char(4)      NOT NULL
           , JobClassName         char(30)     NOT NULL
           , ValueLevel           int          NOT NULL
           , ActiveFlag           char(1)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE JobClass
      *> -------------------------------------------
       01  DCLJobClass.
           03 JobClass-JobClassCode           PIC X(4).
           03 JobClass-JobClassName           PIC X(30).
           03 JobClass-ValueLevel             PIC S9(09)  COMP-5.
           03 JobClass-ActiveFlag             PIC X(1).
             88 JobClass-Active               VALUE "Y".
