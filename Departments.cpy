      *> LOSING ITS HISTORY. ScbCategory IS THE STATISTICS
      *> AGENCY'S CATEGORY CODE THE DEPARTMENT REPORTS UNDER IN
      *> THE QUARTERLY KONJUNKTURSTATISTIK (SCB01).
      *> ManagerOperatorId IS THE MANAGER'S OWN OPERATOR ID - THE
      *> SIGN-ON UNDER WHICH THEY KEEP OR REVOKE THE ACCESS OF THE
      *> OPERATORS IN THEIR DEPARTMENT (ACCREC01). Manager ITSELF
      *> IS ONLY A NAME FOR THE REPORTS.
      *> MAINTAINED VIA DEPTMAINT.
      *> -------------------------------------------
           EXEC SQL DECLARE Departments TABLE
           , ActiveFlag           char(1)      NOT NULL
           , Manager              char(30)
           , ScbCategory          char(2)
           , ManagerOperatorId    char(8)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE Departments
             88 Departments-Active            VALUE "Y".
           03 Departments-Manager             PIC X(30).
           03 Departments-ScbCategory         PIC X(2).
           03 Departments-ManagerOperatorId   PIC X(8).
