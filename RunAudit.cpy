      *> -------------------------------------------
      *> DECLARE TABLE for RunAudit
      *> ResumedFrom IS SET ONLY WHEN A RESTARTABLE JOB (SEE
      *> RestartParms.cpy) CARRIED ON FROM AN EARLIER RUN'S RESTART
      *> POINT - IT HOLDS THAT POINT. NULL OR BLANK IS A FRESH RUN.
      *> -------------------------------------------
           EXEC SQL DECLARE RunAudit TABLE
           ( RunAuditId           int
           , EmployeeCount        int
           , Outcome              char(20)
           , CompanyCode          char(2)
           , ResumedFrom          char(30)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE RunAudit
           03 RunAudit-EmployeeCount           PIC S9(09)  COMP-5.
           03 RunAudit-Outcome                PIC X(20).
           03 RunAudit-CompanyCode            PIC X(2).
           03 RunAudit-ResumedFrom            PIC X(30).
