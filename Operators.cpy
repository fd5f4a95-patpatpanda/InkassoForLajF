      *> WHO MAY DO WHAT AT THE MAINTENANCE KEYBOARDS. AuthBrackets
      *> GATES TAXMAINT/FEEMAINT/APPRV01 (WITHHOLDING CONFIGURATION),
      *> AuthReversals GATES ADJUST01, AuthPayments GATES BANKREL01
      *> (RELEASING A HELD BANK FILE TO THE OUTBOX), AuthSupervisor
      *> GATES LOCKMAINT (CLEARING A STALE POSTING LOCK) AND THE
      *> DECISION IN EMPMAINT THAT LETS A FIXED-TERM CONTRACT RUN
      *> PAST THE LAS LIMIT. AuthPersonalData LETS THE INQUIRY
      *> SCREENS AND EXTRACTS (SCREEN01, DEDINQ01, CALCTRC01,
      *> ANLEXT01) SHOW PERSONNUMMER, BANK ACCOUNTS AND SALARIES IN
      *> FULL; WITHOUT IT IDENTIFIERS ARE MASKED TO THEIR LAST FOUR
      *> DIGITS, INDIVIDUAL SALARIES ARE ONLY SHOWN FOR THE
      *> OPERATOR'S OWN DEPARTMENTS (OperatorDepts) AND EXTRACTS
      *> COME OUT PSEUDONYMISED - SEE PersDataModule. NULL ON ROWS
      *> FROM BEFORE THE COLUMN MEANS "N". DeptCode IS THE
      *> OPERATOR'S OWN DEPARTMENT, WHOSE MANAGER
      *> (Departments.ManagerOperatorId) SIGNS THEIR ACCESS OFF IN
      *> THE QUARTERLY RECERTIFICATION (ACCREC01); BLANK/NULL
      *> LEAVES IT TO A SUPERVISOR. MAINTAINED BY THE DBA -
      *> THE TABLE THAT
      *> GRANTS AUTHORITY IS DELIBERATELY NOT MAINTAINED BY ANY
      *> PROGRAM THAT AUTHORITY GATES.
      *> -------------------------------------------
           EXEC SQL DECLARE Operators TABLE
           ( OperatorId           char(8)      NOT NULL
           , AuthBrackets         char(1)      NOT NULL
           , AuthReversals        char(1)      NOT NULL
           , AuthPayments         char(1)
           , AuthSupervisor       char(1)
           , AuthPersonalData     char(1)
           , DeptCode             char(4)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE Operators
             88 Operator-May-Book-Reversals   VALUE "Y".
           03 Operators-AuthPayments          PIC X(1).
             88 Operator-May-Release-Payments VALUE "Y".
           03 Operators-AuthSupervisor        PIC X(1).
             88 Operator-Is-Supervisor        VALUE "Y".
           03 Operators-AuthPersonalData      PIC X(1).
             88 Operator-May-See-Personal-Data VALUE "Y".
           03 Operators-DeptCode              PIC X(4).
