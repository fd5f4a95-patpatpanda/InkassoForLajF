      *> -------------------------------------------
      *> DECLARE TABLE for OperatorDepts
      *> THE DEPARTMENTS WHOSE INDIVIDUAL SALARIES AN OPERATOR
      *> WITHOUT PERSONAL-DATA AUTHORITY (Operators.AuthPersonalData)
      *> MAY STILL SEE - ONE ROW PER OPERATOR AND DEPARTMENT, E.G.
      *> THE PAYROLL CLERK WHO LOOKS AFTER SALES AND SUPPORT. AN
      *> OPERATOR WITH NO ROWS SEES NO INDIVIDUAL SALARY AT ALL.
      *> MAINTAINED BY THE DBA, LIKE Operators ITSELF.
      *> -------------------------------------------
           EXEC SQL DECLARE OperatorDepts TABLE
           ( OperatorId           char(8)      NOT NULL
           , DeptCode             char(4)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE OperatorDepts
      *> -------------------------------------------
       01  DCLOperatorDepts.
           03 OperatorDepts-OperatorId        PIC X(8).
           03 OperatorDepts-DeptCode          PIC X(4).
