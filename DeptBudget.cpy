      *> -------------------------------------------
      *> DECLARE TABLE for DeptBudget
      *> FINANCE'S PAYROLL BUDGET: ONE ROW PER COMPANY, DEPARTMENT
      *> (THE COST CENTRE OF CostAllocation AND THE SIE VOUCHER'S
      *> DIMENSION 1) AND MONTH, IN WHOLE KRONOR OF TOTAL LABOUR
      *> COST - GROSS, EMPLOYER TAX, EMPLOYER PENSION AND VACATION
      *> LIABILITY MOVEMENT. LOADED FROM FINANCE'S budget.dat BY
      *> BUDIMP01; A REVISED FILE REPLACES THE MONTHS IT CARRIES.
      *> SourceFileId IS THE InboundFile REGISTRATION OF THE FILE
      *> THAT LAST SET THE FIGURE. BUDRPT01 REPORTS ACTUAL AGAINST
      *> IT FOR THE MONTH AND THE YEAR TO DATE.
      *> -------------------------------------------
           EXEC SQL DECLARE DeptBudget TABLE
           ( CompanyCode          char(2)      NOT NULL
           , DeptCode             char(4)      NOT NULL
           , Period               char(6)      NOT NULL
           , BudgetAmount         int          NOT NULL
           , LoadedDate           int          NOT NULL
           , SourceFileId         int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE DeptBudget
      *> -------------------------------------------
       01  DCLDeptBudget.
           03 DeptBudget-CompanyCode          PIC X(2).
           03 DeptBudget-DeptCode             PIC X(4).
           03 DeptBudget-Period               PIC X(6).
           03 DeptBudget-BudgetAmount         PIC S9(09)  COMP-5.
           03 DeptBudget-LoadedDate           PIC 9(8).
           03 DeptBudget-SourceFileId         PIC S9(09)  COMP-5.
