      *> -------------------------------------------
      *> DECLARE TABLE for ProjectCost
      *> THE PAYROLL COST OF EACH PROJECT - ONE ROW PER RUN,
      *> EMPLOYEE AND PROJECT, WRITTEN BY MAIN01. THE EMPLOYEE'S
      *> GROSS, EMPLOYER TAX, EMPLOYER PENSION AND VACATION
      *> LIABILITY MOVEMENT ARE SPREAD OVER THE PROJECTS IN
      *> PROPORTION TO THE HOURS REPORTED ON EACH; HOURS WITH NO
      *> PROJECT (INTERNAL TIME) KEEP THEIR SHARE ON THE DEPARTMENT
      *> AND GET NO ROW. THE SAME SPLIT GOES INTO THE SIE VOUCHER
      *> AS DIMENSION 6 BESIDE THE DEPARTMENT. READ BY PROJRPT01.
      *> Hours: THE PROJECT'S HOURS THIS PERIOD (HUNDREDTHS).
      *> A BACKOUT (BACKOUT01) ADDS A NEGATED COPY OF THE ROW UNDER
      *> THE SAME RunAuditId, SO THE PERIOD NETS TO WHAT STANDS.
      *> -------------------------------------------
           EXEC SQL DECLARE ProjectCost TABLE
           ( ProjectCostId        int
           , CompanyCode          char(2)      NOT NULL
           , Period               char(6)      NOT NULL
           , EmployeeId           int          NOT NULL
           , ProjectCode          char(8)      NOT NULL
           , DeptCode             char(4)      NOT NULL
           , Hours                decimal(7,2) NOT NULL
           , GrossAmount          int          NOT NULL
           , EmpTaxAmount         int          NOT NULL
           , PensionAmount        int          NOT NULL
           , VacationAmount       int          NOT NULL
           , RunDate              int          NOT NULL
           , RunAuditId           int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE ProjectCost
      *> -------------------------------------------
       01  DCLProjectCost.
           03 ProjectCost-ProjectCostId       PIC S9(09)  COMP-5.
           03 ProjectCost-CompanyCode         PIC X(2).
           03 ProjectCost-Period              PIC X(6).
           03 ProjectCost-EmployeeId          PIC S9(09)  COMP-5.
           03 ProjectCost-ProjectCode         PIC X(8).
           03 ProjectCost-DeptCode            PIC X(4).
           03 ProjectCost-Hours               PIC S9(5)V9(2) COMP-3.
           03 ProjectCost-GrossAmount         PIC S9(09)  COMP-5.
           03 ProjectCost-EmpTaxAmount        PIC S9(09)  COMP-5.
           03 ProjectCost-PensionAmount       PIC S9(09)  COMP-5.
           03 ProjectCost-VacationAmount      PIC S9(09)  COMP-5.
           03 ProjectCost-RunDate             PIC S9(09)  COMP-5.
           03 ProjectCost-RunAuditId          PIC S9(09)  COMP-5.
