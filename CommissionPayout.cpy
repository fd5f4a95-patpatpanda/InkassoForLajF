      *> -------------------------------------------
      *> DECLARE TABLE for CommissionPayout
      *> ONE ROW PER EMPLOYEE AND BASIS PERIOD CALCULATED BY
      *> COMM01 FROM THE SALES SYSTEM'S RESULT FILE. THE ROW IS THE
      *> TRAIL: THE PLAN ROW AND VERSION IT WAS PRICED ON, THE
      *> SALES FIGURE AND THE SALES SYSTEM'S OWN REFERENCE FOR IT,
      *> AND THE InboundFile REGISTRATION OF THE FILE IT CAME IN.
      *> BasisPeriod IS "YYYYMM" FOR A MONTHLY PLAN, "YYYYQn" FOR
      *> A QUARTERLY ONE. CalcAmount IS THE TIERED AMOUNT BEFORE
      *> THE CAP, PayoutAmount WHAT IS PAID (Capped = "Y" WHEN THE
      *> CAP CUT IT). Status: "PROPOSED" (CALCULATED, ON THE REVIEW
      *> REPORT), "APPROVED" (SIGNED OFF BY A SECOND OPERATOR),
      *> "WRITTEN" (HANDED TO ONEOFF01 AS A BON LINE IN oneoff.dat
      *> WITH REFERENCE "COM" + PayoutId) OR "REJECTED".
      *> -------------------------------------------
           EXEC SQL DECLARE CommissionPayout TABLE
           ( PayoutId             int
           , BatchRef             char(12)     NOT NULL
           , EmployeeId           int          NOT NULL
           , PlanId               int          NOT NULL
           , PlanVersion          int          NOT NULL
           , BasisPeriod          char(6)      NOT NULL
           , SalesAmount          int          NOT NULL
           , SalesRef             char(20)     NOT NULL
           , SalesFileId          int          NOT NULL
           , TargetAmount         int          NOT NULL
           , CalcAmount           int          NOT NULL
           , PayoutAmount         int          NOT NULL
           , Capped               char(1)      NOT NULL
           , Status               char(10)     NOT NULL
           , ProposedBy           char(8)      NOT NULL
           , ApprovedBy           char(8)
           , CalcDate             int          NOT NULL
           , WrittenDate          int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE CommissionPayout
      *> -------------------------------------------
       01  DCLCommissionPayout.
           03 CommissionPayout-PayoutId       PIC S9(09)  COMP-5.
           03 CommissionPayout-BatchRef       PIC X(12).
           03 CommissionPayout-EmployeeId     PIC S9(09)  COMP-5.
           03 CommissionPayout-PlanId         PIC S9(09)  COMP-5.
           03 CommissionPayout-PlanVersion    PIC S9(09)  COMP-5.
           03 CommissionPayout-BasisPeriod    PIC X(6).
           03 CommissionPayout-SalesAmount    PIC S9(09)  COMP-5.
           03 CommissionPayout-SalesRef       PIC X(20).
           03 CommissionPayout-SalesFileId    PIC S9(09)  COMP-5.
           03 CommissionPayout-TargetAmount   PIC S9(09)  COMP-5.
           03 CommissionPayout-CalcAmount     PIC S9(09)  COMP-5.
           03 CommissionPayout-PayoutAmount   PIC S9(09)  COMP-5.
           03 CommissionPayout-Capped         PIC X(1).
             88 CommissionPayout-Was-Capped   VALUE "Y".
           03 CommissionPayout-Status         PIC X(10).
             88 CommissionPayout-Proposed     VALUE "PROPOSED".
             88 CommissionPayout-Approved     VALUE "APPROVED".
             88 CommissionPayout-Written      VALUE "WRITTEN".
             88 CommissionPayout-Rejected     VALUE "REJECTED".
           03 CommissionPayout-ProposedBy     PIC X(8).
           03 CommissionPayout-ApprovedBy     PIC X(8).
           03 CommissionPayout-CalcDate       PIC 9(8).
           03 CommissionPayout-WrittenDate    PIC 9(8).
