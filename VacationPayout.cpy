      *> -------------------------------------------
      *> DECLARE TABLE for VacationPayout
      *> UNUSED VACATION DAYS THAT MAY NOT BE SAVED, PRICED AT THE
      *> 12 PERCENT LIABILITY CARRIED FOR THEM. VACROLL01 RAISES THE
      *> ROW AT VACATION YEAR END AND RELEASES THE LIABILITY; THE
      *> NEXT MAIN01 RUN FOR THE COMPANY PAYS EVERY PENDING ROW AS
      *> PART OF THE CASH GROSS AND STAMPS PaidPeriod AND
      *> PaidRunAuditId.
      *> Status: "PENDING" OR "PAID".
      *> -------------------------------------------
           EXEC SQL DECLARE VacationPayout TABLE
           ( PayoutId             int
           , EmployeeId           int          NOT NULL
           , VacationYear         int          NOT NULL
           , Days                 decimal(6,2) NOT NULL
           , Amount               int          NOT NULL
           , Status               char(10)     NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , CreatedDate          int          NOT NULL
           , PaidPeriod           char(6)
           , PaidRunAuditId       int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE VacationPayout
      *> -------------------------------------------
       01  DCLVacationPayout.
           03 VacationPayout-PayoutId         PIC S9(09)  COMP-5.
           03 VacationPayout-EmployeeId       PIC S9(09)  COMP-5.
           03 VacationPayout-VacationYear     PIC S9(09)  COMP-5.
           03 VacationPayout-Days             PIC S9(4)V9(2) COMP-3.
           03 VacationPayout-Amount           PIC S9(09)  COMP-5.
           03 VacationPayout-Status           PIC X(10).
             88 VacationPayout-Pending        VALUE "PENDING".
             88 VacationPayout-Paid           VALUE "PAID".
           03 VacationPayout-CompanyCode      PIC X(2).
           03 VacationPayout-CreatedDate      PIC S9(09)  COMP-5.
           03 VacationPayout-PaidPeriod       PIC X(6).
           03 VacationPayout-PaidRunAuditId   PIC S9(09)  COMP-5.
