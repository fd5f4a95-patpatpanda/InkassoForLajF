      *> PAYMENT POSTED BY ONEOFF01 AND TAXED AT THE ENGANGSSKATT
      *> FLAT RATE. AGGREGATING READERS (PAYREG01, ANNSTM01, YTD)
      *> DELIBERATELY SUM BOTH; MAIN01'S DUPLICATE CHECK AND RUN
      *> RECONCILIATION EXCLUDE "O" ROWS. "B" IS BACK PAY FOR
      *> EARLIER PERIODS (BackPay), POSTED BY MAIN01 IN THE PERIOD
      *> IT IS PAID BESIDE THE EMPLOYEE'S REGULAR ROW, AND EXCLUDED
      *> FROM THE SAME CHECKS.
      *> EstatePay: "Y" ON A ROW PAID AFTER THE EMPLOYEE'S DEATH -
      *> THE MONEY BELONGS TO THE ESTATE (DODSBO), NO PRELIMINARY
      *> TAX IS WITHHELD, AGIDEC01 DECLARES IT AS CASH THAT IS NOT
      *> A BASIS FOR TAX DEDUCTION AND DISBUR01 PAYS IT ONLY TO A
      *> REGISTERED ESTATE ACCOUNT. "N" OR NULL OTHERWISE.
      *> -------------------------------------------
           EXEC SQL DECLARE EmployeeDeductions TABLE
           ( EmployeeId           int          NOT NULL
           , HoursWorked          decimal(7,2)
           , PayGroup             char(2)
           , PayCycle             char(2)
           , SalaryExchange       int
           , ExpenseAmount        int
           , PaymentDate          int
           , PaidPeriod           char(6)
           , RunAuditId           int
           , EstatePay            char(1)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE EmployeeDeductions
           03 EmployeeDeductions-PayType      PIC X(1).
             88 EmployeeDeductions-Regular    VALUE "R".
             88 EmployeeDeductions-OneOff     VALUE "O".
             88 EmployeeDeductions-BackPay    VALUE "B".
      *> TAXABLE BENEFIT-IN-KIND VALUE INCLUDED IN THE TAX BASE FOR
      *> THE PERIOD BUT NOT IN Salary OR NetSalary (NEVER PAID OUT).
           03 EmployeeDeductions-BenefitValue PIC S9(09)  COMP-5.
      *> SUM ACROSS ALL CYCLES AS THEY ALWAYS HAVE.
           03 EmployeeDeductions-PayGroup     PIC X(2).
           03 EmployeeDeductions-PayCycle     PIC X(2).
      *> GROSS GIVEN UP FOR PENSION UNDER A SalaryExchange ENROLMENT
      *> ON A REGULAR ROW - Salary IS ALREADY NET OF IT. 0/NULL WHEN
      *> NONE WAS MADE.
           03 EmployeeDeductions-SalaryExchange
                                               PIC S9(09)  COMP-5.
      *> NON-TAXABLE EXPENSE REIMBURSEMENTS PAID WITH THE ROW - IN
      *> NetSalary BUT NOT IN Salary. 0/NULL WHEN NONE WERE PAID.
           03 EmployeeDeductions-ExpenseAmount
                                               PIC S9(09)  COMP-5.
      *> THE DAY THE ROW WAS ACTUALLY PAID OUT - THE BANK FILE'S
      *> VALUE DATE, STAMPED BY DISBUR01 WHEN IT PAYS THE CYCLE AND
      *> CONFIRMED BY BANKREL01 ON RELEASE - AND ITS YYYYMM. TAX IS
      *> DUE IN THE MONTH OF PAYMENT, SO THE AUTHORITY REPORTING
      *> (AGIDEC01, REMIT01, ANNSTM01) SELECTS ON
      *> COALESCE(PaidPeriod, Period); COST REPORTING STAYS ON THE
      *> EARNING Period. NULL UNTIL PAID, AND ON ROWS FROM BEFORE
      *> THE COLUMNS EXISTED.
           03 EmployeeDeductions-PaymentDate  PIC S9(09)  COMP-5.
           03 EmployeeDeductions-PaidPeriod   PIC X(6).
      *> THE RunAudit ROW OF THE MAIN01 RUN THAT POSTED THE ROW (AND
      *> ON BACKOUT01'S OFFSETS, OF THE RUN THEY BACK OUT). A RUN
      *> WHOSE Outcome IS "BACKED OUT" NO LONGER COUNTS FOR MAIN01'S
      *> DUPLICATE CHECK. NULL ON ROWS FROM OTHER PROGRAMS AND FROM
      *> BEFORE THE COLUMN EXISTED.
           03 EmployeeDeductions-RunAuditId   PIC S9(09)  COMP-5.
           03 EmployeeDeductions-EstatePay    PIC X(1).
             88 EmployeeDeductions-Paid-To-Estate
                                               VALUE "Y".
      *> -------------------------------------------
      *> COBOL INDICATOR VARIABLES FOR TABLE EmployeeDeductions
      *> -------------------------------------------
