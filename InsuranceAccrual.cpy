      *> -------------------------------------------
      *> DECLARE TABLE for InsuranceAccrual
      *> THE MONTHLY ACCRUAL OF THE COLLECTIVE-AGREEMENT INSURANCE
      *> PREMIUMS (FORA / AFA) - ONE ROW PER COMPANY, PERIOD,
      *> EMPLOYEE AND INSURANCE, WRITTEN BY INSACC01 AND BOOKED IN
      *> THE PERIOD'S SIE VOUCHER. FORA01 RECONCILES THE ANNUAL
      *> REPORT'S PREMIUMS AGAINST THE YEAR'S SUM OF PeriodPremium.
      *> YtdBase/YtdPremium: THE PREMIUM BASE AND PREMIUM FOR THE
      *> YEAR UP TO AND INCLUDING Period (InsPremModule).
      *> PeriodPremium: WHAT THIS PERIOD BOOKED - YtdPremium LESS
      *> WHAT THE EARLIER PERIODS OF THE YEAR BOOKED, SO A CAP
      *> REACHED OR A CORRECTION POSTED TRUES ITSELF UP (AND CAN BE
      *> NEGATIVE). A RERUN OF THE PERIOD REPLACES ITS ROWS.
      *> ExpenseAccount/LiabilityAccount: THE PAIR IT WAS BOOKED ON
      *> (insrates.dat) - AN INSURANCE THE EMPLOYEE LEAVES IS BOOKED
      *> BACK ON THE SAME PAIR.
      *> -------------------------------------------
           EXEC SQL DECLARE InsuranceAccrual TABLE
           ( AccrualId            int
           , CompanyCode          char(2)      NOT NULL
           , PremiumYear          int          NOT NULL
           , Period               char(6)      NOT NULL
           , EmployeeId           int          NOT NULL
           , AgreementCode        char(2)      NOT NULL
           , InsuranceCode        char(4)      NOT NULL
           , YtdBase              int          NOT NULL
           , YtdPremium           int          NOT NULL
           , PeriodPremium        int          NOT NULL
           , ExpenseAccount       char(4)      NOT NULL
           , LiabilityAccount     char(4)      NOT NULL
           , RunDate              int          NOT NULL
           , RunAuditId           int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE InsuranceAccrual
      *> -------------------------------------------
       01  DCLInsuranceAccrual.
           03 InsuranceAccrual-AccrualId      PIC S9(09)  COMP-5.
           03 InsuranceAccrual-CompanyCode    PIC X(2).
           03 InsuranceAccrual-PremiumYear    PIC S9(09)  COMP-5.
           03 InsuranceAccrual-Period         PIC X(6).
           03 InsuranceAccrual-EmployeeId     PIC S9(09)  COMP-5.
           03 InsuranceAccrual-AgreementCode  PIC X(2).
           03 InsuranceAccrual-InsuranceCode  PIC X(4).
           03 InsuranceAccrual-YtdBase        PIC S9(09)  COMP-5.
           03 InsuranceAccrual-YtdPremium     PIC S9(09)  COMP-5.
           03 InsuranceAccrual-PeriodPremium  PIC S9(09)  COMP-5.
           03 InsuranceAccrual-ExpenseAccount PIC X(4).
           03 InsuranceAccrual-LiabilityAccount
                                               PIC X(4).
           03 InsuranceAccrual-RunDate        PIC S9(09)  COMP-5.
           03 InsuranceAccrual-RunAuditId     PIC S9(09)  COMP-5.
