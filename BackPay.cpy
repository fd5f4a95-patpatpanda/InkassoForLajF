      *> -------------------------------------------
      *> DECLARE TABLE for BackPay
      *> ONE ROW PER EMPLOYEE PER EARNING PERIOD PER BACKDATED
      *> SalaryHistory SEGMENT: THE DIFFERENCE BETWEEN WHAT THE
      *> PERIOD WAS POSTED AT AND WHAT THE NEW SEGMENT SAYS IT
      *> SHOULD HAVE EARNED, PRICED AT THAT PERIOD'S OWN RULES.
      *> BACKPAY01 RAISES THE ROWS; THE NEXT REGULAR MAIN01 RUN
      *> PAYS EVERY PENDING ROW AS ONE PayType "B" POSTING IN ITS
      *> OWN PERIOD AND STAMPS PaidPeriod/PaidRunAuditId.
      *> Period IS THE EARNING PERIOD, NOT THE PAYMENT PERIOD.
      *> EffectiveFrom IS THE SEGMENT THAT RAISED THE ROW - TOGETHER
      *> WITH EmployeeId AND Period IT STOPS A SECOND BACKPAY01 RUN
      *> RAISING THE SAME DIFFERENCE TWICE.
      *> Status: "PENDING", "PAID" OR "CANCELLED".
      *> -------------------------------------------
           EXEC SQL DECLARE BackPay TABLE
           ( BackPayId            int
           , EmployeeId           int          NOT NULL
           , Period               char(6)      NOT NULL
           , EffectiveFrom        int          NOT NULL
           , OldSalary            int          NOT NULL
           , NewSalary            int          NOT NULL
           , GrossDelta           int          NOT NULL
           , TaxDelta             int          NOT NULL
           , FeeDelta             int          NOT NULL
           , PensionEmpDelta      int          NOT NULL
           , PensionEmplrDelta    int          NOT NULL
           , EmpTaxDelta          int          NOT NULL
           , Status               char(10)     NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , CreatedDate          int          NOT NULL
           , PaidPeriod           char(6)
           , PaidRunAuditId       int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BackPay
      *> -------------------------------------------
       01  DCLBackPay.
           03 BackPay-BackPayId               PIC S9(09)  COMP-5.
           03 BackPay-EmployeeId              PIC S9(09)  COMP-5.
           03 BackPay-Period                  PIC X(6).
           03 BackPay-EffectiveFrom           PIC S9(09)  COMP-5.
           03 BackPay-OldSalary               PIC S9(09)  COMP-5.
           03 BackPay-NewSalary               PIC S9(09)  COMP-5.
           03 BackPay-GrossDelta              PIC S9(09)  COMP-5.
           03 BackPay-TaxDelta                PIC S9(09)  COMP-5.
           03 BackPay-FeeDelta                PIC S9(09)  COMP-5.
           03 BackPay-PensionEmpDelta         PIC S9(09)  COMP-5.
           03 BackPay-PensionEmplrDelta       PIC S9(09)  COMP-5.
           03 BackPay-EmpTaxDelta             PIC S9(09)  COMP-5.
           03 BackPay-Status                  PIC X(10).
             88 BackPay-Pending               VALUE "PENDING".
             88 BackPay-Paid                  VALUE "PAID".
             88 BackPay-Cancelled             VALUE "CANCELLED".
           03 BackPay-CompanyCode             PIC X(2).
           03 BackPay-CreatedDate             PIC S9(09)  COMP-5.
           03 BackPay-PaidPeriod              PIC X(6).
           03 BackPay-PaidRunAuditId          PIC S9(09)  COMP-5.
