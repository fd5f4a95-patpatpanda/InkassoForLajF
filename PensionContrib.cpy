           , EmployeeAmount       int          NOT NULL
           , EmployerAmount       int          NOT NULL
           , Status               char(10)
           , ExchangeAmount       int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PensionContrib
           03 PensionContrib-Status           PIC X(10).
             88 PensionContrib-Rejected       VALUE "REJECTED".
             88 PensionContrib-Resent         VALUE "RESENT".
      *> THE SALARY-EXCHANGE PREMIUM (WITH ITS UPLIFT) INCLUDED IN
      *> EmployerAmount - 0/NULL WHEN THE EMPLOYEE EXCHANGED NOTHING.
           03 PensionContrib-ExchangeAmount   PIC S9(09)  COMP-5.
