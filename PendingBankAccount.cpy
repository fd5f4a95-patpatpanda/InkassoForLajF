      *> -------------------------------------------
      *> DECLARE TABLE for PendingBankAccount
      *> A BankAccounts ADD OR REPLACEMENT KEYED IN BANKMAINT BUT
      *> NOT YET IN EFFECT. IT ONLY REACHES BankAccounts WHEN A
      *> SECOND, DIFFERENT OPERATOR HOLDING PAYMENT AUTHORITY
      *> APPROVES IT THROUGH BANKAPPR01 - UNTIL THEN DISBUR01 GOES
      *> ON PAYING THE ACCOUNT ALREADY APPROVED. ONE PENDING ROW
      *> PER EMPLOYEE AND RANK AT A TIME.
      *> CheckResult: "Y" CHECK DIGITS VERIFIED, "U" NO CHECK-DIGIT
      *> RULE KNOWN FOR THE CLEARING RANGE (THE APPROVER IS SHOWN
      *> THIS AND VERIFIES WITH THE EMPLOYEE).
      *> Status: "PENDING", "APPROVED" OR "REJECTED".
      *> AccountType: AS ON BankAccounts - "E" IS AN ESTATE ACCOUNT.
      *> -------------------------------------------
           EXEC SQL DECLARE PendingBankAccount TABLE
           ( PendingId            int
           , EmployeeId           int          NOT NULL
           , AccountRank          int          NOT NULL
           , ClearingNumber       char(5)      NOT NULL
           , AccountNumber        char(12)     NOT NULL
           , SplitMethod          char(1)      NOT NULL
           , SplitValue           int          NOT NULL
           , CheckResult          char(1)      NOT NULL
           , KeyedBy              char(8)      NOT NULL
           , KeyedDate            int          NOT NULL
           , KeyedTime            int          NOT NULL
           , Status               char(10)     NOT NULL
           , DecidedBy            char(8)
           , DecidedDate          int
           , AccountType          char(1)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PendingBankAccount
      *> -------------------------------------------
       01  DCLPendingBankAccount.
           03 PendingBankAccount-PendingId    PIC S9(09)  COMP-5.
           03 PendingBankAccount-EmployeeId   PIC S9(09)  COMP-5.
           03 PendingBankAccount-AccountRank  PIC S9(09)  COMP-5.
           03 PendingBankAccount-ClearingNumber
                                              PIC X(5).
           03 PendingBankAccount-AccountNumber
                                              PIC X(12).
           03 PendingBankAccount-SplitMethod  PIC X(1).
           03 PendingBankAccount-SplitValue   PIC S9(09)  COMP-5.
           03 PendingBankAccount-CheckResult  PIC X(1).
             88 PendingBankAccount-Verified   VALUE "Y".
             88 PendingBankAccount-Unverified VALUE "U".
           03 PendingBankAccount-KeyedBy      PIC X(8).
           03 PendingBankAccount-KeyedDate    PIC S9(09)  COMP-5.
           03 PendingBankAccount-KeyedTime    PIC S9(09)  COMP-5.
           03 PendingBankAccount-Status       PIC X(10).
             88 PendingBankAccount-Pending    VALUE "PENDING".
             88 PendingBankAccount-Approved   VALUE "APPROVED".
             88 PendingBankAccount-Rejected   VALUE "REJECTED".
           03 PendingBankAccount-DecidedBy    PIC X(8).
           03 PendingBankAccount-DecidedDate  PIC S9(09)  COMP-5.
           03 PendingBankAccount-AccountType  PIC X(1).
