      *> ORDER AND CLIPPED TO WHAT IS LEFT. ROWS FROM BEFORE THE
      *> SPLIT COLUMNS EXISTED (NULLS) ARE THE PRIMARY ACCOUNT.
      *> VALIDATED AT ENTRY BY BANKMAINT - CLEARING IS 4-5 DIGITS,
      *> ACCOUNT IS NUMERIC AND NONZERO AND PASSES THE BANK'S CHECK
      *> DIGITS (BankCheckModule). BANKMAINT ONLY KEYS A CHANGE INTO
      *> PendingBankAccount - A ROW HERE IS WRITTEN BY BANKAPPR01
      *> WHEN A SECOND OPERATOR APPROVES IT.
      *> AccountType "E" MARKS THE ESTATE'S (DODSBO'S) ACCOUNT,
      *> REGISTERED AS RANK 1 ONCE AN EMPLOYEE HAS DIED - DISBUR01
      *> PAYS A DECEASED EMPLOYEE ONLY TO SUCH AN ACCOUNT. BLANK OR
      *> NULL IS THE EMPLOYEE'S OWN ACCOUNT.
      *> -------------------------------------------
           EXEC SQL DECLARE BankAccounts TABLE
           ( EmployeeId           int          NOT NULL
           , SplitMethod          char(1)
           , SplitValue           int
           , ChangedDate          int
           , AccountType          char(1)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BankAccounts
             88 BankAccounts-Split-Fixed      VALUE "F".
             88 BankAccounts-Split-Percent    VALUE "P".
           03 BankAccounts-SplitValue         PIC S9(09)  COMP-5.
      *> WHEN THE ROW WAS LAST APPROVED (YYYYMMDD) -
      *> STAMPED BY BANKAPPR01, READ BY THE PRE-DISBURSEMENT FRAUD
      *> SCREEN (AN ACCOUNT CHANGED DAYS BEFORE A PAYMENT IS A
      *> CLASSIC DIVERSION PATTERN).
           03 BankAccounts-ChangedDate        PIC S9(09)  COMP-5.
           03 BankAccounts-AccountType        PIC X(1).
             88 BankAccounts-Estate-Account   VALUE "E".
