       WORKING-STORAGE SECTION.

       COPY "BankAccounts.cpy".
       COPY "Operators.cpy".
       COPY "PendingBankAccount.cpy".

           EXEC SQL
           INCLUDE SQLCA
           DECLARE BankListCursor CURSOR FOR
           SELECT EmployeeId, ClearingNumber, AccountNumber,
           COALESCE(AccountRank, 1), COALESCE(SplitMethod, ' '),
           COALESCE(SplitValue, 0), COALESCE(AccountType, ' ')
           FROM REDWARRIOR.dbo.BankAccounts
           ORDER BY EmployeeId, COALESCE(AccountRank, 1)
           END-EXEC.

           EXEC SQL
           DECLARE PendingBankCursor CURSOR FOR
           SELECT PendingId, EmployeeId, AccountRank,
           ClearingNumber, AccountNumber, SplitMethod, SplitValue,
           CheckResult, KeyedBy, KeyedDate, COALESCE(AccountType, ' ')
           FROM REDWARRIOR.dbo.PendingBankAccount
           WHERE Status = 'PENDING'
           ORDER BY PendingId
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.
       01 WS-PCT-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-RANK-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-VALUE-DISP PIC 9(9).
       01 WS-PENDING-COUNT PIC S9(09) COMP-5 VALUE 0.
      *    THE EMPLOYEE'S DATE OF DEATH (0 WHILE ALIVE) - AFTER A
      *    DEATH ONLY THE ESTATE'S ACCOUNT MAY BE PAID.
       01 WS-DECEASED-DATE PIC S9(09) COMP-5 VALUE 0.

      *    PASSED TO BankCheckModule - SEE THAT PROGRAM FOR THE
      *    CLEARING RANGES AND THE CHECK-DIGIT RULE FOR EACH.
       01 WS-BCK-RESULT PIC X(1).
         88 BCK-VERIFIED VALUE "Y".
         88 BCK-INVALID VALUE "N".
         88 BCK-UNKNOWN-RANGE VALUE "U".
       01 WS-BCK-REASON PIC X(40).

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Employee bank account maintenance"
               DISPLAY "  A = Add or replace an account"
               DISPLAY "  L = List all accounts"
               DISPLAY "  P = List changes awaiting approval"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE
                       PERFORM LIST-BANK-ACCOUNTS
                   WHEN "l"
                       PERFORM LIST-BANK-ACCOUNTS
                   WHEN "P"
                       PERFORM LIST-PENDING-ACCOUNTS
                   WHEN "p"
                       PERFORM LIST-PENDING-ACCOUNTS
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
               MOVE 0 TO BankAccounts-SplitValue
           END-IF

           MOVE SPACE TO BankAccounts-AccountType
           IF BankAccounts-AccountRank = 1
               DISPLAY "Account type (blank = the employee's own, "
                 "E = the estate of a deceased employee): "
               ACCEPT BankAccounts-AccountType
           END-IF

           PERFORM EDIT-ACCOUNT-FIELDS

           IF ACCOUNT-EDITS-PASS
               PERFORM CHECK-ESTATE-RULES
           END-IF

           IF ACCOUNT-EDITS-PASS
               PERFORM CHECK-ACCOUNT-DIGITS
           END-IF

           IF ACCOUNT-EDITS-PASS
               PERFORM CHECK-NOTHING-PENDING
           END-IF

           IF ACCOUNT-EDITS-FAIL
               DISPLAY "Account not saved - " WS-EDIT-REASON
           ELSE
               PERFORM INSERT-PENDING-ACCOUNT
           END-IF.

       OPERATOR-SIGN-ON SECTION.
      *    EVERY ACCOUNT CHANGE CARRIES THE ID OF WHOEVER KEYED IT,
      *    SO BANKAPPR01 CAN HOLD THE APPROVER TO A DIFFERENT
      *    OPERATOR. ANY KNOWN OPERATOR MAY KEY A CHANGE.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName
               INTO :Operators-OperatorName
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "BANKMAINT: SQL ERROR ON SIGN-ON, "
                     "CODE = " SQLCODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       CHECK-ACCOUNT-DIGITS SECTION.
      *    A MISTYPED ACCOUNT NUMBER THAT STILL PASSES THE NUMERIC
      *    EDITS SENDS SALARY TO A STRANGER OR BOUNCES WEEKS LATER -
      *    THE BANKS' OWN CHECK DIGITS CATCH NEARLY ALL OF THEM. A
      *    CLEARING RANGE WITH NO KNOWN RULE IS LET THROUGH BUT
      *    FLAGGED, AND THE APPROVER SEES THE FLAG.
           CALL "BankCheckModule" USING BankAccounts-ClearingNumber
             BankAccounts-AccountNumber WS-BCK-RESULT WS-BCK-REASON

           EVALUATE TRUE
               WHEN BCK-INVALID
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE WS-BCK-REASON TO WS-EDIT-REASON
               WHEN BCK-UNKNOWN-RANGE
                   DISPLAY "Warning - no check-digit rule for "
                     "clearing " BankAccounts-ClearingNumber
                     ", the approver must confirm the account "
                     "with the employee."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-ESTATE-RULES SECTION.
      *    ONCE AN EMPLOYEE HAS DIED THE MONEY IS THE ESTATE'S - THE
      *    ONE ACCOUNT TAKEN IS THE ESTATE'S OWN, KEYED AS RANK 1
      *    TYPE "E", AND NO SPLIT RANKS. AN ESTATE ACCOUNT IS NEVER
      *    TAKEN FOR SOMEONE STILL ALIVE.
           MOVE 0 TO WS-DECEASED-DATE

           EXEC SQL
               SELECT COALESCE(DECEASED_DATE, 0)
               INTO :WS-DECEASED-DATE
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :BankAccounts-EmployeeId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE "Employee lookup failed" TO WS-EDIT-REASON
               WHEN BankAccounts-AccountType NOT = SPACE AND
                    NOT BankAccounts-Estate-Account
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE "Account type is not blank or E"
                     TO WS-EDIT-REASON
               WHEN WS-DECEASED-DATE = 0 AND
                    BankAccounts-Estate-Account
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE "No death recorded - not an estate"
                     TO WS-EDIT-REASON
               WHEN WS-DECEASED-DATE > 0 AND
                    BankAccounts-AccountRank > 1
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE "Employee deceased - no split accounts"
                     TO WS-EDIT-REASON
               WHEN WS-DECEASED-DATE > 0 AND
                    NOT BankAccounts-Estate-Account
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE "Employee deceased - estate account only"
                     TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-NOTHING-PENDING SECTION.
      *    ONE CHANGE AT A TIME PER EMPLOYEE AND RANK - A SECOND
      *    CHANGE KEYED ON TOP OF AN UNAPPROVED ONE WOULD LEAVE THE
      *    APPROVER GUESSING WHICH ONE THE EMPLOYEE ASKED FOR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PENDING-COUNT
               FROM REDWARRIOR.dbo.PendingBankAccount
               WHERE EmployeeId = :BankAccounts-EmployeeId
                 AND AccountRank = :BankAccounts-AccountRank
                 AND Status = 'PENDING'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE "Pending-change lookup failed"
                     TO WS-EDIT-REASON
               WHEN WS-PENDING-COUNT > 0
                   SET ACCOUNT-EDITS-FAIL TO TRUE
                   MOVE "A change for this rank awaits approval"
                     TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       INSERT-PENDING-ACCOUNT SECTION.
      *    NOTHING TOUCHES BankAccounts HERE. THE CHANGE WAITS IN
      *    PendingBankAccount UNTIL A SECOND OPERATOR WITH PAYMENT
      *    AUTHORITY APPROVES IT IN BANKAPPR01 - UNTIL THEN DISBUR01
      *    GOES ON PAYING THE ACCOUNT ALREADY ON FILE.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE BankAccounts-EmployeeId
             TO PendingBankAccount-EmployeeId
           MOVE BankAccounts-AccountRank
             TO PendingBankAccount-AccountRank
           MOVE BankAccounts-ClearingNumber
             TO PendingBankAccount-ClearingNumber
           MOVE BankAccounts-AccountNumber
             TO PendingBankAccount-AccountNumber
           MOVE BankAccounts-SplitMethod
             TO PendingBankAccount-SplitMethod
           MOVE BankAccounts-SplitValue
             TO PendingBankAccount-SplitValue
           MOVE BankAccounts-AccountType
             TO PendingBankAccount-AccountType
           MOVE WS-BCK-RESULT TO PendingBankAccount-CheckResult
           MOVE WS-OPERATOR-ID TO PendingBankAccount-KeyedBy
           MOVE WS-TODAY TO PendingBankAccount-KeyedDate
           MOVE WS-NOW-TIME TO PendingBankAccount-KeyedTime

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.PendingBankAccount
               (EmployeeId, AccountRank, ClearingNumber,
               AccountNumber, SplitMethod, SplitValue, CheckResult,
               KeyedBy, KeyedDate, KeyedTime, Status, AccountType)
               VALUES (:PendingBankAccount-EmployeeId,
               :PendingBankAccount-AccountRank,
               :PendingBankAccount-ClearingNumber,
               :PendingBankAccount-AccountNumber,
               :PendingBankAccount-SplitMethod,
               :PendingBankAccount-SplitValue,
               :PendingBankAccount-CheckResult,
               :PendingBankAccount-KeyedBy,
               :PendingBankAccount-KeyedDate,
               :PendingBankAccount-KeyedTime,
               'PENDING', :PendingBankAccount-AccountType)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Change recorded as PENDING - a second "
                     "operator with payment authority must approve "
                     "it in BANKAPPR01."
               WHEN OTHER
                   DISPLAY "BANKMAINT: SQL ERROR ON PENDING INSERT, "
                     "CODE = " SQLCODE
           END-EVALUATE.

       EDIT-ACCOUNT-FIELDS SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "EmployeeId Clearing Account      Rank "
             "Mth Value     Typ"

           EXEC SQL
               OPEN BankListCursor
                       :BankAccounts-AccountNumber,
                       :BankAccounts-AccountRank,
                       :BankAccounts-SplitMethod,
                       :BankAccounts-SplitValue,
                       :BankAccounts-AccountType
               END-EXEC

               EVALUATE SQLCODE
                         BankAccounts-AccountNumber " "
                         BankAccounts-AccountRank " "
                         BankAccounts-SplitMethod " "
                         WS-VALUE-DISP " "
                         BankAccounts-AccountType
                   WHEN OTHER
                       DISPLAY "BANKMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
           EXEC SQL
               CLOSE BankListCursor
           END-EXEC.

       LIST-PENDING-ACCOUNTS SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "PendId    EmployeeId Rank      Clearing Account"
             "      Mth Value     Chk KeyedBy  Date     Typ"

           EXEC SQL
               OPEN PendingBankCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH PendingBankCursor INTO
                       :PendingBankAccount-PendingId,
                       :PendingBankAccount-EmployeeId,
                       :PendingBankAccount-AccountRank,
                       :PendingBankAccount-ClearingNumber,
                       :PendingBankAccount-AccountNumber,
                       :PendingBankAccount-SplitMethod,
                       :PendingBankAccount-SplitValue,
                       :PendingBankAccount-CheckResult,
                       :PendingBankAccount-KeyedBy,
                       :PendingBankAccount-KeyedDate,
                       :PendingBankAccount-AccountType
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE PendingBankAccount-SplitValue
                         TO WS-VALUE-DISP
                       DISPLAY PendingBankAccount-PendingId " "
                         PendingBankAccount-EmployeeId " "
                         PendingBankAccount-AccountRank " "
                         PendingBankAccount-ClearingNumber " "
                         PendingBankAccount-AccountNumber " "
                         PendingBankAccount-SplitMethod " "
                         WS-VALUE-DISP " "
                         PendingBankAccount-CheckResult " "
                         PendingBankAccount-KeyedBy " "
                         PendingBankAccount-KeyedDate " "
                         PendingBankAccount-AccountType
                   WHEN OTHER
                       DISPLAY "BANKMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PendingBankCursor
           END-EXEC.
