       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAPPR01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE CONFIRMATION LETTER PER APPROVED CHANGE, APPENDED
      *    FOR THE MAILROOM - THE EMPLOYEE HEARS ABOUT THE CHANGE
      *    AT THE ADDRESS ON FILE, NOT THROUGH WHOEVER ASKED FOR IT.
           SELECT OPTIONAL BANKLETTERFILE ASSIGN TO WS-LETTER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANKLETTERFILE.
       01 FS-BANKLETTERFILE PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "BankAccounts.cpy".
       COPY "PendingBankAccount.cpy".
       COPY "Operators.cpy".
       COPY "ConfigAudit.cpy".
       COPY "EMPLOYEES.CPY".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE ACCOUNT ON FILE TODAY IS SHOWN BESIDE THE NEW ONE -
      *    THE APPROVER SEES EXACTLY WHAT IS BEING REPLACED.
           EXEC SQL
           DECLARE PendingBankCursor CURSOR FOR
           SELECT P.PendingId, P.EmployeeId, P.AccountRank,
           P.ClearingNumber, P.AccountNumber, P.CheckResult,
           P.KeyedBy, P.KeyedDate,
           COALESCE(B.ClearingNumber, ' '),
           COALESCE(B.AccountNumber, ' '),
           COALESCE(P.AccountType, ' ')
           FROM REDWARRIOR.dbo.PendingBankAccount P
           LEFT OUTER JOIN REDWARRIOR.dbo.BankAccounts B
             ON B.EmployeeId = P.EmployeeId
            AND COALESCE(B.AccountRank, 1) = P.AccountRank
           WHERE P.Status = 'PENDING'
           ORDER BY P.PendingId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-LETTER-PATH PIC X(80).
       01 WS-LETTER-STATUS PIC X(2) VALUE "00".

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-APPROVAL VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.
       01 WS-OLD-ACCOUNT-SWITCH PIC X(1) VALUE "N".
         88 OLD-ACCOUNT-FOUND VALUE "Y".
         88 OLD-ACCOUNT-NONE VALUE "N".

       01 WS-OLD-CLEARING PIC X(5).
       01 WS-OLD-ACCOUNT PIC X(12).
       01 WS-LETTER-ID PIC Z(8)9.
       01 WS-LETTER-DATE PIC 9(8).
       01 WS-MASKED-ACCOUNT PIC X(12).
       01 WS-MASKED-OLD PIC X(12).

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-LETTER-PATH

           PERFORM UNTIL QUIT-APPROVAL
               DISPLAY " "
               DISPLAY "Bank account change approval"
               DISPLAY "  L = List pending changes"
               DISPLAY "  A = Approve a pending change"
               DISPLAY "  X = Reject a pending change"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-PENDING-CHANGES
                   WHEN "l"
                       PERFORM LIST-PENDING-CHANGES
                   WHEN "A"
                       PERFORM APPROVE-PENDING-CHANGE
                   WHEN "a"
                       PERFORM APPROVE-PENDING-CHANGE
                   WHEN "X"
                       PERFORM REJECT-PENDING-CHANGE
                   WHEN "x"
                       PERFORM REJECT-PENDING-CHANGE
                   WHEN "Q"
                       SET QUIT-APPROVAL TO TRUE
                   WHEN "q"
                       SET QUIT-APPROVAL TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       OPERATOR-SIGN-ON SECTION.
      *    AN ACCOUNT CHANGE DECIDES WHERE SALARY IS PAID, SO IT IS
      *    APPROVED UNDER THE SAME PAYMENT AUTHORITY THAT RELEASES
      *    THE BANK FILE.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, AuthBrackets, AuthReversals,
               COALESCE(AuthPayments, 'N'),
               COALESCE(AuthSupervisor, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthBrackets, :Operators-AuthReversals,
               :Operators-AuthPayments, :Operators-AuthSupervisor
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "BANKAPPR01: SQL ERROR ON SIGN-ON, "
                     "CODE = " SQLCODE
                   GOBACK
               WHEN NOT Operator-May-Release-Payments
                   DISPLAY "Operator " WS-OPERATOR-ID
                     " does not hold payment authority - access"
                     " refused."
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       RESOLVE-LETTER-PATH SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-LETTER-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\bankletters.txt" DELIMITED BY SIZE
             INTO WS-LETTER-PATH.

       LIST-PENDING-CHANGES SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "PendId    EmployeeId Rank      Chk New clr/acct"
             "        Now clr/acct        KeyedBy  Date     Typ"

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
                       :PendingBankAccount-CheckResult,
                       :PendingBankAccount-KeyedBy,
                       :PendingBankAccount-KeyedDate,
                       :WS-OLD-CLEARING,
                       :WS-OLD-ACCOUNT,
                       :PendingBankAccount-AccountType
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       DISPLAY PendingBankAccount-PendingId " "
                         PendingBankAccount-EmployeeId " "
                         PendingBankAccount-AccountRank " "
                         PendingBankAccount-CheckResult "   "
                         PendingBankAccount-ClearingNumber " "
                         PendingBankAccount-AccountNumber " "
                         WS-OLD-CLEARING " " WS-OLD-ACCOUNT " "
                         PendingBankAccount-KeyedBy " "
                         PendingBankAccount-KeyedDate " "
                         PendingBankAccount-AccountType
                   WHEN OTHER
                       DISPLAY "BANKAPPR01: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PendingBankCursor
           END-EXEC

           DISPLAY "Chk U = no check-digit rule for the clearing "
             "range - confirm the account with the employee.".

       FETCH-PENDING-ROW SECTION.
           EXEC SQL
               SELECT EmployeeId, AccountRank, ClearingNumber,
               AccountNumber, SplitMethod, SplitValue, CheckResult,
               KeyedBy, COALESCE(AccountType, ' ')
               INTO :PendingBankAccount-EmployeeId,
               :PendingBankAccount-AccountRank,
               :PendingBankAccount-ClearingNumber,
               :PendingBankAccount-AccountNumber,
               :PendingBankAccount-SplitMethod,
               :PendingBankAccount-SplitValue,
               :PendingBankAccount-CheckResult,
               :PendingBankAccount-KeyedBy,
               :PendingBankAccount-AccountType
               FROM REDWARRIOR.dbo.PendingBankAccount
               WHERE PendingId = :PendingBankAccount-PendingId
                 AND Status = 'PENDING'
           END-EXEC.

       APPROVE-PENDING-CHANGE SECTION.
           DISPLAY "PendingId to approve: "
           ACCEPT PendingBankAccount-PendingId

           PERFORM FETCH-PENDING-ROW

           EVALUATE SQLCODE
               WHEN 0
      *            FOUR-EYES: THE APPROVER MUST NOT BE THE KEYER.
                   IF PendingBankAccount-KeyedBy = WS-OPERATOR-ID
                       DISPLAY "A change cannot be approved by the"
                         " operator who keyed it - ask a colleague."
                   ELSE
                       PERFORM APPLY-PENDING-CHANGE
                   END-IF
               WHEN 100
                   DISPLAY "No PENDING change with that id."
               WHEN OTHER
                   DISPLAY "BANKAPPR01: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       APPLY-PENDING-CHANGE SECTION.
      *    ONE ROW PER EMPLOYEE AND RANK - AN APPROVED CHANGE FOR A
      *    RANK THE EMPLOYEE ALREADY HAS REPLACES IT. ChangedDate IS
      *    THE APPROVAL DATE: THAT IS WHEN THE ACCOUNT STARTS TO
      *    RECEIVE PAY, AND WHAT THE FRAUD SCREEN MEASURES FROM.
           MOVE PendingBankAccount-EmployeeId
             TO BankAccounts-EmployeeId
           MOVE PendingBankAccount-AccountRank
             TO BankAccounts-AccountRank

           EXEC SQL
               SELECT ClearingNumber, AccountNumber
               INTO :WS-OLD-CLEARING, :WS-OLD-ACCOUNT
               FROM REDWARRIOR.dbo.BankAccounts
               WHERE EmployeeId = :BankAccounts-EmployeeId
                 AND COALESCE(AccountRank, 1) =
                   :BankAccounts-AccountRank
           END-EXEC

           IF SQLCODE = 0
               SET OLD-ACCOUNT-FOUND TO TRUE
               MOVE SPACES TO ConfigAudit-BeforeImage
               STRING WS-OLD-CLEARING "/" WS-OLD-ACCOUNT
                 DELIMITED BY SIZE INTO ConfigAudit-BeforeImage
           ELSE
               SET OLD-ACCOUNT-NONE TO TRUE
               MOVE SPACES TO WS-OLD-CLEARING WS-OLD-ACCOUNT
               MOVE "NEW" TO ConfigAudit-BeforeImage
           END-IF

           MOVE PendingBankAccount-ClearingNumber
             TO BankAccounts-ClearingNumber
           MOVE PendingBankAccount-AccountNumber
             TO BankAccounts-AccountNumber
           MOVE PendingBankAccount-SplitMethod
             TO BankAccounts-SplitMethod
           MOVE PendingBankAccount-SplitValue
             TO BankAccounts-SplitValue
           MOVE PendingBankAccount-AccountType
             TO BankAccounts-AccountType
           MOVE WS-AUDIT-DATE TO BankAccounts-ChangedDate

           IF OLD-ACCOUNT-FOUND
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.BankAccounts
                   SET ClearingNumber = :BankAccounts-ClearingNumber,
                   AccountNumber = :BankAccounts-AccountNumber,
                   SplitMethod = :BankAccounts-SplitMethod,
                   SplitValue = :BankAccounts-SplitValue,
                   ChangedDate = :BankAccounts-ChangedDate,
                   AccountType = :BankAccounts-AccountType
                   WHERE EmployeeId = :BankAccounts-EmployeeId
                     AND COALESCE(AccountRank, 1) =
                       :BankAccounts-AccountRank
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.BankAccounts
                   (EmployeeId, ClearingNumber, AccountNumber,
                   AccountRank, SplitMethod, SplitValue, ChangedDate,
                   AccountType)
                   VALUES (:BankAccounts-EmployeeId,
                   :BankAccounts-ClearingNumber,
                   :BankAccounts-AccountNumber,
                   :BankAccounts-AccountRank,
                   :BankAccounts-SplitMethod,
                   :BankAccounts-SplitValue,
                   :BankAccounts-ChangedDate,
                   :BankAccounts-AccountType)
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO ConfigAudit-AfterImage
                   STRING BankAccounts-ClearingNumber "/"
                     BankAccounts-AccountNumber "/"
                     PendingBankAccount-CheckResult
                     DELIMITED BY SIZE INTO ConfigAudit-AfterImage
                   MOVE PendingBankAccount-EmployeeId
                     TO WS-LETTER-ID
                   MOVE WS-LETTER-ID TO ConfigAudit-KeyValue
                   PERFORM WRITE-CONFIG-AUDIT

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.PendingBankAccount
                       SET Status = 'APPROVED',
                       DecidedBy = :WS-OPERATOR-ID,
                       DecidedDate = :WS-AUDIT-DATE
                       WHERE PendingId =
                         :PendingBankAccount-PendingId
                   END-EXEC

                   EXEC SQL COMMIT END-EXEC

                   DISPLAY "Change approved - BankAccounts updated."
                   PERFORM WRITE-CONFIRMATION-LETTER
               WHEN OTHER
                   DISPLAY "BANKAPPR01: SQL ERROR ON APPROVAL, "
                     "CODE = " SQLCODE
           END-EVALUATE.

       REJECT-PENDING-CHANGE SECTION.
           DISPLAY "PendingId to reject: "
           ACCEPT PendingBankAccount-PendingId

           PERFORM FETCH-PENDING-ROW

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM MARK-PENDING-REJECTED
               WHEN 100
                   DISPLAY "No PENDING change with that id."
               WHEN OTHER
                   DISPLAY "BANKAPPR01: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       MARK-PENDING-REJECTED SECTION.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.PendingBankAccount
               SET Status = 'REJECTED',
               DecidedBy = :WS-OPERATOR-ID,
               DecidedDate = :WS-AUDIT-DATE
               WHERE PendingId = :PendingBankAccount-PendingId
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Change rejected - BankAccounts untouched."
               WHEN OTHER
                   DISPLAY "BANKAPPR01: SQL ERROR ON REJECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       WRITE-CONFIG-AUDIT SECTION.
           MOVE "BankAccounts" TO ConfigAudit-TableName
           MOVE WS-OPERATOR-ID TO ConfigAudit-OperatorId
           MOVE WS-AUDIT-DATE TO ConfigAudit-ChangeDate
           MOVE WS-AUDIT-TIME TO ConfigAudit-ChangeTime

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.ConfigAudit
               (TableName, KeyValue, OperatorId, ChangeDate,
               ChangeTime, BeforeImage, AfterImage)
               VALUES (:ConfigAudit-TableName,
               :ConfigAudit-KeyValue, :ConfigAudit-OperatorId,
               :ConfigAudit-ChangeDate, :ConfigAudit-ChangeTime,
               :ConfigAudit-BeforeImage, :ConfigAudit-AfterImage)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BANKAPPR01: SQL ERROR ON AUDIT INSERT, "
                 "CODE = " SQLCODE
           END-IF.

       WRITE-CONFIRMATION-LETTER SECTION.
      *    THE LETTER GOES TO THE ADDRESS IN THE EMPLOYEE MASTER,
      *    NEVER TO ONE SUPPLIED WITH THE CHANGE - IF SOMEONE ELSE
      *    ASKED FOR THE NEW ACCOUNT, THE EMPLOYEE FINDS OUT BEFORE
      *    PAYDAY. ONLY THE LAST FOUR DIGITS OF EITHER ACCOUNT ARE
      *    PRINTED.
           MOVE SPACES TO Employees-FIRST-NAME Employees-LAST-NAME
             Employees-STREET Employees-POSTAL-CODE
             Employees-CITY Employees-COUNTRY
           MOVE "N" TO Employees-PROTECTED-ID
           MOVE PendingBankAccount-EmployeeId
             TO Employees-ID-EMPLOYEE

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME,
               COALESCE(STREET, ' '),
               COALESCE(POSTAL_CODE, ' '),
               COALESCE(CITY, ' '), COALESCE(COUNTRY, ' '),
               COALESCE(PROTECTED_ID, 'N')
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME,
               :Employees-STREET, :Employees-POSTAL-CODE,
               :Employees-CITY, :Employees-COUNTRY,
               :Employees-PROTECTED-ID
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "BANKAPPR01: SQL ERROR ON ADDRESS LOOKUP, "
                 "CODE = " SQLCODE
           END-IF

      *    A PROTECTED IDENTITY'S ADDRESS IS NEVER PRINTED - THE
      *    LETTER IS WRITTEN WITHOUT IT AND HR SENDS IT THROUGH
      *    SKATTEVERKET'S FORWARDING.
           IF Employees-PROTECTED-IDENTITY
               MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
                 Employees-CITY Employees-COUNTRY
               DISPLAY "Employee " WS-LETTER-ID
                 " has a protected identity - the letter is "
                 "written without an address, send it through "
                 "Skatteverket."
           ELSE
               IF Employees-STREET = SPACES
                   DISPLAY "Warning - no postal address on file for "
                     "employee " WS-LETTER-ID
                     ", the confirmation letter cannot be mailed."
               END-IF
           END-IF

           MOVE ALL "*" TO WS-MASKED-ACCOUNT
           MOVE BankAccounts-AccountNumber(9:4)
             TO WS-MASKED-ACCOUNT(9:4)
           MOVE ALL "*" TO WS-MASKED-OLD
           MOVE WS-OLD-ACCOUNT(9:4) TO WS-MASKED-OLD(9:4)
           MOVE WS-AUDIT-DATE TO WS-LETTER-DATE

           MOVE "00" TO WS-LETTER-STATUS
           OPEN EXTEND BANKLETTERFILE
           IF WS-LETTER-STATUS NOT = "00" AND
              WS-LETTER-STATUS NOT = "05"
               DISPLAY "BANKAPPR01: cannot open " WS-LETTER-PATH
                 ", status " WS-LETTER-STATUS
                 " - send the confirmation letter by hand."
           ELSE
               PERFORM WRITE-LETTER-LINES
               CLOSE BANKLETTERFILE
               DISPLAY "Confirmation letter written to "
                 WS-LETTER-PATH
           END-IF.

       WRITE-LETTER-LINES SECTION.
           MOVE SPACES TO FS-BANKLETTERFILE
           STRING "----------------------------------------"
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING Employees-FIRST-NAME " " Employees-LAST-NAME
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING Employees-STREET
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING Employees-POSTAL-CODE " " Employees-CITY " "
             Employees-COUNTRY
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING "CONFIRMATION OF CHANGED SALARY ACCOUNT"
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING "Employee ID  : " WS-LETTER-ID
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING "Changed on   : " WS-LETTER-DATE
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING "New account  : " BankAccounts-ClearingNumber
             " " WS-MASKED-ACCOUNT
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           IF OLD-ACCOUNT-FOUND
               STRING "Replaces     : " WS-OLD-CLEARING
                 " " WS-MASKED-OLD
                 DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           ELSE
               STRING "Replaces     : (no earlier account)"
                 DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           END-IF
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING "Your salary will be paid to the new account "
             "from the next payday."
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE

           MOVE SPACES TO FS-BANKLETTERFILE
           STRING "If you did not ask for this change, contact "
             "the payroll office at once."
             DELIMITED BY SIZE INTO FS-BANKLETTERFILE
           WRITE FS-BANKLETTERFILE.
