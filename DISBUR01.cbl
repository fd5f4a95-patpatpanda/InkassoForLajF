           DECLARE SplitCursor CURSOR FOR
           SELECT COALESCE(AccountRank, 1),
           COALESCE(SplitMethod, ' '), COALESCE(SplitValue, 0),
           ClearingNumber, AccountNumber, COALESCE(AccountType, ' ')
           FROM REDWARRIOR.dbo.BankAccounts
           WHERE EmployeeId = :BankAccounts-EmployeeId
           ORDER BY COALESCE(AccountRank, 1)

      *    NET PAY PER EMPLOYEE FOR THE CYCLE BEING PAID, NET OF
      *    ANY OFFSET ROWS, ONLY FOR EMPLOYEES WITH SOMETHING LEFT
      *    TO PAY. THE DATE OF DEATH, IF ANY, DECIDES WHERE IT GOES.
           EXEC SQL
           DECLARE DisburseCursor CURSOR FOR
           SELECT D.EmployeeId, SUM(D.NetSalary),
           COALESCE(E.DECEASED_DATE, 0)
           FROM REDWARRIOR.dbo.EmployeeDeductions D,
           REDWARRIOR.dbo.Employees E
           WHERE D.Period = :WS-DISB-PERIOD
             AND D.CompanyCode = :WS-RUN-COMPANY
             AND COALESCE(D.PayGroup, '01') = :WS-RUN-PAYGROUP
             AND COALESCE(D.PayCycle, '01') = :WS-RUN-PAYCYCLE
             AND E.ID_EMPLOYEE = D.EmployeeId
           GROUP BY D.EmployeeId, E.DECEASED_DATE
           HAVING SUM(D.NetSalary) > 0
           ORDER BY D.EmployeeId
           END-EXEC.
       01 WS-RUN-PAYGROUP PIC X(2) VALUE "01".
       01 WS-RUN-PAYCYCLE PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).

      *    THE VALUE DATE THE BANK FILE CARRIES - THE PERIOD'S
      *    PAYDAY FROM BankDayModule UNLESS THE OPERATOR NAMES ONE,
      *    AND ALWAYS A BANKING DAY FOR THE COMPANY.
       01 WS-VALUE-DATE PIC 9(8) VALUE 0.
       01 WS-VALUE-DATE-IN PIC X(8).
       01 WS-BDM-FUNCTION PIC X(1).
       01 WS-BDM-DATE-IN PIC 9(8).
       01 WS-LATE-VALUE-DATE PIC X VALUE "N".
         88 VALUE-DATE-LATE VALUE "Y".
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-NET-PAY PIC S9(09) COMP-5.
      *    A DECEASED EMPLOYEE'S PAY BELONGS TO THE ESTATE - IT IS
      *    PAID WHOLE TO THE RANK-1 ESTATE ACCOUNT (AccountType "E")
      *    OR NOT AT ALL; THE EMPLOYEE'S OWN ACCOUNTS ARE NEVER USED.
       01 WS-DECEASED-DATE PIC S9(09) COMP-5 VALUE 0.
       01 WS-ESTATE-MISSING-COUNT PIC 9(5) VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 DISB-EOF VALUE 1.

       01 WS-PAY-COUNT PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-ACCT-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-PENDING-ACCT-DISP PIC 9(5).
       01 WS-HASH-TOTAL PIC 9(13) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-REG-ID PIC 9(9).
           10 WS-SPL-CLEARING PIC X(5).
           10 WS-SPL-ACCOUNT PIC X(12).
           10 WS-SPL-AMOUNT PIC S9(09) COMP-5.
           10 WS-SPL-TYPE PIC X(1).
       01 WS-SPL-INX PIC 9(2) VALUE 0.
       01 WS-SPL-PRIMARY PIC 9(2) VALUE 0.
       01 WS-SPL-REMAINING PIC S9(09) COMP-5 VALUE 0.
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND COALESCE(PayGroup, '01') = :WS-RUN-PAYGROUP
                 AND COALESCE(PayCycle, '01') = :WS-RUN-PAYCYCLE
                 AND Status <> 'CANCELLED'
           END-EXEC

           IF WS-DUP-COUNT > 0
               STOP RUN
           END-IF

           PERFORM RESOLVE-VALUE-DATE
           PERFORM READ-FORMAT-CONTROL
           PERFORM RESOLVE-OUTPUT-PATHS

             " GROUP " WS-RUN-PAYGROUP
             " CYCLE " WS-RUN-PAYCYCLE
             " SENT " WS-RUN-DATE
             " VALUE " WS-VALUE-DATE
             DELIMITED BY SIZE INTO FS-DISBREGFILE
           WRITE FS-DISBREGFILE

           MOVE SPACES TO WS-HDR-REFERENCE
           STRING "INKASSO-LON-" WS-DISB-PERIOD
             DELIMITED BY SIZE INTO WS-HDR-REFERENCE
           MOVE WS-VALUE-DATE TO WS-HDR-DATE

           IF PAIN-FORMAT
               OPEN OUTPUT PAINBODYFILE
               EXEC SQL
                   FETCH DisburseCursor INTO
                       :EmployeeDeductions-EmployeeId,
                       :WS-NET-PAY,
                       :WS-DECEASED-DATE
               END-EXEC

               EVALUATE SQLCODE
             " missing accounts " WS-MISSING-COUNT
             DELIMITED BY SIZE INTO FS-DISBREGFILE
           WRITE FS-DISBREGFILE
           PERFORM NOTE-PENDING-ACCOUNTS
           CLOSE DISBREGFILE

           PERFORM WRITE-HOLD-ROW
           PERFORM STAMP-PAYMENT-DATE

           EXEC SQL COMMIT END-EXEC

           DISPLAY "DISBUR01: " WS-PAY-COUNT " payment(s) written, "
             WS-MISSING-COUNT " employee(s) without a bank account."
           IF WS-ESTATE-MISSING-COUNT > 0
               DISPLAY "DISBUR01: " WS-ESTATE-MISSING-COUNT
                 " deceased employee(s) held back - no estate "
                 "account registered in BANKMAINT."
           END-IF
           DISPLAY "DISBUR01: the file is HELD - a supervisor "
             "releases it to the outbox via BANKREL01."

           IF WS-MISSING-COUNT > 0 OR VALUE-DATE-LATE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

           GOBACK.

       NOTE-PENDING-ACCOUNTS SECTION.
      *    AN ACCOUNT CHANGE KEYED IN BANKMAINT IS NOT IN BankAccounts
      *    UNTIL A SECOND OPERATOR APPROVES IT IN BANKAPPR01, SO THIS
      *    RUN PAID THE ACCOUNT ALREADY APPROVED. THE REGISTER SAYS
      *    SO, FOR THE EMPLOYEE WHO ASKS WHY PAY WENT TO THE OLD ONE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PENDING-ACCT-COUNT
               FROM REDWARRIOR.dbo.PendingBankAccount
               WHERE Status = 'PENDING'
           END-EXEC

           IF SQLCODE = 0 AND WS-PENDING-ACCT-COUNT > 0
               MOVE WS-PENDING-ACCT-COUNT TO WS-PENDING-ACCT-DISP
               MOVE SPACES TO FS-DISBREGFILE
               STRING "Account changes awaiting approval "
                 WS-PENDING-ACCT-DISP
                 " - paid to the approved accounts"
                 DELIMITED BY SIZE INTO FS-DISBREGFILE
               WRITE FS-DISBREGFILE
               DISPLAY "DISBUR01: " WS-PENDING-ACCT-DISP
                 " bank account change(s) await approval in "
                 "BANKAPPR01 - paid to the approved accounts."
           END-IF.

       RESOLVE-VALUE-DATE SECTION.
      *    THE 25TH ROLLED BACK TO THE BANKING DAY BEFORE IT
      *    (MIDSUMMER, CHRISTMAS, WEEKENDS), OR THE OPERATOR'S DATE
      *    ROLLED BACK THE SAME WAY - NEVER A DAY THE BANK WILL
      *    REJECT. A VALUE DATE ALREADY PAST (A LATE DISBURSEMENT)
      *    MOVES TO THE FIRST BANKING DAY FROM TODAY AND THE RUN
      *    ENDS WITH A WARNING.
           DISPLAY "Value date (YYYYMMDD, blank = payday): "
           ACCEPT WS-VALUE-DATE-IN

           IF WS-VALUE-DATE-IN = SPACES OR
              WS-VALUE-DATE-IN NOT NUMERIC
               MOVE "Y" TO WS-BDM-FUNCTION
               MOVE SPACES TO WS-VALUE-DATE-IN
               STRING WS-DISB-PERIOD "01"
                 DELIMITED BY SIZE INTO WS-VALUE-DATE-IN
           ELSE
               MOVE "P" TO WS-BDM-FUNCTION
           END-IF
           MOVE WS-VALUE-DATE-IN TO WS-BDM-DATE-IN

           CALL "BankDayModule" USING WS-BDM-FUNCTION
                                      WS-RUN-COMPANY
                                      WS-BDM-DATE-IN
                                      WS-VALUE-DATE

           IF WS-VALUE-DATE = 0
               DISPLAY "DISBUR01: no valid value date for period "
                 WS-DISB-PERIOD " - no payment file produced."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-VALUE-DATE < WS-RUN-DATE
               MOVE "N" TO WS-BDM-FUNCTION
               MOVE WS-RUN-DATE TO WS-BDM-DATE-IN
               CALL "BankDayModule" USING WS-BDM-FUNCTION
                                          WS-RUN-COMPANY
                                          WS-BDM-DATE-IN
                                          WS-VALUE-DATE
               DISPLAY "DISBUR01: WARNING - the payday has passed; "
                 "value date moved to " WS-VALUE-DATE "."
               SET VALUE-DATE-LATE TO TRUE
           END-IF

           DISPLAY "DISBUR01: value date " WS-VALUE-DATE ".".

       WRITE-HOLD-ROW SECTION.
      *    THE HELD FILE'S TOTALS GO ON THE RECORD SO THE RELEASING
      *    SUPERVISOR APPROVES EXACTLY WHAT WAS PRODUCED.
           MOVE WS-PAY-COUNT TO BankFileHold-PayCount
           MOVE WS-HASH-TOTAL TO BankFileHold-TotalAmount
           MOVE WS-RUN-DATE TO BankFileHold-CreatedDate
           MOVE WS-VALUE-DATE TO BankFileHold-ValueDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.BankFileHold
               (Period, CompanyCode, FileName, PayCount,
               TotalAmount, Status, CreatedDate,
               PayGroup, PayCycle, ValueDate)
               VALUES (:BankFileHold-Period,
               :BankFileHold-CompanyCode, :BankFileHold-FileName,
               :BankFileHold-PayCount, :BankFileHold-TotalAmount,
               'HELD', :BankFileHold-CreatedDate,
               :WS-RUN-PAYGROUP, :WS-RUN-PAYCYCLE,
               :BankFileHold-ValueDate)
           END-EXEC

           IF SQLCODE NOT = 0
                 "CODE = " SQLCODE
           END-IF.

       STAMP-PAYMENT-DATE SECTION.
      *    TAX FOLLOWS THE CASH - THE CYCLE'S ROWS BELONG TO THE
      *    MONTH THE BANK PAYS THEM, NOT THE PERIOD THEY WERE EARNED
      *    IN. EVERY ROW OF THE CYCLE GETS THE VALUE DATE, INCLUDING
      *    ONES WITH NOTHING LEFT TO PAY (THEIR TAX WAS STILL
      *    WITHHELD ON THIS PAYDAY), AND THE EMPLOYER CONTRIBUTION
      *    ACCRUED ON THE SAME GROSS FOLLOWS IT. ROWS ALREADY
      *    STAMPED ARE LEFT ALONE.
           MOVE WS-VALUE-DATE TO EmployeeDeductions-PaymentDate
           MOVE WS-VALUE-DATE(1:6) TO EmployeeDeductions-PaidPeriod

           EXEC SQL
               UPDATE REDWARRIOR.dbo.EmployeeDeductions
               SET PaymentDate = :EmployeeDeductions-PaymentDate,
               PaidPeriod = :EmployeeDeductions-PaidPeriod
               WHERE Period = :WS-DISB-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND COALESCE(PayGroup, '01') = :WS-RUN-PAYGROUP
                 AND COALESCE(PayCycle, '01') = :WS-RUN-PAYCYCLE
                 AND PaymentDate IS NULL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "DISBUR01: SQL ERROR ON PAYMENT DATE STAMP, "
                 "CODE = " SQLCODE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.EmployerTaxAccrual
               SET PaidPeriod = :EmployeeDeductions-PaidPeriod
               WHERE Period = :WS-DISB-PERIOD
                 AND COALESCE(CompanyCode, '01') = :WS-RUN-COMPANY
                 AND PaidPeriod IS NULL
                 AND EmployeeId IN
                 (SELECT D.EmployeeId
                  FROM REDWARRIOR.dbo.EmployeeDeductions D
                  WHERE D.Period = :WS-DISB-PERIOD
                    AND D.CompanyCode = :WS-RUN-COMPANY
                    AND COALESCE(D.PayGroup, '01') = :WS-RUN-PAYGROUP
                    AND COALESCE(D.PayCycle, '01') = :WS-RUN-PAYCYCLE)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "DISBUR01: SQL ERROR ON CONTRIBUTION PAYMENT "
                 "STAMP, CODE = " SQLCODE
           END-IF

           IF EmployeeDeductions-PaidPeriod NOT = WS-DISB-PERIOD
               DISPLAY "DISBUR01: period " WS-DISB-PERIOD
                 " is paid in " EmployeeDeductions-PaidPeriod
                 " - its tax is reported and remitted for "
                 EmployeeDeductions-PaidPeriod "."
           END-IF.

       READ-FORMAT-CONTROL SECTION.
           OPEN INPUT BANKFMTCTLFILE
           IF WS-FMTCTL-STATUS = "00"

           PERFORM LOAD-SPLIT-PLAN

           IF WS-DECEASED-DATE > 0
               PERFORM PAY-ONE-ESTATE
           ELSE
               IF WS-SPL-PRIMARY = 0
      *            NO PRIMARY ACCOUNT ON FILE - THE EMPLOYEE IS
      *            REPORTED AND LEFT OUT OF THE FILE, NOT PAID TO A
      *            GUESSED ACCOUNT. A SPLIT ROW WITHOUT A PRIMARY
      *            COUNTS AS NO ACCOUNT - THE REMAINDER WOULD HAVE
      *            NOWHERE TO GO.
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO FS-DISBREGFILE
                   MOVE WS-NET-PAY TO WS-NET-PAY-DISP
                   STRING "NO BANK ACCOUNT " WS-REG-ID
                     " net " WS-NET-PAY-DISP " - NOT PAID"
                     DELIMITED BY SIZE INTO FS-DISBREGFILE
                   WRITE FS-DISBREGFILE
               ELSE
                   PERFORM COMPUTE-SPLIT-AMOUNTS
                   PERFORM VARYING WS-SPL-INX FROM 1 BY 1
                     UNTIL WS-SPL-INX > WS-SPL-COUNT
                       IF WS-SPL-AMOUNT(WS-SPL-INX) > 0
                           PERFORM WRITE-ONE-SPLIT-PAYMENT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       PAY-ONE-ESTATE SECTION.
      *    NO ESTATE ACCOUNT REGISTERED (OR THE PRIMARY IS STILL THE
      *    EMPLOYEE'S OWN) - REPORTED AND LEFT UNPAID UNTIL THE
      *    ESTATE'S ACCOUNT IS KEYED AND APPROVED. ANY SPLIT RANKS
      *    ARE IGNORED; THE ESTATE GETS THE WHOLE NET.
           IF WS-SPL-PRIMARY = 0
               ADD 1 TO WS-MISSING-COUNT
               ADD 1 TO WS-ESTATE-MISSING-COUNT
               MOVE SPACES TO FS-DISBREGFILE
               MOVE WS-NET-PAY TO WS-NET-PAY-DISP
               STRING "NO ESTATE ACCOUNT " WS-REG-ID
                 " net " WS-NET-PAY-DISP " - NOT PAID"
                 DELIMITED BY SIZE INTO FS-DISBREGFILE
               WRITE FS-DISBREGFILE
           ELSE
               IF WS-SPL-TYPE(WS-SPL-PRIMARY) NOT = "E"
                   ADD 1 TO WS-MISSING-COUNT
                   ADD 1 TO WS-ESTATE-MISSING-COUNT
                   MOVE SPACES TO FS-DISBREGFILE
                   MOVE WS-NET-PAY TO WS-NET-PAY-DISP
                   STRING "NO ESTATE ACCOUNT " WS-REG-ID
                     " net " WS-NET-PAY-DISP " - NOT PAID"
                     DELIMITED BY SIZE INTO FS-DISBREGFILE
                   WRITE FS-DISBREGFILE
               ELSE
                   MOVE WS-SPL-PRIMARY TO WS-SPL-INX
                   MOVE WS-NET-PAY TO WS-SPL-AMOUNT(WS-SPL-INX)
                   PERFORM WRITE-ONE-SPLIT-PAYMENT
               END-IF
           END-IF.

       LOAD-SPLIT-PLAN SECTION.
                       :BankAccounts-SplitMethod,
                       :BankAccounts-SplitValue,
                       :BankAccounts-ClearingNumber,
                       :BankAccounts-AccountNumber,
                       :BankAccounts-AccountType
               END-EXEC

               EVALUATE SQLCODE
                           MOVE BankAccounts-AccountNumber
                             TO WS-SPL-ACCOUNT(WS-SPL-COUNT)
                           MOVE 0 TO WS-SPL-AMOUNT(WS-SPL-COUNT)
                           MOVE BankAccounts-AccountType
                             TO WS-SPL-TYPE(WS-SPL-COUNT)
                           IF BankAccounts-AccountRank = 1
                               MOVE WS-SPL-COUNT TO WS-SPL-PRIMARY
                           END-IF
           MOVE SPACES TO FS-BANKFILE
           STRING "   <PmtInfId>" WS-PAIN-MSGID "</PmtInfId>"
             DELIMITED BY SIZE INTO FS-BANKFILE
           WRITE FS-BANKFILE
           MOVE SPACES TO FS-BANKFILE
           STRING "   <ReqdExctnDt>" WS-VALUE-DATE(1:4) "-"
             WS-VALUE-DATE(5:2) "-" WS-VALUE-DATE(7:2)
             "</ReqdExctnDt>"
             DELIMITED BY SIZE INTO FS-BANKFILE
           WRITE FS-BANKFILE.

       WRITE-PAIN-TRANSACTION SECTION.
