      *> -------------------------------------------
      *> DECLARE TABLE for RunJournal
      *> ONE ROW PER CHANGE A MAIN01 POSTING RUN MAKES BEYOND ITS
      *> OWN Taxes/Fees/EmployeeDeductions ROWS (WHICH CARRY THE
      *> RunAuditId THEMSELVES) - THE SIDE LEDGERS IT INSERTS INTO
      *> AND THE BALANCES IT MOVES. IT IS WHAT LETS BACKOUT01 PUT
      *> EVERY ONE OF THEM BACK EXACTLY, WITHOUT RE-DERIVING WHAT
      *> THE RUN DID. WRITTEN IN THE SAME UNIT OF WORK AS THE
      *> CHANGE IT DESCRIBES; NEVER UPDATED.
      *> TableName NAMES THE TABLE CHANGED. RowId/RowKey IDENTIFY
      *> THE ROW WHERE THE EMPLOYEE ALONE DOES NOT (LoanId,
      *> GarnishId + CaseReference, ArrearsId, SavedYear, YtdYear,
      *> DeductCode, THE PayType OR Source OF A LEDGER ROW).
      *> Amount1-3 ARE THE AMOUNTS ADDED BY THE RUN - THE LEDGER
      *> ROW'S VALUES, OR THE DELTAS APPLIED TO A BALANCE:
      *>   DeductionDetail     Amount1 AMOUNT
      *>   EmployerTaxAccrual  Amount1 AMOUNT
      *>   PensionContrib      Amount1 EMPLOYEE, Amount2 EMPLOYER,
      *>                       Amount3 EXCHANGE PREMIUM
      *>   Loans, Garnishments Amount1 TAKE (OFF THE BALANCE)
      *>   DeductionArrears    Amount1 CHANGE TO AmountOutstanding
      *>   VacationBalance     Amount1 DaysEarned, Amount2
      *>                       DaysTaken, Amount3 AccruedPay
      *>   VacationSaved       Amount1 DaysLeft CLOSED TO ZERO
      *>   VacationAccrual     Amount1 AMOUNT
      *>   CompTimeBank        Amount1 HOURS, Amount2 VALUE
      *>   YtdAccumulator      Amount1 TAX, Amount2 FEE, Amount3
      *>                       GROSS
      *>   Employees           (STATUS CHANGE ONLY)
      *> PriorText IS THE VALUE A STATUS/PERIOD COLUMN HELD BEFORE
      *> THE RUN OVERWROTE IT (CompTimeBank LastPeriod, Employees
      *> STATUS).
      *> -------------------------------------------
           EXEC SQL DECLARE RunJournal TABLE
           ( RunJournalId         int
           , RunAuditId           int          NOT NULL
           , EmployeeId           int          NOT NULL
           , TableName            char(20)     NOT NULL
           , RowId                int
           , RowKey               char(20)
           , Amount1              decimal(11,2)
           , Amount2              decimal(11,2)
           , Amount3              decimal(11,2)
           , PriorText            char(10)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE RunJournal
      *> -------------------------------------------
       01  DCLRunJournal.
           03 RunJournal-RunJournalId         PIC S9(09)  COMP-5.
           03 RunJournal-RunAuditId           PIC S9(09)  COMP-5.
           03 RunJournal-EmployeeId           PIC S9(09)  COMP-5.
           03 RunJournal-TableName            PIC X(20).
           03 RunJournal-RowId                PIC S9(09)  COMP-5.
           03 RunJournal-RowKey               PIC X(20).
           03 RunJournal-Amount1              PIC S9(9)V9(2) COMP-3.
           03 RunJournal-Amount2              PIC S9(9)V9(2) COMP-3.
           03 RunJournal-Amount3              PIC S9(9)V9(2) COMP-3.
           03 RunJournal-PriorText            PIC X(10).
