       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOFFILE ASSIGN TO WS-PROOF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROOFFILE.
       01 FS-PROOFFILE PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "RunAudit.cpy".
       COPY "RunJournal.cpy".
       COPY "EmployeeDeductions.cpy".
       COPY "ReversalAudit.cpy".
       COPY "PeriodStatus.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE RUN'S OWN EmployeeDeductions ROWS. INSENSITIVE - THE
      *    OFFSETS BOOKED WHILE IT IS OPEN CARRY THE SAME RunAuditId
      *    AND MUST NEVER COME BACK THROUGH IT.
           EXEC SQL
           DECLARE RunRowCursor INSENSITIVE CURSOR FOR
           SELECT EmployeeId, Salary, TaxAmount, FeeAmount,
           COALESCE(NetSalary, 0), COALESCE(TaxRate, 0),
           COALESCE(FeePercentage, 0), COALESCE(CurrencyCode, ' '),
           COALESCE(DeptCode, ' '), COALESCE(PayType, 'R'),
           COALESCE(BenefitValue, 0), COALESCE(TaxDecisionId, 0),
           COALESCE(HoursWorked, 0), COALESCE(PayGroup, '01'),
           COALESCE(PayCycle, '01'), COALESCE(SalaryExchange, 0),
           COALESCE(ExpenseAmount, 0), COALESCE(PaymentDate, 0),
           COALESCE(PaidPeriod, ' '), COALESCE(EstatePay, 'N')
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE RunAuditId = :WS-BACKOUT-RUN-ID
           ORDER BY EmployeeId
           END-EXEC.

      *    EVERY SIDE CHANGE THE RUN JOURNALLED, LAST FIRST WITHIN
      *    EACH EMPLOYEE - UNDONE IN THE REVERSE OF THE ORDER THEY
      *    WERE MADE.
           EXEC SQL
           DECLARE JournalCursor CURSOR FOR
           SELECT RunJournalId, EmployeeId, TableName,
           COALESCE(RowId, 0), COALESCE(RowKey, ' '),
           COALESCE(Amount1, 0), COALESCE(Amount2, 0),
           COALESCE(Amount3, 0), COALESCE(PriorText, ' ')
           FROM REDWARRIOR.dbo.RunJournal
           WHERE RunAuditId = :WS-BACKOUT-RUN-ID
           ORDER BY EmployeeId, RunJournalId DESC
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-PROOF-PATH PIC X(80).

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-CONFIRM PIC X VALUE SPACE.

       01 WS-RUN-ID-INPUT PIC 9(9) VALUE 0.
       01 WS-BACKOUT-RUN-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-ID-DISP PIC 9(9).
       01 WS-RUN-PERIOD PIC X(6).
       01 WS-RUN-COMPANY PIC X(2).
       01 WS-RUN-PAYGROUP PIC X(2).
       01 WS-RUN-PAYCYCLE PIC X(2).
       01 WS-LAST-PAYGROUP PIC X(2).
       01 WS-LAST-PAYCYCLE PIC X(2).

      *    WHAT THE RUN POSTED, AS FOUND BEFORE ANYTHING IS TOUCHED.
       01 WS-RUN-ROW-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-EMP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-TAX PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-FEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-NET PIC S9(09) COMP-5 VALUE 0.
       01 WS-JOURNAL-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-RELEASED-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-HELD-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DISB-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-LEFT-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    WHAT IS LEFT ON THE RUN'S RunAuditId AFTER THE OFFSETS -
      *    THE DATABASE'S OWN SIDE OF THE PROOF.
       01 WS-NET-ROW-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-NET-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-NET-TAX PIC S9(09) COMP-5 VALUE 0.
       01 WS-NET-FEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-NET-NET PIC S9(09) COMP-5 VALUE 0.

      *    ONE OFFSET ROW'S VALUES - THE FETCHED ROW NEGATED.
       01 WS-OFS-SALARY PIC S9(09) COMP-5.
       01 WS-OFS-TAX PIC S9(09) COMP-5.
       01 WS-OFS-FEE PIC S9(09) COMP-5.
       01 WS-OFS-NET PIC S9(09) COMP-5.
       01 WS-OFS-BENEFIT PIC S9(09) COMP-5.
       01 WS-OFS-EXCHANGE PIC S9(09) COMP-5.
       01 WS-OFS-EXPENSE PIC S9(09) COMP-5.
       01 WS-OFS-HOURS PIC S9(5)V9(2) COMP-3.

      *    THE PAYMENT STAMP OF THE EMPLOYEE WHOSE JOURNAL ROWS ARE
      *    BEING UNDONE - A LEDGER OFFSET LANDS IN THE SAME PAID
      *    MONTH AS THE ROW IT CANCELS.
       01 WS-JRN-EMPLOYEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMP-PAID-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PRIOR-STATUS PIC X(1).
       01 WS-SHORT-KEY PIC X(4).
       01 WS-ONE-CHAR-KEY PIC X(1).

       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-REOPEN-PAYOUT PIC S9(09) COMP-5 VALUE 0.
       01 WS-REOPEN-BACKPAY PIC S9(09) COMP-5 VALUE 0.
       01 WS-REOPEN-CALENDAR PIC S9(09) COMP-5 VALUE 0.
       01 WS-CANCEL-HOLD PIC S9(09) COMP-5 VALUE 0.
       01 WS-CANCEL-DISB PIC S9(09) COMP-5 VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 BACKOUT-REFUSED VALUE 1.
       01 WS-ROW-SWITCHES PIC 9 VALUE 0.
         88 RUN-ROW-EOF VALUE 1.
       01 WS-JRN-SWITCHES PIC 9 VALUE 0.
         88 JOURNAL-EOF VALUE 1.
       01 WS-PROOF-SWITCH PIC X VALUE "Y".
         88 PROOF-BALANCED VALUE "Y".

      *    THE PROOF: PER TABLE, WHAT THE RUN BOOKED AND WHAT THE
      *    BACKOUT BOOKED AGAINST IT - ROWS AND UP TO FOUR AMOUNTS.
      *    EVERY NET MUST BE ZERO AND EVERY ROW ANSWERED.
      *    EmployeeDeductions AMOUNTS: SALARY, TAX, FEE, NET.
       01 WS-PROOF-NAMES.
           05 FILLER PIC X(20) VALUE "EmployeeDeductions".
           05 FILLER PIC X(20) VALUE "Taxes".
           05 FILLER PIC X(20) VALUE "Fees".
           05 FILLER PIC X(20) VALUE "DeductionDetail".
           05 FILLER PIC X(20) VALUE "EmployerTaxAccrual".
           05 FILLER PIC X(20) VALUE "PensionContrib".
           05 FILLER PIC X(20) VALUE "Loans".
           05 FILLER PIC X(20) VALUE "Garnishments".
           05 FILLER PIC X(20) VALUE "DeductionArrears".
           05 FILLER PIC X(20) VALUE "VacationBalance".
           05 FILLER PIC X(20) VALUE "VacationSaved".
           05 FILLER PIC X(20) VALUE "VacationAccrual".
           05 FILLER PIC X(20) VALUE "CompTimeBank".
           05 FILLER PIC X(20) VALUE "YtdAccumulator".
           05 FILLER PIC X(20) VALUE "Employees".
           05 FILLER PIC X(20) VALUE "ProjectCost".
       01 WS-PROOF-NAME-TABLE REDEFINES WS-PROOF-NAMES.
           05 WS-PROOF-NAME PIC X(20) OCCURS 16.
       01 WS-PROOF-SLOTS PIC 9(2) VALUE 16.
       01 WS-PROOF-TABLE.
           05 WS-PROOF-ENTRY OCCURS 16.
              10 WS-PROOF-RUN-ROWS PIC S9(09) COMP-5.
              10 WS-PROOF-OUT-ROWS PIC S9(09) COMP-5.
              10 WS-PROOF-RUN-AMT PIC S9(11)V9(2) COMP-3 OCCURS 4.
              10 WS-PROOF-OUT-AMT PIC S9(11)V9(2) COMP-3 OCCURS 4.
       01 WS-PROOF-KEY PIC X(20).
       01 WS-PROOF-SLOT PIC 9(2) VALUE 0.
       01 WS-PROOF-INX PIC 9(2) VALUE 0.
       01 WS-AMT-INX PIC 9 VALUE 0.
       01 WS-TALLY-AMT PIC S9(11)V9(2) COMP-3 OCCURS 4.
       01 WS-NET-AMT PIC S9(11)V9(2) COMP-3.

       01 WS-ROWS-DISP PIC Z(6)9.
       01 WS-ROWS-DISP2 PIC Z(6)9.
       01 WS-AMT-DISP PIC -(10)9.99.
       01 WS-AMT-DISP2 PIC -(10)9.99.
       01 WS-AMT-DISP3 PIC -(10)9.99.
       01 WS-MONEY-DISP PIC -(9)9.
       01 WS-COUNT-DISP PIC Z(6)9.

      *    THE BACKOUT IS BOOKED UNDER THE POSTING LOCK FOR THE RUN'S
      *    COMPANY AND PERIOD, LIKE ADJUST01'S REVERSALS, SO IT CANNOT
      *    INTERLEAVE WITH A MAIN01 RUN OR A DISBURSEMENT.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "BACKOUT".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Posting run backout"
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-OUTPUT-DIR

           DISPLAY "RunAudit ID of the run to back out: "
           ACCEPT WS-RUN-ID-INPUT
           MOVE WS-RUN-ID-INPUT TO WS-BACKOUT-RUN-ID
           MOVE WS-RUN-ID-INPUT TO WS-RUN-ID-DISP

           PERFORM LOAD-RUN
           IF NOT BACKOUT-REFUSED
               PERFORM LOAD-RUN-ROWS
           END-IF
           IF NOT BACKOUT-REFUSED
               PERFORM CHECK-PERIOD-AND-BANK
           END-IF

           IF BACKOUT-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SHOW-RUN-SUMMARY
               DISPLAY "Back out run " WS-RUN-ID-DISP
                 " in full? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM BACKOUT-UNDER-POSTING-LOCK
               ELSE
                   DISPLAY "Backout cancelled - nothing booked."
               END-IF
           END-IF

           GOBACK.

       OPERATOR-SIGN-ON SECTION.
      *    A BACKOUT IS A WHOLE RUN'S WORTH OF OFFSETTING ENTRIES -
      *    THE SAME REVERSAL AUTHORITY ADJUST01 ASKS FOR ONE.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, AuthBrackets, AuthReversals
               INTO :Operators-OperatorName,
               :Operators-AuthBrackets, :Operators-AuthReversals
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "BACKOUT01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   GOBACK
               WHEN NOT Operator-May-Book-Reversals
                   DISPLAY "Operator " WS-OPERATOR-ID
                     " does not hold reversal authority - access"
                     " refused."
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       RESOLVE-OUTPUT-DIR SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF.

       LOAD-RUN SECTION.
      *    ONLY A RUN THAT REALLY POSTED AND FINISHED CAN BE BACKED
      *    OUT. AN "IN PROGRESS" ROW IS EITHER STILL RUNNING OR
      *    ABENDED - MAIN01'S RESTART FINISHES IT FIRST, SO THE
      *    JOURNAL IS COMPLETE BEFORE ANYONE TRIES TO UNDO IT.
           MOVE WS-BACKOUT-RUN-ID TO RunAudit-RunAuditId

           EXEC SQL
               SELECT Period, COALESCE(CompanyCode, '01'),
               InvokedBy, COALESCE(Outcome, ' ')
               INTO :RunAudit-Period, :RunAudit-CompanyCode,
               :RunAudit-InvokedBy, :RunAudit-Outcome
               FROM REDWARRIOR.dbo.RunAudit
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No run " WS-RUN-ID-DISP " in RunAudit."
                   SET BACKOUT-REFUSED TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "BACKOUT01: SQL ERROR ON RUN LOOKUP, "
                     "CODE = " SQLCODE
                   SET BACKOUT-REFUSED TO TRUE
               WHEN RunAudit-Outcome = "SUCCESS"
                   CONTINUE
               WHEN RunAudit-Outcome = "RECON MISMATCH"
                   CONTINUE
               WHEN RunAudit-Outcome = "BACKED OUT"
                   DISPLAY "Run " WS-RUN-ID-DISP
                     " has already been backed out."
                   SET BACKOUT-REFUSED TO TRUE
               WHEN RunAudit-Outcome = "IN PROGRESS"
                   DISPLAY "Run " WS-RUN-ID-DISP
                     " is still running or ended abnormally -"
                     " restart it to completion first."
                   SET BACKOUT-REFUSED TO TRUE
               WHEN OTHER
                   DISPLAY "Run " WS-RUN-ID-DISP " ended "
                     RunAudit-Outcome " - it posted nothing to"
                     " back out."
                   SET BACKOUT-REFUSED TO TRUE
           END-EVALUATE

           MOVE RunAudit-Period TO WS-RUN-PERIOD
           MOVE RunAudit-CompanyCode TO WS-RUN-COMPANY.

       LOAD-RUN-ROWS SECTION.
      *    THE RUN'S ROWS ARE FOUND BY THEIR RunAuditId - A RUN FROM
      *    BEFORE THE COLUMN AND THE JOURNAL EXISTED HAS NOTHING TO
      *    GO ON AND IS CORRECTED PER EMPLOYEE THROUGH ADJUST01.
           EXEC SQL
               SELECT COUNT(*), COUNT(DISTINCT EmployeeId),
               COALESCE(MIN(COALESCE(PayGroup, '01')), '01'),
               COALESCE(MAX(COALESCE(PayGroup, '01')), '01'),
               COALESCE(MIN(COALESCE(PayCycle, '01')), '01'),
               COALESCE(MAX(COALESCE(PayCycle, '01')), '01'),
               COALESCE(SUM(Salary), 0), COALESCE(SUM(TaxAmount), 0),
               COALESCE(SUM(FeeAmount), 0),
               COALESCE(SUM(NetSalary), 0)
               INTO :WS-RUN-ROW-COUNT, :WS-RUN-EMP-COUNT,
               :WS-RUN-PAYGROUP, :WS-LAST-PAYGROUP,
               :WS-RUN-PAYCYCLE, :WS-LAST-PAYCYCLE,
               :WS-RUN-GROSS, :WS-RUN-TAX, :WS-RUN-FEE, :WS-RUN-NET
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE RunAuditId = :WS-BACKOUT-RUN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKOUT01: SQL ERROR ON RUN ROWS, CODE = "
                 SQLCODE
               SET BACKOUT-REFUSED TO TRUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-JOURNAL-COUNT
                   FROM REDWARRIOR.dbo.RunJournal
                   WHERE RunAuditId = :WS-BACKOUT-RUN-ID
               END-EXEC

               IF WS-RUN-ROW-COUNT = 0 OR WS-JOURNAL-COUNT = 0
                   DISPLAY "Run " WS-RUN-ID-DISP " has no journalled"
                     " postings - it cannot be backed out as a"
                     " whole. Correct it per employee (ADJUST01)."
                   SET BACKOUT-REFUSED TO TRUE
               END-IF
           END-IF.

       CHECK-PERIOD-AND-BANK SECTION.
      *    THE TWO POINTS OF NO RETURN: A CLOSED PERIOD TAKES NO
      *    BOOKINGS AT ALL, AND ONCE BANKREL01 HAS RELEASED THE
      *    CYCLE'S BANK FILE THE MONEY HAS LEFT - FROM THEN ON IT IS
      *    A CORRECTION IN A LATER PERIOD, NOT A BACKOUT.
           MOVE WS-RUN-PERIOD TO PeriodStatus-Period

           EXEC SQL
               SELECT Status INTO :PeriodStatus-Status
               FROM REDWARRIOR.dbo.PeriodStatus
               WHERE Period = :PeriodStatus-Period
           END-EXEC

           IF SQLCODE = 0 AND PeriodStatus-Closed
               DISPLAY "Period " WS-RUN-PERIOD " is CLOSED - run "
                 WS-RUN-ID-DISP " can no longer be backed out."
               SET BACKOUT-REFUSED TO TRUE
           ELSE
               EXEC SQL
                   SELECT
                   COALESCE(SUM(CASE WHEN Status = 'RELEASED'
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN Status = 'HELD'
                       THEN 1 ELSE 0 END), 0)
                   INTO :WS-RELEASED-COUNT, :WS-HELD-COUNT
                   FROM REDWARRIOR.dbo.BankFileHold
                   WHERE Period = :WS-RUN-PERIOD
                     AND CompanyCode = :WS-RUN-COMPANY
                     AND COALESCE(PayGroup, '01') = :WS-RUN-PAYGROUP
                     AND COALESCE(PayCycle, '01') = :WS-RUN-PAYCYCLE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "BACKOUT01: SQL ERROR ON BANK FILE "
                     "LOOKUP, CODE = " SQLCODE
                   SET BACKOUT-REFUSED TO TRUE
               ELSE
                   IF WS-RELEASED-COUNT > 0
                       DISPLAY "The bank file for period "
                         WS-RUN-PERIOD " group " WS-RUN-PAYGROUP
                         " cycle " WS-RUN-PAYCYCLE
                         " has been RELEASED - the money has left."
                       DISPLAY "Run " WS-RUN-ID-DISP
                         " can no longer be backed out."
                       SET BACKOUT-REFUSED TO TRUE
                   ELSE
                       EXEC SQL
                           SELECT COUNT(*) INTO :WS-DISB-COUNT
                           FROM REDWARRIOR.dbo.DisburseRegister
                           WHERE Period = :WS-RUN-PERIOD
                             AND CompanyCode = :WS-RUN-COMPANY
                             AND COALESCE(PayGroup, '01') =
                               :WS-RUN-PAYGROUP
                             AND COALESCE(PayCycle, '01') =
                               :WS-RUN-PAYCYCLE
                             AND Status <> 'CANCELLED'
                       END-EXEC
                   END-IF
               END-IF
           END-IF.

       SHOW-RUN-SUMMARY SECTION.
           DISPLAY " "
           DISPLAY "Run          : " WS-RUN-ID-DISP " by "
             RunAudit-InvokedBy
           DISPLAY "Period       : " WS-RUN-PERIOD " company "
             WS-RUN-COMPANY " group " WS-RUN-PAYGROUP
             " cycle " WS-RUN-PAYCYCLE
           MOVE WS-RUN-EMP-COUNT TO WS-COUNT-DISP
           DISPLAY "Employees    : " WS-COUNT-DISP
           MOVE WS-RUN-ROW-COUNT TO WS-COUNT-DISP
           DISPLAY "Posted rows  : " WS-COUNT-DISP
           MOVE WS-RUN-GROSS TO WS-MONEY-DISP
           DISPLAY "Gross        : " WS-MONEY-DISP
           MOVE WS-RUN-TAX TO WS-MONEY-DISP
           DISPLAY "Tax          : " WS-MONEY-DISP
           MOVE WS-RUN-FEE TO WS-MONEY-DISP
           DISPLAY "Fee          : " WS-MONEY-DISP
           MOVE WS-RUN-NET TO WS-MONEY-DISP
           DISPLAY "Net          : " WS-MONEY-DISP
           MOVE WS-JOURNAL-COUNT TO WS-COUNT-DISP
           DISPLAY "Side changes : " WS-COUNT-DISP
           IF WS-HELD-COUNT > 0 OR WS-DISB-COUNT > 0
               MOVE WS-HELD-COUNT TO WS-COUNT-DISP
               DISPLAY "Held bank file(s) " WS-COUNT-DISP
                 " and the cycle's disbursement register will be"
                 " CANCELLED."
           END-IF
           IF WS-RUN-PAYGROUP NOT = WS-LAST-PAYGROUP OR
              WS-RUN-PAYCYCLE NOT = WS-LAST-PAYCYCLE
               DISPLAY "WARNING: the run's rows span more than one"
                 " pay group/cycle - only " WS-RUN-PAYGROUP "/"
                 WS-RUN-PAYCYCLE " is checked against the bank."
           END-IF.

       BACKOUT-UNDER-POSTING-LOCK SECTION.
           MOVE "A" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           IF POSTING-LOCK-GRANTED
               PERFORM BOOK-BACKOUT
               MOVE "R" TO WS-PLK-FUNCTION
               PERFORM CALL-POSTING-LOCK
           ELSE
               DISPLAY "Period " WS-RUN-PERIOD
                 " is locked by another job - backout not booked."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-RUN-COMPANY
                                       WS-RUN-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       BOOK-BACKOUT SECTION.
      *    ONE UNIT OF WORK: EVERY OFFSET, EVERY RESTORED BALANCE
      *    AND THE RUN'S NEW OUTCOME ARE COMMITTED TOGETHER, AND ONLY
      *    WHEN THE PROOF NETS TO ZERO. ANY ERROR OR ANY NON-ZERO
      *    NET ROLLS THE WHOLE BACKOUT BACK - NEVER HALF A BACKOUT.
           MOVE 0 TO WS-ERROR-COUNT
           INITIALIZE WS-PROOF-TABLE
           MOVE SPACES TO WS-PROOF-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\backout_" DELIMITED BY SIZE
             WS-RUN-ID-DISP DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO WS-PROOF-PATH
           OPEN OUTPUT PROOFFILE

           MOVE SPACES TO FS-PROOFFILE
           STRING "BACKOUT OF RUN " WS-RUN-ID-DISP
             "  PERIOD " WS-RUN-PERIOD
             "  COMPANY " WS-RUN-COMPANY
             "  GROUP " WS-RUN-PAYGROUP
             "  CYCLE " WS-RUN-PAYCYCLE
             "  BY " WS-OPERATOR-ID
             "  ON " WS-TODAY
             DELIMITED BY SIZE INTO FS-PROOFFILE
           WRITE FS-PROOFFILE

           PERFORM REVERSE-POSTED-ROWS
           PERFORM REVERSE-JOURNAL
           PERFORM REOPEN-RUN-ITEMS
           PERFORM MARK-RUN-BACKED-OUT
           PERFORM PROVE-NET-ZERO

           MOVE SPACES TO FS-PROOFFILE
           WRITE FS-PROOFFILE
           MOVE SPACES TO FS-PROOFFILE
           IF WS-ERROR-COUNT = 0 AND PROOF-BALANCED
               EXEC SQL COMMIT END-EXEC
               STRING "RUN PLUS BACKOUT NETS TO ZERO IN EVERY TABLE"
                 " - BACKOUT COMMITTED."
                 DELIMITED BY SIZE INTO FS-PROOFFILE
               DISPLAY "Run " WS-RUN-ID-DISP " backed out - the"
                 " period, group and cycle are open to be run again."
               MOVE 0 TO RETURN-CODE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               STRING "ERRORS " WS-ERROR-COUNT
                 " OR A NON-ZERO NET - BACKOUT ROLLED BACK,"
                 " NOTHING HAS CHANGED."
                 DELIMITED BY SIZE INTO FS-PROOFFILE
               DISPLAY "BACKOUT01: " WS-ERROR-COUNT " error(s) or a"
                 " non-zero net - the backout was rolled back,"
                 " nothing has changed."
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE FS-PROOFFILE
           CLOSE PROOFFILE

           DISPLAY "Proof written to " WS-PROOF-PATH.

       REVERSE-POSTED-ROWS SECTION.
      *    ONE NEGATED EmployeeDeductions ROW PER ROW THE RUN POSTED
      *    (REGULAR, SETTLEMENT AND BACK PAY ALIKE, SAME PayType),
      *    WITH ITS Taxes AND Fees OFFSETS AND A ReversalAudit ROW -
      *    THE SAME SHAPE ADJUST01 BOOKS FOR ONE EMPLOYEE. THE
      *    OFFSET KEEPS THE RUN'S RunAuditId AND PAYMENT STAMP SO
      *    IT NETS THE ORIGINAL OUT OF EVERY REPORT THAT READ IT.
           MOVE 0 TO WS-ROW-SWITCHES

           EXEC SQL
               OPEN RunRowCursor
           END-EXEC

           PERFORM UNTIL RUN-ROW-EOF
               EXEC SQL
                   FETCH RunRowCursor INTO
                       :EmployeeDeductions-EmployeeId,
                       :EmployeeDeductions-Salary,
                       :EmployeeDeductions-TaxAmount,
                       :EmployeeDeductions-FeeAmount,
                       :EmployeeDeductions-NetSalary,
                       :EmployeeDeductions-TaxRate,
                       :EmployeeDeductions-FeePercentage,
                       :EmployeeDeductions-CurrencyCode,
                       :EmployeeDeductions-DeptCode,
                       :EmployeeDeductions-PayType,
                       :EmployeeDeductions-BenefitValue,
                       :EmployeeDeductions-TaxDecisionId,
                       :EmployeeDeductions-HoursWorked,
                       :EmployeeDeductions-PayGroup,
                       :EmployeeDeductions-PayCycle,
                       :EmployeeDeductions-SalaryExchange,
                       :EmployeeDeductions-ExpenseAmount,
                       :EmployeeDeductions-PaymentDate,
                       :EmployeeDeductions-PaidPeriod,
                       :EmployeeDeductions-EstatePay
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM REVERSE-ONE-POSTED-ROW
                   WHEN 100
                       SET RUN-ROW-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY "BACKOUT01: SQL ERROR ON RUN ROW "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET RUN-ROW-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE RunRowCursor
           END-EXEC.

       REVERSE-ONE-POSTED-ROW SECTION.
           MOVE "EmployeeDeductions" TO WS-PROOF-KEY
           MOVE EmployeeDeductions-Salary TO WS-TALLY-AMT(1)
           MOVE EmployeeDeductions-TaxAmount TO WS-TALLY-AMT(2)
           MOVE EmployeeDeductions-FeeAmount TO WS-TALLY-AMT(3)
           MOVE EmployeeDeductions-NetSalary TO WS-TALLY-AMT(4)
           PERFORM ADD-TO-RUN-TALLY
           MOVE "Taxes" TO WS-PROOF-KEY
           MOVE EmployeeDeductions-TaxAmount TO WS-TALLY-AMT(1)
           PERFORM ADD-TO-RUN-TALLY
           MOVE "Fees" TO WS-PROOF-KEY
           MOVE EmployeeDeductions-FeeAmount TO WS-TALLY-AMT(1)
           PERFORM ADD-TO-RUN-TALLY

           COMPUTE WS-OFS-SALARY = 0 - EmployeeDeductions-Salary
           COMPUTE WS-OFS-TAX = 0 - EmployeeDeductions-TaxAmount
           COMPUTE WS-OFS-FEE = 0 - EmployeeDeductions-FeeAmount
           COMPUTE WS-OFS-NET = 0 - EmployeeDeductions-NetSalary
           COMPUTE WS-OFS-BENEFIT =
             0 - EmployeeDeductions-BenefitValue
           COMPUTE WS-OFS-EXCHANGE =
             0 - EmployeeDeductions-SalaryExchange
           COMPUTE WS-OFS-EXPENSE =
             0 - EmployeeDeductions-ExpenseAmount
           COMPUTE WS-OFS-HOURS = 0 - EmployeeDeductions-HoursWorked

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.EmployeeDeductions
               (EmployeeId, Salary, TaxAmount, FeeAmount, NetSalary,
               Period, TaxRate, FeePercentage, CurrencyCode,
               DeptCode, CompanyCode, PayType, BenefitValue,
               TaxDecisionId, HoursWorked, PayGroup, PayCycle,
               SalaryExchange, ExpenseAmount, PaymentDate,
               PaidPeriod, RunAuditId, EstatePay)
               VALUES (:EmployeeDeductions-EmployeeId,
               :WS-OFS-SALARY, :WS-OFS-TAX, :WS-OFS-FEE,
               :WS-OFS-NET, :WS-RUN-PERIOD,
               :EmployeeDeductions-TaxRate,
               :EmployeeDeductions-FeePercentage,
               NULLIF(:EmployeeDeductions-CurrencyCode, ' '),
               NULLIF(:EmployeeDeductions-DeptCode, ' '),
               :WS-RUN-COMPANY, :EmployeeDeductions-PayType,
               :WS-OFS-BENEFIT, :EmployeeDeductions-TaxDecisionId,
               :WS-OFS-HOURS, :EmployeeDeductions-PayGroup,
               :EmployeeDeductions-PayCycle, :WS-OFS-EXCHANGE,
               :WS-OFS-EXPENSE,
               NULLIF(:EmployeeDeductions-PaymentDate, 0),
               NULLIF(:EmployeeDeductions-PaidPeriod, ' '),
               :WS-BACKOUT-RUN-ID, :EmployeeDeductions-EstatePay)
           END-EXEC
           MOVE "EmployeeDeductions" TO WS-PROOF-KEY
           MOVE WS-OFS-SALARY TO WS-TALLY-AMT(1)
           MOVE WS-OFS-TAX TO WS-TALLY-AMT(2)
           MOVE WS-OFS-FEE TO WS-TALLY-AMT(3)
           MOVE WS-OFS-NET TO WS-TALLY-AMT(4)
           PERFORM CHECK-REVERSAL-RESULT

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Taxes (ID_EMPLOYEE,
               TaxesAmount, Period, CompanyCode, PayType)
               VALUES (:EmployeeDeductions-EmployeeId, :WS-OFS-TAX,
               :WS-RUN-PERIOD, :WS-RUN-COMPANY,
               :EmployeeDeductions-PayType)
           END-EXEC
           MOVE "Taxes" TO WS-PROOF-KEY
           MOVE WS-OFS-TAX TO WS-TALLY-AMT(1)
           PERFORM CHECK-REVERSAL-RESULT

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Fees (ID_EMPLOYEE,
               FeeAmount, Period, CompanyCode)
               VALUES (:EmployeeDeductions-EmployeeId, :WS-OFS-FEE,
               :WS-RUN-PERIOD, :WS-RUN-COMPANY)
           END-EXEC
           MOVE "Fees" TO WS-PROOF-KEY
           MOVE WS-OFS-FEE TO WS-TALLY-AMT(1)
           PERFORM CHECK-REVERSAL-RESULT

           MOVE EmployeeDeductions-EmployeeId
             TO ReversalAudit-ID-EMPLOYEE
           MOVE WS-RUN-PERIOD TO ReversalAudit-Period
           MOVE WS-OFS-TAX TO ReversalAudit-TaxAmount
           MOVE WS-OFS-FEE TO ReversalAudit-FeeAmount
           MOVE SPACES TO ReversalAudit-Reason
           STRING "RUN " WS-RUN-ID-DISP " BACKED OUT BY "
             WS-OPERATOR-ID
             DELIMITED BY SIZE INTO ReversalAudit-Reason
           MOVE WS-TODAY TO ReversalAudit-ReversalDate
           MOVE WS-OPERATOR-ID TO ReversalAudit-OperatorId

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.ReversalAudit (ID_EMPLOYEE,
               Period, TaxAmount, FeeAmount, Reason, ReversalDate,
               OperatorId)
               VALUES (:ReversalAudit-ID-EMPLOYEE,
               :ReversalAudit-Period, :ReversalAudit-TaxAmount,
               :ReversalAudit-FeeAmount, :ReversalAudit-Reason,
               :ReversalAudit-ReversalDate, :ReversalAudit-OperatorId)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKOUT01: SQL ERROR ON REVERSAL AUDIT "
                 "INSERT, CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       REVERSE-JOURNAL SECTION.
      *    EACH JOURNALLED SIDE CHANGE IS PUT BACK: A LEDGER ROW THE
      *    RUN INSERTED GETS A NEGATED ROW BESIDE IT, A BALANCE THE
      *    RUN MOVED IS MOVED BACK BY THE SAME DELTA, AND A STATUS
      *    THE RUN CHANGED GOES BACK TO WHAT IT WAS. DELTAS RATHER
      *    THAN SAVED VALUES, SO ANYTHING BOOKED AGAINST THE SAME
      *    BALANCE SINCE THE RUN IS KEPT.
           MOVE 0 TO WS-JRN-SWITCHES
           MOVE 0 TO WS-JRN-EMPLOYEE

           EXEC SQL
               OPEN JournalCursor
           END-EXEC

           PERFORM UNTIL JOURNAL-EOF
               EXEC SQL
                   FETCH JournalCursor INTO
                       :RunJournal-RunJournalId,
                       :RunJournal-EmployeeId,
                       :RunJournal-TableName,
                       :RunJournal-RowId,
                       :RunJournal-RowKey,
                       :RunJournal-Amount1,
                       :RunJournal-Amount2,
                       :RunJournal-Amount3,
                       :RunJournal-PriorText
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       IF RunJournal-EmployeeId NOT = WS-JRN-EMPLOYEE
                           PERFORM LOAD-EMPLOYEE-PAYMENT
                       END-IF
                       PERFORM REVERSE-ONE-JOURNAL-ROW
                   WHEN 100
                       SET JOURNAL-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY "BACKOUT01: SQL ERROR ON JOURNAL "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET JOURNAL-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE JournalCursor
           END-EXEC.

       LOAD-EMPLOYEE-PAYMENT SECTION.
           MOVE RunJournal-EmployeeId TO WS-JRN-EMPLOYEE
           MOVE SPACES TO WS-EMP-PAID-PERIOD

           EXEC SQL
               SELECT COALESCE(MAX(PaidPeriod), ' ')
               INTO :WS-EMP-PAID-PERIOD
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE RunAuditId = :WS-BACKOUT-RUN-ID
                 AND EmployeeId = :WS-JRN-EMPLOYEE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-EMP-PAID-PERIOD
           END-IF.

       REVERSE-ONE-JOURNAL-ROW SECTION.
           MOVE RunJournal-TableName TO WS-PROOF-KEY
           MOVE RunJournal-Amount1 TO WS-TALLY-AMT(1)
           MOVE RunJournal-Amount2 TO WS-TALLY-AMT(2)
           MOVE RunJournal-Amount3 TO WS-TALLY-AMT(3)
           PERFORM ADD-TO-RUN-TALLY

           EVALUATE RunJournal-TableName
               WHEN "DeductionDetail"
                   MOVE RunJournal-RowKey TO WS-SHORT-KEY
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.DeductionDetail
                       (EmployeeId, Period, DeductCode, Amount)
                       VALUES (:RunJournal-EmployeeId,
                       :WS-RUN-PERIOD, :WS-SHORT-KEY,
                       0 - :RunJournal-Amount1)
                   END-EXEC
               WHEN "EmployerTaxAccrual"
                   MOVE RunJournal-RowKey TO WS-ONE-CHAR-KEY
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.EmployerTaxAccrual
                       (EmployeeId, Period, Amount, CompanyCode,
                       PayType, PaidPeriod)
                       VALUES (:RunJournal-EmployeeId,
                       :WS-RUN-PERIOD, 0 - :RunJournal-Amount1,
                       :WS-RUN-COMPANY, :WS-ONE-CHAR-KEY,
                       NULLIF(:WS-EMP-PAID-PERIOD, ' '))
                   END-EXEC
               WHEN "PensionContrib"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.PensionContrib
                       SET EmployeeAmount =
                           EmployeeAmount - :RunJournal-Amount1,
                       EmployerAmount =
                           EmployerAmount - :RunJournal-Amount2,
                       ExchangeAmount = COALESCE(ExchangeAmount, 0)
                           - :RunJournal-Amount3
                       WHERE EmployeeId = :RunJournal-EmployeeId
                         AND Period = :WS-RUN-PERIOD
                   END-EXEC
               WHEN "Loans"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.Loans
                       SET RemainingBalance =
                           RemainingBalance + :RunJournal-Amount1,
                       Status = 'ACTIVE'
                       WHERE LoanId = :RunJournal-RowId
                   END-EXEC
               WHEN "Garnishments"
                   PERFORM REVERSE-GARNISHMENT
               WHEN "DeductionArrears"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.DeductionArrears
                       SET AmountOutstanding =
                           AmountOutstanding - :RunJournal-Amount1
                       WHERE ArrearsId = :RunJournal-RowId
                   END-EXEC
               WHEN "VacationBalance"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.VacationBalance
                       SET DaysEarned =
                           DaysEarned - :RunJournal-Amount1,
                       DaysTaken = DaysTaken - :RunJournal-Amount2,
                       AccruedPay = AccruedPay - :RunJournal-Amount3
                       WHERE EmployeeId = :RunJournal-EmployeeId
                   END-EXEC
               WHEN "VacationSaved"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.VacationSaved
                       SET DaysLeft = DaysLeft + :RunJournal-Amount1
                       WHERE EmployeeId = :RunJournal-EmployeeId
                         AND SavedYear = :RunJournal-RowId
                   END-EXEC
               WHEN "VacationAccrual"
                   MOVE RunJournal-RowKey TO WS-ONE-CHAR-KEY
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.VacationAccrual
                       (EmployeeId, Period, Amount, CompanyCode,
                       Source)
                       VALUES (:RunJournal-EmployeeId,
                       :WS-RUN-PERIOD, 0 - :RunJournal-Amount1,
                       :WS-RUN-COMPANY, :WS-ONE-CHAR-KEY)
                   END-EXEC
               WHEN "CompTimeBank"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.CompTimeBank
                       SET BalanceHours =
                           BalanceHours - :RunJournal-Amount1,
                       LiabilityValue =
                           LiabilityValue - :RunJournal-Amount2,
                       LastPeriod = NULLIF(:RunJournal-PriorText, ' ')
                       WHERE EmployeeId = :RunJournal-EmployeeId
                   END-EXEC
               WHEN "YtdAccumulator"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.YtdAccumulator
                       SET TaxYTD = TaxYTD - :RunJournal-Amount1,
                       FeeYTD = FeeYTD - :RunJournal-Amount2,
                       GrossYTD = COALESCE(GrossYTD, 0)
                           - :RunJournal-Amount3
                       WHERE EmployeeId = :RunJournal-EmployeeId
                         AND YtdYear = :RunJournal-RowId
                   END-EXEC
               WHEN "ProjectCost"
      *            THE ROW ITSELF IS COPIED NEGATED UNDER THE SAME
      *            RUN - THE JOURNAL ONLY CARRIES ITS TOTALS.
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.ProjectCost
                       (CompanyCode, Period, EmployeeId, ProjectCode,
                       DeptCode, Hours, GrossAmount, EmpTaxAmount,
                       PensionAmount, VacationAmount, RunDate,
                       RunAuditId)
                       SELECT CompanyCode, Period, EmployeeId,
                       ProjectCode, DeptCode, 0 - Hours,
                       0 - GrossAmount, 0 - EmpTaxAmount,
                       0 - PensionAmount, 0 - VacationAmount,
                       RunDate, RunAuditId
                       FROM REDWARRIOR.dbo.ProjectCost
                       WHERE ProjectCostId = :RunJournal-RowId
                   END-EXEC
               WHEN "Employees"
                   MOVE RunJournal-PriorText TO WS-PRIOR-STATUS
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.Employees
                       SET STATUS = :WS-PRIOR-STATUS
                       WHERE ID_EMPLOYEE = :RunJournal-EmployeeId
                   END-EXEC
               WHEN OTHER
                   DISPLAY "BACKOUT01: journal row "
                     RunJournal-RunJournalId " names unknown table "
                     RunJournal-TableName
                   MOVE 100 TO SQLCODE
           END-EVALUATE

           COMPUTE WS-TALLY-AMT(1) = 0 - RunJournal-Amount1
           COMPUTE WS-TALLY-AMT(2) = 0 - RunJournal-Amount2
           COMPUTE WS-TALLY-AMT(3) = 0 - RunJournal-Amount3
           PERFORM CHECK-REVERSAL-RESULT.

       REVERSE-GARNISHMENT SECTION.
      *    THE ORDER'S BALANCE GOES BACK UP AND IT IS LIVE AGAIN;
      *    THE PER-CASE WITHHOLDING GARNRES01 REPORTS GETS ITS
      *    NEGATED GarnishDetail ROW. BOTH OR NEITHER COUNT. AN
      *    ORDER AN ESTATE SETTLEMENT CLOSED WAS JOURNALLED WITH NO
      *    AMOUNT - IT IS ONLY MADE ACTIVE AGAIN.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.Garnishments
               SET RemainingBalance =
                   RemainingBalance + :RunJournal-Amount1,
               Status = 'ACTIVE'
               WHERE GarnishId = :RunJournal-RowId
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              AND RunJournal-Amount1 NOT = 0
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.GarnishDetail
                   (EmployeeId, Period, CaseReference, Amount)
                   VALUES (:RunJournal-EmployeeId, :WS-RUN-PERIOD,
                   :RunJournal-RowKey, 0 - :RunJournal-Amount1)
               END-EXEC
           END-IF.

       CHECK-REVERSAL-RESULT SECTION.
      *    AN OFFSET ONLY COUNTS TOWARDS THE PROOF IF IT REALLY
      *    LANDED ON A ROW - AN UPDATE THAT FOUND NOTHING IS AS MUCH
      *    AN ERROR AS A FAILED INSERT.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
               PERFORM ADD-TO-BACKOUT-TALLY
           ELSE
               DISPLAY "BACKOUT01: " WS-PROOF-KEY
                 " offset not booked for Employee "
                 RunJournal-EmployeeId EmployeeDeductions-EmployeeId
                 ", CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               INITIALIZE WS-TALLY-AMT(1) WS-TALLY-AMT(2)
                 WS-TALLY-AMT(3) WS-TALLY-AMT(4)
           END-IF.

       REOPEN-RUN-ITEMS SECTION.
      *    WHAT THE RUN PAID FROM QUEUES OF ITS OWN GOES BACK ON
      *    THEM FOR THE RERUN TO PAY: THE VACATION YEAR-END PAYOUTS
      *    AND THE BACK PAY IT STAMPED WITH ITS RunAuditId, AND THE
      *    CALENDAR ENTRY IT MARKED COMPLETE.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.VacationPayout
               SET Status = 'PENDING', PaidPeriod = NULL,
               PaidRunAuditId = NULL
               WHERE PaidRunAuditId = :WS-BACKOUT-RUN-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-REOPEN-PAYOUT
               WHEN 100
                   MOVE 0 TO WS-REOPEN-PAYOUT
               WHEN OTHER
                   DISPLAY "BACKOUT01: SQL ERROR ON VACATION PAYOUT "
                     "REOPEN, CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           EXEC SQL
               UPDATE REDWARRIOR.dbo.BackPay
               SET Status = 'PENDING', PaidPeriod = NULL,
               PaidRunAuditId = NULL
               WHERE PaidRunAuditId = :WS-BACKOUT-RUN-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-REOPEN-BACKPAY
               WHEN 100
                   MOVE 0 TO WS-REOPEN-BACKPAY
               WHEN OTHER
                   DISPLAY "BACKOUT01: SQL ERROR ON BACK PAY "
                     "REOPEN, CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunCalendar
               SET Status = 'PLANNED'
               WHERE Period = :WS-RUN-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND COALESCE(PayGroup, '01') = :WS-RUN-PAYGROUP
                 AND Status = 'COMPLETE'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-REOPEN-CALENDAR
               WHEN 100
                   MOVE 0 TO WS-REOPEN-CALENDAR
               WHEN OTHER
                   DISPLAY "BACKOUT01: SQL ERROR ON RUN CALENDAR "
                     "REOPEN, CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           PERFORM CANCEL-HELD-PAYMENT.

       CANCEL-HELD-PAYMENT SECTION.
      *    A CYCLE ALREADY THROUGH DISBUR01 BUT STILL HELD: THE HELD
      *    FILE IS CANCELLED SO BANKREL01 CAN NEVER RELEASE IT, AND
      *    THE CYCLE'S REGISTER ROWS WITH IT SO DISBUR01'S
      *    ONE-DISBURSEMENT GUARD LETS THE RERUN BE PAID.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.BankFileHold
               SET Status = 'CANCELLED'
               WHERE Period = :WS-RUN-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND COALESCE(PayGroup, '01') = :WS-RUN-PAYGROUP
                 AND COALESCE(PayCycle, '01') = :WS-RUN-PAYCYCLE
                 AND Status = 'HELD'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-CANCEL-HOLD
               WHEN 100
                   MOVE 0 TO WS-CANCEL-HOLD
               WHEN OTHER
                   DISPLAY "BACKOUT01: SQL ERROR ON BANK FILE "
                     "CANCEL, CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           EXEC SQL
               UPDATE REDWARRIOR.dbo.DisburseRegister
               SET Status = 'CANCELLED'
               WHERE Period = :WS-RUN-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND COALESCE(PayGroup, '01') = :WS-RUN-PAYGROUP
                 AND COALESCE(PayCycle, '01') = :WS-RUN-PAYCYCLE
                 AND Status <> 'CANCELLED'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO WS-CANCEL-DISB
               WHEN 100
                   MOVE 0 TO WS-CANCEL-DISB
               WHEN OTHER
                   DISPLAY "BACKOUT01: SQL ERROR ON DISBURSEMENT "
                     "CANCEL, CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       MARK-RUN-BACKED-OUT SECTION.
      *    THE OUTCOME IS WHAT MAIN01'S DUPLICATE CHECK LOOKS AT -
      *    FROM HERE ON THE RUN'S ROWS NO LONGER COUNT AS POSTED.
           MOVE WS-BACKOUT-RUN-ID TO RunAudit-RunAuditId
           MOVE "BACKED OUT" TO RunAudit-Outcome

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKOUT01: SQL ERROR ON RUN AUDIT UPDATE, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       PROVE-NET-ZERO SECTION.
      *    TWO SIDES. THE DATABASE'S: WHAT IS LEFT ON THE RUN'S
      *    RunAuditId MUST SUM TO ZERO, AND NOTHING MAY STILL BE
      *    STAMPED AS PAID BY IT. THE BOOKINGS': PER TABLE, WHAT THE
      *    RUN BOOKED PLUS WHAT THE BACKOUT BOOKED MUST NET TO ZERO,
      *    ROW FOR ROW.
           MOVE "Y" TO WS-PROOF-SWITCH

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(Salary), 0),
               COALESCE(SUM(TaxAmount), 0),
               COALESCE(SUM(FeeAmount), 0),
               COALESCE(SUM(NetSalary), 0)
               INTO :WS-NET-ROW-COUNT, :WS-NET-GROSS, :WS-NET-TAX,
               :WS-NET-FEE, :WS-NET-NET
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE RunAuditId = :WS-BACKOUT-RUN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKOUT01: SQL ERROR ON PROOF READ, CODE = "
                 SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           EXEC SQL
               SELECT
               (SELECT COUNT(*) FROM REDWARRIOR.dbo.VacationPayout
                WHERE PaidRunAuditId = :WS-BACKOUT-RUN-ID)
               + (SELECT COUNT(*) FROM REDWARRIOR.dbo.BackPay
                WHERE PaidRunAuditId = :WS-BACKOUT-RUN-ID)
               INTO :WS-LEFT-COUNT
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKOUT01: SQL ERROR ON PROOF READ, CODE = "
                 SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE SPACES TO FS-PROOFFILE
           WRITE FS-PROOFFILE
           MOVE SPACES TO FS-PROOFFILE
           MOVE WS-NET-ROW-COUNT TO WS-ROWS-DISP
           MOVE WS-RUN-ROW-COUNT TO WS-ROWS-DISP2
           STRING "EmployeeDeductions ON THE RUN'S ID AFTER BACKOUT:"
             " ROWS " WS-ROWS-DISP " (RUN " WS-ROWS-DISP2 ")"
             DELIMITED BY SIZE INTO FS-PROOFFILE
           WRITE FS-PROOFFILE
           MOVE SPACES TO FS-PROOFFILE
           MOVE WS-NET-GROSS TO WS-MONEY-DISP
           STRING "  NET SALARY " WS-MONEY-DISP
             DELIMITED BY SIZE INTO FS-PROOFFILE
           MOVE WS-NET-TAX TO WS-MONEY-DISP
           STRING FS-PROOFFILE(1:23) "  TAX " WS-MONEY-DISP
             DELIMITED BY SIZE INTO FS-PROOFFILE
           WRITE FS-PROOFFILE
           MOVE SPACES TO FS-PROOFFILE
           MOVE WS-NET-FEE TO WS-MONEY-DISP
           STRING "  NET FEE    " WS-MONEY-DISP
             DELIMITED BY SIZE INTO FS-PROOFFILE
           MOVE WS-NET-NET TO WS-MONEY-DISP
           STRING FS-PROOFFILE(1:23) "  NET " WS-MONEY-DISP
             DELIMITED BY SIZE INTO FS-PROOFFILE
           WRITE FS-PROOFFILE

           IF WS-NET-GROSS NOT = 0 OR WS-NET-TAX NOT = 0
              OR WS-NET-FEE NOT = 0 OR WS-NET-NET NOT = 0
              OR WS-NET-ROW-COUNT NOT = WS-RUN-ROW-COUNT * 2
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF

           MOVE SPACES TO FS-PROOFFILE
           MOVE WS-LEFT-COUNT TO WS-ROWS-DISP
           STRING "PAYOUTS/BACK PAY STILL STAMPED PAID BY THE RUN: "
             WS-ROWS-DISP
             DELIMITED BY SIZE INTO FS-PROOFFILE
           WRITE FS-PROOFFILE
           IF WS-LEFT-COUNT NOT = 0
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF

           MOVE SPACES TO FS-PROOFFILE
           WRITE FS-PROOFFILE
           MOVE "TABLE                AMT  ROWS RUN  ROWS OUT"
             TO FS-PROOFFILE
           MOVE "           RUN        BACKOUT            NET"
             TO FS-PROOFFILE(45:)
           WRITE FS-PROOFFILE

           PERFORM VARYING WS-PROOF-INX FROM 1 BY 1
             UNTIL WS-PROOF-INX > WS-PROOF-SLOTS
               IF WS-PROOF-RUN-ROWS(WS-PROOF-INX) > 0 OR
                  WS-PROOF-OUT-ROWS(WS-PROOF-INX) > 0
                   PERFORM WRITE-PROOF-SLOT
               END-IF
           END-PERFORM

           MOVE SPACES TO FS-PROOFFILE
           WRITE FS-PROOFFILE
           MOVE SPACES TO FS-PROOFFILE
           MOVE WS-REOPEN-PAYOUT TO WS-ROWS-DISP
           MOVE WS-REOPEN-BACKPAY TO WS-ROWS-DISP2
           STRING "REOPENED: VACATION PAYOUTS " WS-ROWS-DISP
             "  BACK PAY " WS-ROWS-DISP2
             DELIMITED BY SIZE INTO FS-PROOFFILE
           MOVE WS-REOPEN-CALENDAR TO WS-ROWS-DISP
           STRING FS-PROOFFILE(1:56) "  CALENDAR " WS-ROWS-DISP
             DELIMITED BY SIZE INTO FS-PROOFFILE
           WRITE FS-PROOFFILE
           MOVE SPACES TO FS-PROOFFILE
           MOVE WS-CANCEL-HOLD TO WS-ROWS-DISP
           MOVE WS-CANCEL-DISB TO WS-ROWS-DISP2
           STRING "CANCELLED: HELD BANK FILES " WS-ROWS-DISP
             "  REGISTER ROWS " WS-ROWS-DISP2
             DELIMITED BY SIZE INTO FS-PROOFFILE
           WRITE FS-PROOFFILE.

       WRITE-PROOF-SLOT SECTION.
      *    ONE LINE PER AMOUNT THE TABLE CARRIES; THE ROW COUNTS
      *    MUST MATCH AND EVERY NET MUST BE ZERO.
           IF WS-PROOF-RUN-ROWS(WS-PROOF-INX) NOT =
              WS-PROOF-OUT-ROWS(WS-PROOF-INX)
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF

           PERFORM VARYING WS-AMT-INX FROM 1 BY 1
             UNTIL WS-AMT-INX > 4
               IF WS-AMT-INX = 1 OR
                  WS-PROOF-RUN-AMT(WS-PROOF-INX, WS-AMT-INX) NOT = 0
                  OR WS-PROOF-OUT-AMT(WS-PROOF-INX, WS-AMT-INX)
                     NOT = 0
                   COMPUTE WS-NET-AMT =
                     WS-PROOF-RUN-AMT(WS-PROOF-INX, WS-AMT-INX)
                     + WS-PROOF-OUT-AMT(WS-PROOF-INX, WS-AMT-INX)
                   IF WS-NET-AMT NOT = 0
                       MOVE "N" TO WS-PROOF-SWITCH
                   END-IF
                   MOVE WS-PROOF-RUN-ROWS(WS-PROOF-INX)
                     TO WS-ROWS-DISP
                   MOVE WS-PROOF-OUT-ROWS(WS-PROOF-INX)
                     TO WS-ROWS-DISP2
                   MOVE WS-PROOF-RUN-AMT(WS-PROOF-INX, WS-AMT-INX)
                     TO WS-AMT-DISP
                   MOVE WS-PROOF-OUT-AMT(WS-PROOF-INX, WS-AMT-INX)
                     TO WS-AMT-DISP2
                   MOVE WS-NET-AMT TO WS-AMT-DISP3
                   MOVE SPACES TO FS-PROOFFILE
                   STRING WS-PROOF-NAME(WS-PROOF-INX) " "
                     WS-AMT-INX "  " WS-ROWS-DISP "   "
                     WS-ROWS-DISP2 " " WS-AMT-DISP " "
                     WS-AMT-DISP2 " " WS-AMT-DISP3
                     DELIMITED BY SIZE INTO FS-PROOFFILE
                   WRITE FS-PROOFFILE
                   DISPLAY FS-PROOFFILE(1:100)
               END-IF
           END-PERFORM.

       ADD-TO-RUN-TALLY SECTION.
           PERFORM FIND-PROOF-SLOT
           IF WS-PROOF-SLOT > 0
               ADD 1 TO WS-PROOF-RUN-ROWS(WS-PROOF-SLOT)
               PERFORM VARYING WS-AMT-INX FROM 1 BY 1
                 UNTIL WS-AMT-INX > 4
                   ADD WS-TALLY-AMT(WS-AMT-INX)
                     TO WS-PROOF-RUN-AMT(WS-PROOF-SLOT, WS-AMT-INX)
               END-PERFORM
           END-IF
           INITIALIZE WS-TALLY-AMT(1) WS-TALLY-AMT(2)
             WS-TALLY-AMT(3) WS-TALLY-AMT(4).

       ADD-TO-BACKOUT-TALLY SECTION.
           PERFORM FIND-PROOF-SLOT
           IF WS-PROOF-SLOT > 0
               ADD 1 TO WS-PROOF-OUT-ROWS(WS-PROOF-SLOT)
               PERFORM VARYING WS-AMT-INX FROM 1 BY 1
                 UNTIL WS-AMT-INX > 4
                   ADD WS-TALLY-AMT(WS-AMT-INX)
                     TO WS-PROOF-OUT-AMT(WS-PROOF-SLOT, WS-AMT-INX)
               END-PERFORM
           END-IF
           INITIALIZE WS-TALLY-AMT(1) WS-TALLY-AMT(2)
             WS-TALLY-AMT(3) WS-TALLY-AMT(4).

       FIND-PROOF-SLOT SECTION.
      *    A TABLE NAME NOT IN THE PROOF LIST CANNOT BE PROVED - IT
      *    IS COUNTED AS AN ERROR SO THE BACKOUT ROLLS BACK.
           MOVE 0 TO WS-PROOF-SLOT
           PERFORM VARYING WS-PROOF-INX FROM 1 BY 1
             UNTIL WS-PROOF-INX > WS-PROOF-SLOTS
                OR WS-PROOF-SLOT > 0
               IF WS-PROOF-NAME(WS-PROOF-INX) = WS-PROOF-KEY
                   MOVE WS-PROOF-INX TO WS-PROOF-SLOT
               END-IF
           END-PERFORM
           IF WS-PROOF-SLOT = 0
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
