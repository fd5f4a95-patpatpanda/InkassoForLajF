       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSACC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE LINE PER EMPLOYEE AND INSURANCE ACCRUED - THE YEAR'S
      *    PREMIUM BASE AND PREMIUM SO FAR AND WHAT THIS PERIOD
      *    BOOKED - WITH THE TOTALS PER ACCOUNT PAIR.
           SELECT INSRPTFILE ASSIGN TO WS-INSRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE PERIOD'S AGREEMENT-INSURANCE PREMIUM ACCRUAL AS ONE
      *    SIE VOUCHER FOR THE ACCOUNTING PACKAGE - SAME FORMAT AS
      *    MAIN01'S sie_export.txt.
           SELECT INSSIEFILE ASSIGN TO WS-INSSIE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INSRPTFILE.
       01 FS-INSRPTFILE PIC X(120).

       FD INSSIEFILE.
       01 FS-INSSIEFILE PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "InsuranceAccrual.cpy".
       COPY "RunAudit.cpy".
       COPY "OutFileParms.cpy".
       COPY "InsPremParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY EMPLOYEE PAID BY THE COMPANY IN THE YEAR SO FAR -
      *    ONE WHO HAS LEFT STILL HAS A PREMIUM BASE FOR THE MONTHS
      *    WORKED. THE AGREEMENT IS THE ONE ON THE MASTER TODAY.
           EXEC SQL
           DECLARE InsEmpCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, COALESCE(E.AGREEMENT_CODE, '01'),
           E.BIRTH_DATE
           FROM REDWARRIOR.dbo.Employees E
           WHERE EXISTS
             (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
              WHERE D.EmployeeId = E.ID_EMPLOYEE
                AND D.CompanyCode = :WS-RUN-COMPANY
                AND COALESCE(D.PaidPeriod, D.Period)
                    >= :WS-YEAR-FIRST-PERIOD
                AND COALESCE(D.PaidPeriod, D.Period)
                    <= :WS-ACC-PERIOD)
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *    WHAT THE EARLIER PERIODS OF THE YEAR ALREADY BOOKED FOR
      *    THE EMPLOYEE, PER INSURANCE.
           EXEC SQL
           DECLARE InsPriorCursor CURSOR FOR
           SELECT InsuranceCode, MAX(ExpenseAccount),
           MAX(LiabilityAccount), SUM(PeriodPremium)
           FROM REDWARRIOR.dbo.InsuranceAccrual
           WHERE CompanyCode = :WS-RUN-COMPANY
             AND PremiumYear = :InsuranceAccrual-PremiumYear
             AND EmployeeId = :InsuranceAccrual-EmployeeId
             AND Period < :WS-ACC-PERIOD
           GROUP BY InsuranceCode
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-INSRPT-PATH PIC X(80).
       01 WS-INSSIE-PATH PIC X(80).

       01 WS-ACC-PERIOD PIC X(6).
       01 WS-ACC-PERIOD-PARTS REDEFINES WS-ACC-PERIOD.
         05 WS-ACC-YEAR PIC 9(4).
         05 WS-ACC-MONTH PIC 9(2).
       01 WS-YEAR-FIRST-PERIOD PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-LATER-COUNT PIC S9(09) COMP-5 VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 EMP-EOF VALUE 1.
       01 WS-PRIOR-SWITCHES PIC 9 VALUE 0.
         88 PRIOR-EOF VALUE 1.

      *    THE EMPLOYEE'S EARLIER BOOKINGS, AND WHETHER THIS RUN'S
      *    CALCULATION STILL CARRIES EACH INSURANCE - ONE IT NO
      *    LONGER DOES (THE AGREEMENT CHANGED, AN AGE LIMIT WAS
      *    PASSED) IS BOOKED BACK TO NIL.
       01 WS-PRI-COUNT PIC 9(2) VALUE 0.
       01 WS-PRI-TABLE.
         05 WS-PRI-ITEM OCCURS 20 TIMES.
           10 WS-PRI-INSURANCE PIC X(4).
           10 WS-PRI-EXPENSE PIC X(4).
           10 WS-PRI-LIABILITY PIC X(4).
           10 WS-PRI-PREMIUM PIC S9(09) COMP-5.
           10 WS-PRI-MATCHED PIC X(1).
       01 WS-PRI-INX PIC 9(2) VALUE 0.
       01 WS-FETCH-INSURANCE PIC X(4).
       01 WS-FETCH-EXPENSE PIC X(4).
       01 WS-FETCH-LIABILITY PIC X(4).
       01 WS-FETCH-PREMIUM PIC S9(09) COMP-5.

       01 WS-IPM-INX PIC 9(2) VALUE 0.
       01 WS-PRIOR-PREMIUM PIC S9(09) COMP-5 VALUE 0.

      *    THE PERIOD'S BOOKINGS PER EXPENSE/LIABILITY ACCOUNT PAIR.
       01 WS-ACP-COUNT PIC 9(2) VALUE 0.
       01 WS-ACP-TABLE.
         05 WS-ACP-ITEM OCCURS 10 TIMES.
           10 WS-ACP-EXPENSE PIC X(4).
           10 WS-ACP-LIABILITY PIC X(4).
           10 WS-ACP-AMOUNT PIC S9(11).
       01 WS-ACP-INX PIC 9(2) VALUE 0.
       01 WS-ACP-EXPENSE-KEY PIC X(4).
       01 WS-ACP-LIABILITY-KEY PIC X(4).

      *    RUN TOTALS.
       01 WS-EMP-COUNT PIC 9(5) VALUE 0.
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-TOT-PERIOD PIC S9(11) VALUE 0.
       01 WS-TOT-YTD PIC S9(11) VALUE 0.

       01 WS-REPORT-ID PIC 9(9).
       01 WS-AMT-DISP PIC -(9)9.
       01 WS-AMT-DISP2 PIC -(9)9.
       01 WS-AMT-DISP3 PIC -(9)9.
       01 WS-TOT-DISP PIC -(11)9.

       01 WS-SIE-AMOUNT PIC +9(9).
       01 WS-SIE-ACCOUNT PIC X(4).
       01 WS-SIE-RESIDUAL PIC S9(11) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "Agreement insurance premium accrual"
           DISPLAY "Period to accrue (YYYYMM): "
           ACCEPT WS-ACC-PERIOD
           IF WS-ACC-PERIOD NOT NUMERIC
              OR WS-ACC-MONTH < 1 OR WS-ACC-MONTH > 12
               DISPLAY "INSACC01: period must be YYYYMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           MOVE SPACES TO WS-YEAR-FIRST-PERIOD
           STRING WS-ACC-YEAR "01" DELIMITED BY SIZE
             INTO WS-YEAR-FIRST-PERIOD

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

      *    EACH PERIOD BOOKS THE DIFFERENCE TO WHAT THE EARLIER ONES
      *    BOOKED, SO A PERIOD CANNOT BE REDONE ONCE A LATER ONE IS -
      *    RERUN THE LATEST PERIOD INSTEAD; IT PICKS UP THE CHANGE.
           MOVE WS-ACC-YEAR TO InsuranceAccrual-PremiumYear
           EXEC SQL
               SELECT COUNT(*) INTO :WS-LATER-COUNT
               FROM REDWARRIOR.dbo.InsuranceAccrual
               WHERE CompanyCode = :WS-RUN-COMPANY
                 AND PremiumYear = :InsuranceAccrual-PremiumYear
                 AND Period > :WS-ACC-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "INSACC01: SQL ERROR ON ACCRUAL CHECK, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-LATER-COUNT > 0
               DISPLAY "INSACC01: a later period of " WS-ACC-YEAR
                 " is already accrued for company " WS-RUN-COMPANY
                 " - rerun the latest period instead."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-OUTBOUND-REGISTER
           PERFORM WRITE-RUN-AUDIT-START

      *    A RERUN (THE LEDGER REJECTED OR WITHDREW THE VOUCHER)
      *    REPLACES THE PERIOD'S ROWS.
           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.InsuranceAccrual
               WHERE CompanyCode = :WS-RUN-COMPANY
                 AND Period = :WS-ACC-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "INSACC01: SQL ERROR ON ACCRUAL DELETE, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           OPEN OUTPUT INSRPTFILE

           MOVE SPACES TO FS-INSRPTFILE
           STRING "AGREEMENT INSURANCE ACCRUAL - COMPANY "
             WS-RUN-COMPANY " PERIOD " WS-ACC-PERIOD
             " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-INSRPTFILE
           WRITE FS-INSRPTFILE

           MOVE SPACES TO FS-INSRPTFILE
           STRING "EmployeeId AG INS       YTD base   YTD premium"
             "        Period"
             DELIMITED BY SIZE INTO FS-INSRPTFILE
           WRITE FS-INSRPTFILE

           EXEC SQL
               OPEN InsEmpCursor
           END-EXEC

           PERFORM UNTIL EMP-EOF
               EXEC SQL
                   FETCH InsEmpCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :Employees-AGREEMENT-CODE,
                       :Employees-BIRTH-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET EMP-EOF TO TRUE
                   WHEN 0
                       PERFORM ACCRUE-ONE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "INSACC01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET EMP-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE InsEmpCursor
           END-EXEC

           PERFORM WRITE-ACCOUNT-TOTALS

           CLOSE INSRPTFILE

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "INSACC01: " WS-ERROR-COUNT
                 " error(s) - the accrual was rolled back, nothing "
                 "has changed and no voucher was written. Correct "
                 "and rerun."
               MOVE "FAILED" TO RunAudit-Outcome
               PERFORM WRITE-RUN-AUDIT-END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-SIE-VOUCHER

           MOVE "SUCCESS" TO RunAudit-Outcome
           PERFORM WRITE-RUN-AUDIT-END

           EXEC SQL COMMIT END-EXEC

           MOVE WS-TOT-PERIOD TO WS-TOT-DISP
           DISPLAY "INSACC01: " WS-EMP-COUNT " employee(s), "
             WS-ROW-COUNT " accrual row(s), period premium "
             WS-TOT-DISP " - see insacc_report.txt; insacc_sie.txt "
             "carries the voucher."

           MOVE 0 TO RETURN-CODE
           PERFORM REGISTER-OUTBOUND-FILE

           STOP RUN.

       CHECK-OUTBOUND-REGISTER SECTION.
      *    ONE ACCRUAL VOUCHER PER COMPANY AND PERIOD - A SECOND ONE
      *    GOES TO THE LEDGER ONLY AFTER THE FIRST WAS REJECTED OR
      *    WITHDRAWN, OR THE PREMIUM WOULD BE BOOKED TWICE.
           MOVE "SIE" TO WS-OFR-FILE-TYPE
           MOVE WS-INSSIE-PATH TO WS-OFR-FILE-NAME
           MOVE "LEDGER" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-ACC-PERIOD TO WS-OFR-PERIOD
           MOVE "INSACC" TO WS-OFR-QUALIFIER
           MOVE "INSACC01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-RESEND-REFUSED
                   DISPLAY "INSACC01: period " WS-ACC-PERIOD
                     " is already accrued - nothing done."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OFR-ERROR
                   DISPLAY "INSACC01: outbound file register not "
                     "available - nothing done."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REGISTER-OUTBOUND-FILE SECTION.
      *    THE ACCRUAL HAS COMMITTED, SO A REFUSAL ONLY WARNS.
           MOVE WS-TOT-PERIOD TO WS-OFR-CONTROL-SUM-1
           MOVE WS-TOT-PERIOD TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "INSACC01: WARNING - " WS-INSSIE-PATH
                 " is not registered as sent; hold it back until "
                 "the register is checked in OUTREG01."
               MOVE 4 TO RETURN-CODE
           END-IF.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-INSRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\insacc_report.txt" DELIMITED BY SIZE
             INTO WS-INSRPT-PATH

           MOVE SPACES TO WS-INSSIE-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\insacc_sie.txt" DELIMITED BY SIZE
             INTO WS-INSSIE-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "INSACC01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-RUN-AUDIT-START SECTION.
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "INSACC01 INSURANCE ACCRUAL" TO RunAudit-InvokedBy
           MOVE WS-ACC-PERIOD TO RunAudit-Period
           MOVE 0 TO RunAudit-EmployeeCount
           MOVE "IN PROGRESS" TO RunAudit-Outcome

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RunAudit (RunDate, RunTime,
               InvokedBy, Period, EmployeeCount, Outcome,
               CompanyCode)
               VALUES (:RunAudit-RunDate, :RunAudit-RunTime,
               :RunAudit-InvokedBy, :RunAudit-Period,
               :RunAudit-EmployeeCount, :RunAudit-Outcome,
               :WS-RUN-COMPANY)
           END-EXEC

           EXEC SQL
               SELECT @@IDENTITY INTO :WS-RUN-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "INSACC01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF

      *    COMMITTED ON ITS OWN SO A FAILED ACCRUAL STILL LEAVES
      *    ITS TRACE IN THE AUDIT TRAIL AFTER THE ROLLBACK.
           EXEC SQL COMMIT END-EXEC.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-EMP-COUNT TO RunAudit-EmployeeCount

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "INSACC01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       ACCRUE-ONE-EMPLOYEE SECTION.
           MOVE WS-RUN-COMPANY TO WS-IPM-COMPANY
           MOVE WS-ACC-YEAR TO WS-IPM-YEAR
           MOVE WS-ACC-PERIOD TO WS-IPM-THRU-PERIOD
           MOVE Employees-ID-EMPLOYEE TO WS-IPM-EMPLOYEE-ID
           MOVE Employees-AGREEMENT-CODE TO WS-IPM-AGREEMENT
           MOVE Employees-BIRTH-DATE TO WS-IPM-BIRTH-DATE
           CALL "InsPremModule" USING WS-IPM-PARMS

           IF IPM-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM LOAD-PRIOR-BOOKINGS
               IF IPM-COVERED
                   ADD 1 TO WS-EMP-COUNT
                   PERFORM VARYING WS-IPM-INX FROM 1 BY 1
                           UNTIL WS-IPM-INX > WS-IPM-COUNT
                       PERFORM ACCRUE-ONE-INSURANCE
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-PRI-INX FROM 1 BY 1
                       UNTIL WS-PRI-INX > WS-PRI-COUNT
                   IF WS-PRI-MATCHED(WS-PRI-INX) = "N"
                      AND WS-PRI-PREMIUM(WS-PRI-INX) NOT = 0
                       PERFORM REVERSE-DROPPED-INSURANCE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-PRIOR-BOOKINGS SECTION.
           MOVE 0 TO WS-PRI-COUNT
           MOVE 0 TO WS-PRIOR-SWITCHES
           MOVE WS-ACC-YEAR TO InsuranceAccrual-PremiumYear
           MOVE Employees-ID-EMPLOYEE TO InsuranceAccrual-EmployeeId

           EXEC SQL
               OPEN InsPriorCursor
           END-EXEC

           PERFORM UNTIL PRIOR-EOF
               EXEC SQL
                   FETCH InsPriorCursor INTO
                       :WS-FETCH-INSURANCE,
                       :WS-FETCH-EXPENSE,
                       :WS-FETCH-LIABILITY,
                       :WS-FETCH-PREMIUM
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET PRIOR-EOF TO TRUE
                   WHEN 0
                       IF WS-PRI-COUNT < 20
                           ADD 1 TO WS-PRI-COUNT
                           MOVE WS-FETCH-INSURANCE
                             TO WS-PRI-INSURANCE(WS-PRI-COUNT)
                           MOVE WS-FETCH-EXPENSE
                             TO WS-PRI-EXPENSE(WS-PRI-COUNT)
                           MOVE WS-FETCH-LIABILITY
                             TO WS-PRI-LIABILITY(WS-PRI-COUNT)
                           MOVE WS-FETCH-PREMIUM
                             TO WS-PRI-PREMIUM(WS-PRI-COUNT)
                           MOVE "N" TO WS-PRI-MATCHED(WS-PRI-COUNT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "INSACC01: SQL ERROR ON EARLIER "
                         "ACCRUALS, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET PRIOR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE InsPriorCursor
           END-EXEC.

       ACCRUE-ONE-INSURANCE SECTION.
           MOVE 0 TO WS-PRIOR-PREMIUM
           PERFORM VARYING WS-PRI-INX FROM 1 BY 1
                   UNTIL WS-PRI-INX > WS-PRI-COUNT
               IF WS-PRI-INSURANCE(WS-PRI-INX)
                    = WS-IPM-INSURANCE(WS-IPM-INX)
                   MOVE WS-PRI-PREMIUM(WS-PRI-INX) TO WS-PRIOR-PREMIUM
                   MOVE "Y" TO WS-PRI-MATCHED(WS-PRI-INX)
               END-IF
           END-PERFORM

           MOVE WS-IPM-INSURANCE(WS-IPM-INX)
             TO InsuranceAccrual-InsuranceCode
           MOVE WS-IPM-BASE(WS-IPM-INX) TO InsuranceAccrual-YtdBase
           MOVE WS-IPM-PREMIUM(WS-IPM-INX)
             TO InsuranceAccrual-YtdPremium
           COMPUTE InsuranceAccrual-PeriodPremium =
             WS-IPM-PREMIUM(WS-IPM-INX) - WS-PRIOR-PREMIUM
           MOVE WS-IPM-EXPENSE-ACCOUNT(WS-IPM-INX)
             TO WS-ACP-EXPENSE-KEY
           MOVE WS-IPM-LIABILITY-ACCOUNT(WS-IPM-INX)
             TO WS-ACP-LIABILITY-KEY
           PERFORM INSERT-ACCRUAL-ROW.

       REVERSE-DROPPED-INSURANCE SECTION.
           MOVE WS-PRI-INSURANCE(WS-PRI-INX)
             TO InsuranceAccrual-InsuranceCode
           MOVE 0 TO InsuranceAccrual-YtdBase
           MOVE 0 TO InsuranceAccrual-YtdPremium
           COMPUTE InsuranceAccrual-PeriodPremium =
             0 - WS-PRI-PREMIUM(WS-PRI-INX)
           MOVE WS-PRI-EXPENSE(WS-PRI-INX) TO WS-ACP-EXPENSE-KEY
           MOVE WS-PRI-LIABILITY(WS-PRI-INX) TO WS-ACP-LIABILITY-KEY
           PERFORM INSERT-ACCRUAL-ROW.

       INSERT-ACCRUAL-ROW SECTION.
           MOVE WS-RUN-COMPANY TO InsuranceAccrual-CompanyCode
           MOVE WS-ACC-YEAR TO InsuranceAccrual-PremiumYear
           MOVE WS-ACC-PERIOD TO InsuranceAccrual-Period
           MOVE Employees-ID-EMPLOYEE TO InsuranceAccrual-EmployeeId
           MOVE Employees-AGREEMENT-CODE
             TO InsuranceAccrual-AgreementCode
           MOVE WS-RUN-DATE TO InsuranceAccrual-RunDate
           MOVE WS-RUN-AUDIT-ID TO InsuranceAccrual-RunAuditId
           MOVE WS-ACP-EXPENSE-KEY TO InsuranceAccrual-ExpenseAccount
           MOVE WS-ACP-LIABILITY-KEY
             TO InsuranceAccrual-LiabilityAccount

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.InsuranceAccrual
               (CompanyCode, PremiumYear, Period, EmployeeId,
               AgreementCode, InsuranceCode, YtdBase, YtdPremium,
               PeriodPremium, ExpenseAccount, LiabilityAccount,
               RunDate, RunAuditId)
               VALUES (:InsuranceAccrual-CompanyCode,
               :InsuranceAccrual-PremiumYear,
               :InsuranceAccrual-Period,
               :InsuranceAccrual-EmployeeId,
               :InsuranceAccrual-AgreementCode,
               :InsuranceAccrual-InsuranceCode,
               :InsuranceAccrual-YtdBase,
               :InsuranceAccrual-YtdPremium,
               :InsuranceAccrual-PeriodPremium,
               :InsuranceAccrual-ExpenseAccount,
               :InsuranceAccrual-LiabilityAccount,
               :InsuranceAccrual-RunDate,
               :InsuranceAccrual-RunAuditId)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "INSACC01: SQL ERROR ON ACCRUAL INSERT, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           ADD 1 TO WS-ROW-COUNT
           ADD InsuranceAccrual-PeriodPremium TO WS-TOT-PERIOD
           ADD InsuranceAccrual-YtdPremium TO WS-TOT-YTD
           PERFORM ADD-TO-ACCOUNT-PAIR

           MOVE Employees-ID-EMPLOYEE TO WS-REPORT-ID
           MOVE InsuranceAccrual-YtdBase TO WS-AMT-DISP
           MOVE InsuranceAccrual-YtdPremium TO WS-AMT-DISP2
           MOVE InsuranceAccrual-PeriodPremium TO WS-AMT-DISP3
           MOVE SPACES TO FS-INSRPTFILE
           STRING WS-REPORT-ID " " InsuranceAccrual-AgreementCode
             " " InsuranceAccrual-InsuranceCode
             "   " WS-AMT-DISP "    " WS-AMT-DISP2
             "    " WS-AMT-DISP3
             DELIMITED BY SIZE INTO FS-INSRPTFILE
           WRITE FS-INSRPTFILE.

       ADD-TO-ACCOUNT-PAIR SECTION.
           MOVE 0 TO WS-ACP-INX
           PERFORM VARYING WS-ACP-INX FROM 1 BY 1
                   UNTIL WS-ACP-INX > WS-ACP-COUNT
                      OR (WS-ACP-EXPENSE(WS-ACP-INX)
                            = WS-ACP-EXPENSE-KEY
                          AND WS-ACP-LIABILITY(WS-ACP-INX)
                            = WS-ACP-LIABILITY-KEY)
               CONTINUE
           END-PERFORM

           IF WS-ACP-INX > WS-ACP-COUNT
               IF WS-ACP-COUNT < 10
                   ADD 1 TO WS-ACP-COUNT
                   MOVE WS-ACP-COUNT TO WS-ACP-INX
                   MOVE WS-ACP-EXPENSE-KEY
                     TO WS-ACP-EXPENSE(WS-ACP-INX)
                   MOVE WS-ACP-LIABILITY-KEY
                     TO WS-ACP-LIABILITY(WS-ACP-INX)
                   MOVE 0 TO WS-ACP-AMOUNT(WS-ACP-INX)
               ELSE
                   DISPLAY "INSACC01: more than 10 account pairs in "
                     "insrates.dat - " WS-ACP-EXPENSE-KEY "/"
                     WS-ACP-LIABILITY-KEY " not booked."
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF

           IF WS-ACP-INX NOT > WS-ACP-COUNT
               ADD InsuranceAccrual-PeriodPremium
                 TO WS-ACP-AMOUNT(WS-ACP-INX)
           END-IF.

       WRITE-ACCOUNT-TOTALS SECTION.
           PERFORM VARYING WS-ACP-INX FROM 1 BY 1
                   UNTIL WS-ACP-INX > WS-ACP-COUNT
               MOVE WS-ACP-AMOUNT(WS-ACP-INX) TO WS-TOT-DISP
               MOVE SPACES TO FS-INSRPTFILE
               STRING "Accounts " WS-ACP-EXPENSE(WS-ACP-INX) "/"
                 WS-ACP-LIABILITY(WS-ACP-INX)
                 " booked this period " WS-TOT-DISP
                 DELIMITED BY SIZE INTO FS-INSRPTFILE
               WRITE FS-INSRPTFILE
           END-PERFORM

           MOVE WS-TOT-PERIOD TO WS-TOT-DISP
           MOVE SPACES TO FS-INSRPTFILE
           STRING "TOTAL employees " WS-EMP-COUNT
             "  rows " WS-ROW-COUNT
             "  booked this period " WS-TOT-DISP
             DELIMITED BY SIZE INTO FS-INSRPTFILE
           WRITE FS-INSRPTFILE

           MOVE WS-TOT-YTD TO WS-TOT-DISP
           MOVE SPACES TO FS-INSRPTFILE
           STRING "Premium for the year through " WS-ACC-PERIOD
             " " WS-TOT-DISP
             DELIMITED BY SIZE INTO FS-INSRPTFILE
           WRITE FS-INSRPTFILE.

       WRITE-SIE-VOUCHER SECTION.
      *    THE PREMIUM IS AN EMPLOYER COST AGAINST A LIABILITY TO THE
      *    INSURER, SETTLED WHEN THE ANNUAL INVOICE IS PAID. A
      *    PERIOD THAT TRUES THE YEAR DOWN BOOKS THE PAIR THE OTHER
      *    WAY ROUND.
           OPEN OUTPUT INSSIEFILE

           MOVE "#FLAGGA 0" TO FS-INSSIEFILE
           WRITE FS-INSSIEFILE
           MOVE "#PROGRAM INSACC01" TO FS-INSSIEFILE
           WRITE FS-INSSIEFILE
           MOVE "#FORMAT PC8" TO FS-INSSIEFILE
           WRITE FS-INSSIEFILE
           MOVE "#SIETYP 4" TO FS-INSSIEFILE
           WRITE FS-INSSIEFILE

           MOVE SPACES TO FS-INSSIEFILE
           STRING '#VER "LON" "' WS-ACC-PERIOD '" ' WS-RUN-DATE
             ' "Agreement insurance accrual ' WS-ACC-PERIOD
             ' company ' WS-RUN-COMPANY '"'
             DELIMITED BY SIZE INTO FS-INSSIEFILE
           WRITE FS-INSSIEFILE

           MOVE "{" TO FS-INSSIEFILE
           WRITE FS-INSSIEFILE

           PERFORM VARYING WS-ACP-INX FROM 1 BY 1
                   UNTIL WS-ACP-INX > WS-ACP-COUNT
               IF WS-ACP-AMOUNT(WS-ACP-INX) NOT = 0
                   MOVE WS-ACP-EXPENSE(WS-ACP-INX) TO WS-SIE-ACCOUNT
                   MOVE WS-ACP-AMOUNT(WS-ACP-INX) TO WS-SIE-RESIDUAL
                   PERFORM WRITE-SIE-DEBIT
                   MOVE WS-ACP-LIABILITY(WS-ACP-INX)
                     TO WS-SIE-ACCOUNT
                   PERFORM WRITE-SIE-CREDIT
               END-IF
           END-PERFORM

           MOVE "}" TO FS-INSSIEFILE
           WRITE FS-INSSIEFILE

           CLOSE INSSIEFILE.

       WRITE-SIE-DEBIT SECTION.
           MOVE WS-SIE-RESIDUAL TO WS-SIE-AMOUNT
           PERFORM WRITE-SIE-TRANS.

       WRITE-SIE-CREDIT SECTION.
           COMPUTE WS-SIE-AMOUNT = 0 - WS-SIE-RESIDUAL
           PERFORM WRITE-SIE-TRANS.

       WRITE-SIE-TRANS SECTION.
           MOVE SPACES TO FS-INSSIEFILE
           STRING "#TRANS " WS-SIE-ACCOUNT " {} " WS-SIE-AMOUNT
             DELIMITED BY SIZE INTO FS-INSSIEFILE
           WRITE FS-INSSIEFILE.
