       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBEN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE LINE PER LOAN VALUED - BALANCE, THE RATE CHARGED, THE
      *    REFERENCE RATE AND THE MONTH'S INTEREST BENEFIT - WITH THE
      *    BENEFIT POSTED PER EMPLOYEE AND THE PERIOD TOTAL.
           SELECT LBRPTFILE ASSIGN TO WS-LBRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LBRPTFILE.
       01 FS-LBRPTFILE PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "Loans.cpy".
       COPY "Benefits.cpy".
       COPY "LoanRefRate.cpy".
       COPY "RunAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY ACTIVE LOAN WITH A BALANCE LEFT, FOR THE COMPANY'S
      *    EMPLOYEES NOT YET POSTED FOR THE PERIOD - THE BALANCE AS
      *    IT STANDS BEFORE THIS PERIOD'S INSTALLMENT IS TAKEN, WHICH
      *    IS WHAT THE EMPLOYEE HAD THE USE OF DURING THE MONTH.
           EXEC SQL
           DECLARE LoanBenCursor CURSOR FOR
           SELECT L.LoanId, L.EmployeeId, L.RemainingBalance,
           COALESCE(L.InterestRate, 0)
           FROM REDWARRIOR.dbo.Loans L,
           REDWARRIOR.dbo.Employees E
           WHERE L.Status = 'ACTIVE'
             AND L.RemainingBalance > 0
             AND E.ID_EMPLOYEE = L.EmployeeId
             AND E.COMPANY_CODE = :WS-RUN-COMPANY
             AND NOT EXISTS
               (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
                WHERE D.EmployeeId = L.EmployeeId
                  AND D.Period = :WS-BEN-PERIOD
                  AND D.CompanyCode = :WS-RUN-COMPANY
                  AND COALESCE(D.PayType, 'R') = 'R')
           ORDER BY L.EmployeeId, L.LoanId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-LBRPT-PATH PIC X(80).

       01 WS-BEN-PERIOD PIC X(6).
       01 WS-BEN-PERIOD-PARTS REDEFINES WS-BEN-PERIOD.
         05 WS-BEN-YEAR PIC 9(4).
         05 WS-BEN-MONTH PIC 9(2).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-POSTED-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    THE BENEFIT ROW COVERS EXACTLY THE PERIOD, SO MAIN01 PICKS
      *    IT UP FOR THIS MONTH ONLY.
       01 WS-PERIOD-START-TEXT PIC X(8).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
         05 WS-NEXT-YEAR PIC 9(4).
         05 WS-NEXT-MON PIC 9(2).
         05 WS-NEXT-DAY PIC 9(2).
       01 WS-PERIOD-END PIC 9(8).

      *    BorrowingRate + MarginRate IN FORCE ON THE PERIOD'S FIRST
      *    DAY.
       01 WS-REF-RATE PIC S9(3)V9(2) COMP-3 VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 LOAN-EOF VALUE 1.

      *    THE EMPLOYEE WHOSE LOANS ARE BEING SUMMED - ONE BENEFIT
      *    ROW PER EMPLOYEE, HOWEVER MANY LOANS.
       01 WS-CUR-EMPLOYEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMP-BENEFIT PIC S9(09)V9(4) VALUE 0.
       01 WS-LOAN-BENEFIT PIC S9(09)V9(4) VALUE 0.
       01 WS-RATE-GAP PIC S9(3)V9(2) COMP-3 VALUE 0.

      *    RUN TOTALS.
       01 WS-LOAN-COUNT PIC 9(5) VALUE 0.
       01 WS-EMP-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-TOT-BENEFIT PIC S9(11) VALUE 0.

       01 WS-REPORT-ID PIC 9(9).
       01 WS-REPORT-LOAN PIC 9(9).
       01 WS-BAL-DISP PIC Z(8)9.
       01 WS-RATE-DISP PIC Z9.9(2).
       01 WS-REF-DISP PIC Z9.9(2).
       01 WS-BEN-DISP PIC Z(6)9.9(2).
       01 WS-AMT-DISP PIC Z(8)9.
       01 WS-TOT-DISP PIC Z(10)9.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "Loan interest benefit valuation"
           DISPLAY "Period to value (YYYYMM): "
           ACCEPT WS-BEN-PERIOD
           IF WS-BEN-PERIOD NOT NUMERIC
              OR WS-BEN-MONTH < 1 OR WS-BEN-MONTH > 12
               DISPLAY "LOANBEN01: period must be YYYYMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           MOVE SPACES TO WS-PERIOD-START-TEXT
           STRING WS-BEN-PERIOD "01" DELIMITED BY SIZE
             INTO WS-PERIOD-START-TEXT
           MOVE WS-PERIOD-START-TEXT TO WS-PERIOD-START
           MOVE WS-PERIOD-START TO WS-NEXT-MONTH
           IF WS-NEXT-MON = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MON
           ELSE
               ADD 1 TO WS-NEXT-MON
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

      *    THE BENEFIT ONLY REACHES THE TAX BASE THROUGH THE POSTING,
      *    SO AN EMPLOYEE WHOSE REGULAR ROW IS ALREADY IN (AN EARLIER
      *    PAY GROUP'S STREAM) KEEPS THE VALUATION THAT WAS TAXED AND
      *    IS LEFT ALONE HERE.
           EXEC SQL
               SELECT COUNT(DISTINCT EmployeeId)
               INTO :WS-POSTED-COUNT
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE CompanyCode = :WS-RUN-COMPANY
                 AND Period = :WS-BEN-PERIOD
                 AND COALESCE(PayType, 'R') = 'R'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "LOANBEN01: SQL ERROR ON POSTING CHECK, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-POSTED-COUNT > 0
               DISPLAY "LOANBEN01: " WS-POSTED-COUNT
                 " employee(s) already posted for " WS-BEN-PERIOD
                 " - their loans are not revalued."
           END-IF

           PERFORM LOOK-UP-REFERENCE-RATE
           PERFORM WRITE-RUN-AUDIT-START

      *    A RERUN REPLACES THE PERIOD'S VALUATION.
           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.Benefits
               WHERE BenefitCode = 'RANT'
                 AND EffectiveFrom = :WS-PERIOD-START
                 AND EmployeeId IN
                   (SELECT E.ID_EMPLOYEE
                    FROM REDWARRIOR.dbo.Employees E
                    WHERE E.COMPANY_CODE = :WS-RUN-COMPANY)
                 AND NOT EXISTS
                   (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
                    WHERE D.EmployeeId = Benefits.EmployeeId
                      AND D.Period = :WS-BEN-PERIOD
                      AND D.CompanyCode = :WS-RUN-COMPANY
                      AND COALESCE(D.PayType, 'R') = 'R')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "LOANBEN01: SQL ERROR ON BENEFIT DELETE, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           OPEN OUTPUT LBRPTFILE

           MOVE WS-REF-RATE TO WS-REF-DISP
           MOVE SPACES TO FS-LBRPTFILE
           STRING "LOAN INTEREST BENEFIT - COMPANY " WS-RUN-COMPANY
             " PERIOD " WS-BEN-PERIOD " RUN " WS-RUN-DATE
             " REFERENCE RATE " WS-REF-DISP "%"
             DELIMITED BY SIZE INTO FS-LBRPTFILE
           WRITE FS-LBRPTFILE

           MOVE SPACES TO FS-LBRPTFILE
           STRING "EmployeeId LoanId      Balance   Rate    Ref"
             "     Benefit"
             DELIMITED BY SIZE INTO FS-LBRPTFILE
           WRITE FS-LBRPTFILE

           EXEC SQL
               OPEN LoanBenCursor
           END-EXEC

           PERFORM UNTIL LOAN-EOF
               EXEC SQL
                   FETCH LoanBenCursor INTO
                       :Loans-LoanId,
                       :Loans-EmployeeId,
                       :Loans-RemainingBalance,
                       :Loans-InterestRate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LOAN-EOF TO TRUE
                   WHEN 0
                       IF Loans-EmployeeId NOT = WS-CUR-EMPLOYEE
                           PERFORM POST-EMPLOYEE-BENEFIT
                           MOVE Loans-EmployeeId TO WS-CUR-EMPLOYEE
                       END-IF
                       PERFORM VALUE-ONE-LOAN
                   WHEN OTHER
                       DISPLAY "LOANBEN01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET LOAN-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE LoanBenCursor
           END-EXEC

           PERFORM POST-EMPLOYEE-BENEFIT

           MOVE WS-TOT-BENEFIT TO WS-TOT-DISP
           MOVE SPACES TO FS-LBRPTFILE
           STRING "TOTAL " WS-LOAN-COUNT " LOAN(S), "
             WS-EMP-COUNT " EMPLOYEE(S) WITH A BENEFIT, "
             "PERIOD BENEFIT " WS-TOT-DISP
             DELIMITED BY SIZE INTO FS-LBRPTFILE
           WRITE FS-LBRPTFILE

           CLOSE LBRPTFILE

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "LOANBEN01: " WS-ERROR-COUNT
                 " error(s) - the valuation was rolled back, "
                 "nothing has changed. Correct and rerun."
               MOVE "FAILED" TO RunAudit-Outcome
               PERFORM WRITE-RUN-AUDIT-END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "SUCCESS" TO RunAudit-Outcome
           PERFORM WRITE-RUN-AUDIT-END

           EXEC SQL COMMIT END-EXEC

           DISPLAY "LOANBEN01: " WS-LOAN-COUNT " loan(s) valued, "
             WS-EMP-COUNT " benefit row(s) posted, total "
             WS-TOT-DISP " - see loanben_report.txt."

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOOK-UP-REFERENCE-RATE SECTION.
      *    NO RATE IN FORCE IS A CONFIGURATION GAP - VALUING EVERY
      *    LOAN AT NIL WOULD QUIETLY UNDER-TAX, SO NOTHING IS DONE.
           MOVE WS-PERIOD-START TO LoanRefRate-EffectiveFrom

           EXEC SQL
               SELECT BorrowingRate, MarginRate
               INTO :LoanRefRate-BorrowingRate,
               :LoanRefRate-MarginRate
               FROM REDWARRIOR.dbo.LoanRefRate
               WHERE EffectiveFrom <= :LoanRefRate-EffectiveFrom
                 AND (EffectiveTo = 0
                  OR EffectiveTo >= :LoanRefRate-EffectiveFrom)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-REF-RATE = LoanRefRate-BorrowingRate
                     + LoanRefRate-MarginRate
               WHEN 100
                   DISPLAY "LOANBEN01: no reference rate in force "
                     "on " WS-PERIOD-START " - roll one in with "
                     "RANTMAINT (MENU01, option 38)."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "LOANBEN01: SQL ERROR ON REFERENCE RATE "
                     "LOOKUP, CODE = " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-LBRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\loanben_report.txt" DELIMITED BY SIZE
             INTO WS-LBRPT-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "LOANBEN01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-RUN-AUDIT-START SECTION.
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "LOANBEN01 LOAN BENEFIT" TO RunAudit-InvokedBy
           MOVE WS-BEN-PERIOD TO RunAudit-Period
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
               DISPLAY "LOANBEN01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF

      *    COMMITTED ON ITS OWN SO A FAILED VALUATION STILL LEAVES
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
               DISPLAY "LOANBEN01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       VALUE-ONE-LOAN SECTION.
      *    THE MONTH'S BENEFIT IS THE INTEREST THE EMPLOYEE DID NOT
      *    PAY: A TWELFTH OF THE RATE SHORTFALL ON THE BALANCE. A
      *    LOAN AT OR ABOVE THE REFERENCE RATE GIVES NONE.
           ADD 1 TO WS-LOAN-COUNT
           COMPUTE WS-RATE-GAP = WS-REF-RATE - Loans-InterestRate
           IF WS-RATE-GAP > 0
               COMPUTE WS-LOAN-BENEFIT =
                 Loans-RemainingBalance * WS-RATE-GAP / 1200
           ELSE
               MOVE 0 TO WS-LOAN-BENEFIT
           END-IF
           ADD WS-LOAN-BENEFIT TO WS-EMP-BENEFIT

           MOVE Loans-EmployeeId TO WS-REPORT-ID
           MOVE Loans-LoanId TO WS-REPORT-LOAN
           MOVE Loans-RemainingBalance TO WS-BAL-DISP
           MOVE Loans-InterestRate TO WS-RATE-DISP
           MOVE WS-REF-RATE TO WS-REF-DISP
           MOVE WS-LOAN-BENEFIT TO WS-BEN-DISP
           MOVE SPACES TO FS-LBRPTFILE
           STRING WS-REPORT-ID " " WS-REPORT-LOAN " " WS-BAL-DISP
             " " WS-RATE-DISP " " WS-REF-DISP " " WS-BEN-DISP
             DELIMITED BY SIZE INTO FS-LBRPTFILE
           WRITE FS-LBRPTFILE.

       POST-EMPLOYEE-BENEFIT SECTION.
      *    THE EMPLOYEE'S LOANS SUMMED BEFORE ROUNDING, THEN POSTED
      *    AS AN ORDINARY BENEFIT IN KIND (CODE RANT) FOR THE PERIOD:
      *    MAIN01 ADDS IT TO THE TAX BASE, THE EMPLOYER CHARGE AND
      *    THE PAYSLIP, AND AGIDEC01 DECLARES IT WITH THE REST.
           IF WS-CUR-EMPLOYEE NOT = 0
               MOVE WS-CUR-EMPLOYEE TO Benefits-EmployeeId
               MOVE "RANT" TO Benefits-BenefitCode
               COMPUTE Benefits-MonthlyValue ROUNDED = WS-EMP-BENEFIT
               MOVE WS-PERIOD-START TO Benefits-EffectiveFrom
               MOVE WS-PERIOD-END TO Benefits-EffectiveTo

               IF Benefits-MonthlyValue > 0
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.Benefits
                       (EmployeeId, BenefitCode, MonthlyValue,
                       EffectiveFrom, EffectiveTo)
                       VALUES (:Benefits-EmployeeId,
                       :Benefits-BenefitCode,
                       :Benefits-MonthlyValue,
                       :Benefits-EffectiveFrom,
                       :Benefits-EffectiveTo)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "LOANBEN01: SQL ERROR ON BENEFIT "
                         "INSERT, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-EMP-COUNT
                       ADD Benefits-MonthlyValue TO WS-TOT-BENEFIT
                       MOVE WS-CUR-EMPLOYEE TO WS-REPORT-ID
                       MOVE Benefits-MonthlyValue TO WS-AMT-DISP
                       MOVE SPACES TO FS-LBRPTFILE
                       STRING WS-REPORT-ID " BENEFIT POSTED "
                         WS-AMT-DISP
                         DELIMITED BY SIZE INTO FS-LBRPTFILE
                       WRITE FS-LBRPTFILE
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO WS-EMP-BENEFIT.
