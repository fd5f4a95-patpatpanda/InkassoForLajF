       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICHK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE NIGHTLY CROSS-TABLE INTEGRITY SWEEP. EACH TABLE HAS
      *    ITS OWN CHECKS WHERE IT IS MAINTAINED; THIS IS THE ONE
      *    PLACE THAT CHECKS THE TABLES AGREE WITH EACH OTHER. THE
      *    REPORT LISTS EVERY VIOLATION BY RULE AND COMPANY; EVERY
      *    VIOLATION ALSO ENTERS THE ExceptionLog LIFECYCLE SO IT IS
      *    WORKED IN EXCWB01 LIKE ANY OTHER DATA EXCEPTION.
           SELECT RIRPTFILE ASSIGN TO WS-RIRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RIRPTFILE.
       01 FS-RIRPTFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "ExceptionLog.cpy".
       COPY "Events.cpy".
       COPY "RunAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY COMPANY THAT HAS EMPLOYEES OR PAY ROWS - A COMPANY
      *    WHOSE EMPLOYEES ARE ALL GONE CAN STILL HOLD ORPHANED PAY.
           EXEC SQL
           DECLARE CompanyCursor CURSOR FOR
           SELECT COMPANY_CODE
           FROM REDWARRIOR.dbo.Employees
           UNION
           SELECT CompanyCode
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE CompanyCode IS NOT NULL
           ORDER BY 1
           END-EXEC.

      *    RI-01: PAY HISTORY FOR AN ID THAT IS NOT AN EMPLOYEE.
           EXEC SQL
           DECLARE OrphanPayCursor CURSOR FOR
           SELECT D.EmployeeId, MIN(D.Period), COUNT(*)
           FROM REDWARRIOR.dbo.EmployeeDeductions D
           WHERE D.CompanyCode = :WS-SWEEP-COMPANY
             AND NOT EXISTS (SELECT 1
                 FROM REDWARRIOR.dbo.Employees E
                 WHERE E.ID_EMPLOYEE = D.EmployeeId)
           GROUP BY D.EmployeeId
           ORDER BY D.EmployeeId
           END-EXEC.

      *    RI-02: A DEDUCTION ENROLMENT LEFT ON AN EMPLOYEE THE FINAL
      *    SETTLEMENT HAS ALREADY CLOSED (STATUS "T").
           EXEC SQL
           DECLARE SettledEnrollCursor CURSOR FOR
           SELECT N.EmployeeId, N.DeductCode
           FROM REDWARRIOR.dbo.DeductionEnroll N
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = N.EmployeeId
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
             AND E.STATUS = 'T'
           ORDER BY N.EmployeeId, N.DeductCode
           END-EXEC.

      *    RI-03: A LOAN STILL ACTIVE ON A SETTLED EMPLOYEE - THE
      *    SETTLEMENT SHOULD HAVE RECOVERED OR WRITTEN IT OFF.
           EXEC SQL
           DECLARE SettledLoanCursor CURSOR FOR
           SELECT L.EmployeeId, L.LoanId, L.RemainingBalance
           FROM REDWARRIOR.dbo.Loans L
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = L.EmployeeId
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
             AND E.STATUS = 'T'
             AND L.Status = 'ACTIVE'
           ORDER BY L.EmployeeId, L.LoanId
           END-EXEC.

      *    RI-04: A COURT ORDER STILL ON FILE FOR AN EMPLOYEE GDPR01
      *    HAS ANONYMIZED - THE CASE REFERENCE STILL IDENTIFIES THEM.
           EXEC SQL
           DECLARE AnonGarnishCursor CURSOR FOR
           SELECT G.EmployeeId, G.GarnishId, G.Status
           FROM REDWARRIOR.dbo.Garnishments G
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = G.EmployeeId
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
             AND E.FIRST_NAME = 'ANONYMIZED'
           ORDER BY G.EmployeeId, G.GarnishId
           END-EXEC.

      *    RI-05: BANK ACCOUNTS BUT NO PRIMARY ONE - NOTHING WOULD
      *    RECEIVE THE REMAINDER. A NULL RANK IS A PRIMARY ACCOUNT
      *    FROM BEFORE THE SPLIT COLUMNS EXISTED.
           EXEC SQL
           DECLARE NoPrimaryCursor CURSOR FOR
           SELECT B.EmployeeId, COUNT(*)
           FROM REDWARRIOR.dbo.BankAccounts B
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = B.EmployeeId
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
           GROUP BY B.EmployeeId
           HAVING SUM(CASE WHEN COALESCE(B.AccountRank, 1) = 1
                      THEN 1 ELSE 0 END) = 0
           ORDER BY B.EmployeeId
           END-EXEC.

      *    RI-06: A COST SPLIT THAT DOES NOT ADD UP TO 100 PERCENT.
           EXEC SQL
           DECLARE SplitSumCursor CURSOR FOR
           SELECT C.EmployeeId, SUM(C.Percentage)
           FROM REDWARRIOR.dbo.CostAllocation C
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = C.EmployeeId
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
           GROUP BY C.EmployeeId
           HAVING SUM(C.Percentage) <> 100
           ORDER BY C.EmployeeId
           END-EXEC.

      *    RI-07: A COST SPLIT TO A DEPARTMENT THAT DOES NOT EXIST.
           EXEC SQL
           DECLARE SplitDeptCursor CURSOR FOR
           SELECT C.EmployeeId, C.DeptCode
           FROM REDWARRIOR.dbo.CostAllocation C
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = C.EmployeeId
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
             AND NOT EXISTS (SELECT 1
                 FROM REDWARRIOR.dbo.Departments P
                 WHERE P.DeptCode = C.DeptCode)
           ORDER BY C.EmployeeId, C.DeptCode
           END-EXEC.

      *    RI-08: A HOME DEPARTMENT WITH NO Departments ROW.
           EXEC SQL
           DECLARE EmpDeptCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, E.DEPT_CODE
           FROM REDWARRIOR.dbo.Employees E
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
             AND NOT EXISTS (SELECT 1
                 FROM REDWARRIOR.dbo.Departments P
                 WHERE P.DeptCode = E.DEPT_CODE)
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *    RI-09: A COLLECTIVE AGREEMENT NO MinimumWage ROW KNOWS.
      *    BLANK IS "NOT COVERED" AND IS NOT A VIOLATION.
           EXEC SQL
           DECLARE EmpAgreementCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, E.AGREEMENT_CODE
           FROM REDWARRIOR.dbo.Employees E
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
             AND COALESCE(E.AGREEMENT_CODE, ' ') <> ' '
             AND NOT EXISTS (SELECT 1
                 FROM REDWARRIOR.dbo.MinimumWage M
                 WHERE M.AgreementCode = E.AGREEMENT_CODE)
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *    RI-10: A JOB CLASS WITH NO JobClass ROW. BLANK IS
      *    "NOT YET CLASSIFIED" AND IS NOT A VIOLATION.
           EXEC SQL
           DECLARE EmpJobClassCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, E.JOB_CLASS
           FROM REDWARRIOR.dbo.Employees E
           WHERE E.COMPANY_CODE = :WS-SWEEP-COMPANY
             AND COALESCE(E.JOB_CLASS, ' ') <> ' '
             AND NOT EXISTS (SELECT 1
                 FROM REDWARRIOR.dbo.JobClass J
                 WHERE J.JobClassCode = E.JOB_CLASS)
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *    RI-11: PAY ROWS TAXED UNDER A DECISION THAT IS NO LONGER
      *    ON FILE - THE RATE USED CAN NO LONGER BE SHOWN.
           EXEC SQL
           DECLARE PayDecisionCursor CURSOR FOR
           SELECT DISTINCT D.EmployeeId, D.TaxDecisionId
           FROM REDWARRIOR.dbo.EmployeeDeductions D
           WHERE D.CompanyCode = :WS-SWEEP-COMPANY
             AND COALESCE(D.TaxDecisionId, 0) > 0
             AND NOT EXISTS (SELECT 1
                 FROM REDWARRIOR.dbo.TaxDecisions T
                 WHERE T.DecisionId = D.TaxDecisionId)
           ORDER BY D.EmployeeId, D.TaxDecisionId
           END-EXEC.

      *    RI-12: A TAX DECISION FOR AN ID THAT IS NOT AN EMPLOYEE.
      *    IT BELONGS TO NO COMPANY, SO IT IS SWEPT ONCE, UNDER "**".
           EXEC SQL
           DECLARE DecisionOrphanCursor CURSOR FOR
           SELECT T.EmployeeId, T.DecisionId
           FROM REDWARRIOR.dbo.TaxDecisions T
           WHERE NOT EXISTS (SELECT 1
                 FROM REDWARRIOR.dbo.Employees E
                 WHERE E.ID_EMPLOYEE = T.EmployeeId)
           ORDER BY T.EmployeeId, T.DecisionId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-RIRPT-PATH PIC X(80).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-TEXT PIC X(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.

       01 WS-COMPANY-TABLE.
         05 WS-COMPANY-ENTRY PIC X(2) OCCURS 99 TIMES.
       01 WS-COMPANY-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-COMPANY-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-SWEEP-COMPANY PIC X(2).

      *    THE RULE BEING SWEPT AND THE ROW THAT BROKE IT.
       01 WS-RULE-CODE PIC X(5).
       01 WS-RULE-NAME PIC X(24).
       01 WS-RULE-COUNT PIC 9(5) VALUE 0.
       01 WS-RI-EMPLOYEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-RI-KEY PIC X(20).
       01 WS-RI-VALUE PIC S9(09) COMP-5 VALUE 0.
       01 WS-RI-DETAIL PIC X(60).
       01 WS-RI-REASON-KEY PIC X(9).

       01 WS-EMP-ID-DISP PIC 9(9).
       01 WS-KEY-ID-DISP PIC 9(9).
       01 WS-VALUE-DISP PIC -(8)9.
       01 WS-COUNT-DISP PIC 9(5).
       01 WS-PREV-DISP PIC 9(5).
       01 WS-NEW-DISP PIC 9(5).

       01 WS-EXC-REASON PIC X(40).
       01 WS-EXC-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    THIS COMPANY'S VIOLATIONS AGAINST THE LAST SUCCESSFUL
      *    SWEEP'S, KEPT IN RunAudit.EmployeeCount.
       01 WS-CO-VIOLATIONS PIC S9(09) COMP-5 VALUE 0.
       01 WS-CO-NEW PIC S9(09) COMP-5 VALUE 0.
       01 WS-CO-ERRORS PIC S9(09) COMP-5 VALUE 0.
       01 WS-PREV-VIOLATIONS PIC S9(09) COMP-5 VALUE 0.

       01 WS-SW1 PIC 9 VALUE 0.
         88 COMPANY-EOF VALUE 1.
       01 WS-SW2 PIC 9 VALUE 0.
         88 RULE-EOF VALUE 1.

      *    RUN TOTALS.
       01 WS-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT PIC 9(5) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM LOAD-COMPANIES

           OPEN OUTPUT RIRPTFILE

           MOVE SPACES TO FS-RIRPTFILE
           STRING "REFERENTIAL INTEGRITY SWEEP - RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-RIRPTFILE
           WRITE FS-RIRPTFILE

           PERFORM VARYING WS-COMPANY-INX FROM 1 BY 1
                   UNTIL WS-COMPANY-INX > WS-COMPANY-COUNT
               MOVE WS-COMPANY-ENTRY(WS-COMPANY-INX)
                 TO WS-SWEEP-COMPANY
               PERFORM SWEEP-ONE-COMPANY
           END-PERFORM

      *    THE RULES NO COMPANY OWNS.
           MOVE "**" TO WS-SWEEP-COMPANY
           PERFORM SWEEP-ONE-COMPANY

           MOVE SPACES TO FS-RIRPTFILE
           WRITE FS-RIRPTFILE
           MOVE SPACES TO FS-RIRPTFILE
           STRING "Violations: " WS-VIOLATION-COUNT
             "  new: " WS-NEW-COUNT
             "  alerts raised: " WS-EVENT-COUNT
             DELIMITED BY SIZE INTO FS-RIRPTFILE
           WRITE FS-RIRPTFILE
           CLOSE RIRPTFILE

           DISPLAY "RICHK01: " WS-VIOLATION-COUNT " violation(s), "
             WS-NEW-COUNT " new, " WS-EVENT-COUNT
             " alert(s) raised."

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   DISPLAY "RICHK01: " WS-ERROR-COUNT
                     " database error(s) - see the messages above."
                   MOVE 16 TO RETURN-CODE
               WHEN WS-VIOLATION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "RICHK01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
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

           MOVE SPACES TO WS-RIRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\richeck.txt" DELIMITED BY SIZE
             INTO WS-RIRPT-PATH.

       LOAD-COMPANIES SECTION.
      *    READ UP FRONT - EACH COMPANY COMMITS ITS OWN SWEEP, AND
      *    THE COMMIT MUST NOT CLOSE THE CURSOR UNDER THE LOOP.
           MOVE 0 TO WS-SW1
           MOVE 0 TO WS-COMPANY-COUNT

           EXEC SQL
               OPEN CompanyCursor
           END-EXEC

           PERFORM UNTIL COMPANY-EOF
               EXEC SQL
                   FETCH CompanyCursor INTO :WS-SWEEP-COMPANY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET COMPANY-EOF TO TRUE
                   WHEN 0
                       IF WS-COMPANY-COUNT < 99
                           ADD 1 TO WS-COMPANY-COUNT
                           MOVE WS-SWEEP-COMPANY
                             TO WS-COMPANY-ENTRY(WS-COMPANY-COUNT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "RICHK01: SQL ERROR ON COMPANY "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET COMPANY-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CompanyCursor
           END-EXEC.

       SWEEP-ONE-COMPANY SECTION.
           MOVE 0 TO WS-CO-VIOLATIONS
           MOVE 0 TO WS-CO-NEW
           MOVE 0 TO WS-CO-ERRORS

           PERFORM READ-PREVIOUS-COUNT
           PERFORM WRITE-RUN-AUDIT-START

           MOVE SPACES TO FS-RIRPTFILE
           WRITE FS-RIRPTFILE
           MOVE SPACES TO FS-RIRPTFILE
           IF WS-SWEEP-COMPANY = "**"
               MOVE "RULES OWNED BY NO COMPANY" TO FS-RIRPTFILE
           ELSE
               STRING "COMPANY " WS-SWEEP-COMPANY
                 DELIMITED BY SIZE INTO FS-RIRPTFILE
           END-IF
           WRITE FS-RIRPTFILE

           IF WS-SWEEP-COMPANY = "**"
               PERFORM CHECK-DECISION-ORPHANS
           ELSE
               PERFORM CHECK-ORPHAN-PAY
               PERFORM CHECK-SETTLED-ENROLLMENTS
               PERFORM CHECK-SETTLED-LOANS
               PERFORM CHECK-ANONYMIZED-GARNISHMENTS
               PERFORM CHECK-NO-PRIMARY-ACCOUNT
               PERFORM CHECK-SPLIT-SUMS
               PERFORM CHECK-SPLIT-DEPARTMENTS
               PERFORM CHECK-EMPLOYEE-DEPARTMENTS
               PERFORM CHECK-EMPLOYEE-AGREEMENTS
               PERFORM CHECK-EMPLOYEE-JOB-CLASSES
               PERFORM CHECK-PAY-DECISIONS
           END-IF

           MOVE WS-CO-VIOLATIONS TO WS-COUNT-DISP
           MOVE WS-PREV-VIOLATIONS TO WS-PREV-DISP
           MOVE WS-CO-NEW TO WS-NEW-DISP

      *    A COMPANY WHOSE SWEEP HIT A DATABASE ERROR HAS AN
      *    INCOMPLETE COUNT - NOTHING OF IT IS KEPT AND IT IS NOT
      *    COMPARED, SO THE NEXT GOOD SWEEP COMPARES AGAINST THE
      *    LAST GOOD ONE.
           IF WS-CO-ERRORS > 0
               EXEC SQL ROLLBACK END-EXEC
               ADD WS-CO-ERRORS TO WS-ERROR-COUNT
               MOVE SPACES TO FS-RIRPTFILE
               STRING "  *** SWEEP FAILED - DATABASE ERROR, "
                 "NOTHING RECORDED FOR " WS-SWEEP-COMPANY " ***"
                 DELIMITED BY SIZE INTO FS-RIRPTFILE
               WRITE FS-RIRPTFILE
               MOVE "FAILED" TO RunAudit-Outcome
           ELSE
               IF WS-CO-VIOLATIONS > WS-PREV-VIOLATIONS
                   PERFORM RAISE-GROWTH-EVENT
               END-IF
               MOVE SPACES TO FS-RIRPTFILE
               STRING "  " WS-SWEEP-COMPANY ": " WS-COUNT-DISP
                 " violation(s), " WS-NEW-DISP " new, previous "
                 "sweep " WS-PREV-DISP
                 DELIMITED BY SIZE INTO FS-RIRPTFILE
               WRITE FS-RIRPTFILE
               MOVE "SUCCESS" TO RunAudit-Outcome
           END-IF

           PERFORM WRITE-RUN-AUDIT-END.

       READ-PREVIOUS-COUNT SECTION.
      *    NO EARLIER GOOD SWEEP COUNTS AS NONE - THE FIRST SWEEP
      *    THAT FINDS ANYTHING ALERTS.
           MOVE 0 TO WS-PREV-VIOLATIONS
           MOVE WS-SWEEP-COMPANY TO RunAudit-CompanyCode

           EXEC SQL
               SELECT TOP 1 EmployeeCount
               INTO :WS-PREV-VIOLATIONS
               FROM REDWARRIOR.dbo.RunAudit
               WHERE InvokedBy = 'RICHK01 INTEGRITY SWEEP'
                 AND CompanyCode = :RunAudit-CompanyCode
                 AND Outcome = 'SUCCESS'
               ORDER BY RunAuditId DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 0 TO WS-PREV-VIOLATIONS
               WHEN OTHER
                   DISPLAY "RICHK01: SQL ERROR READING THE PREVIOUS "
                     "SWEEP, CODE = " SQLCODE
                   MOVE 0 TO WS-PREV-VIOLATIONS
                   ADD 1 TO WS-CO-ERRORS
           END-EVALUATE.

       WRITE-RUN-AUDIT-START SECTION.
      *    ONE RUN-AUDIT ROW PER COMPANY SWEPT. EmployeeCount
      *    CARRIES THE VIOLATIONS FOUND - THE NUMBER THE NEXT
      *    SWEEP COMPARES AGAINST.
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "RICHK01 INTEGRITY SWEEP" TO RunAudit-InvokedBy
           MOVE WS-RUN-DATE-TEXT(1:6) TO RunAudit-Period
           MOVE 0 TO RunAudit-EmployeeCount
           MOVE "IN PROGRESS" TO RunAudit-Outcome
           MOVE WS-SWEEP-COMPANY TO RunAudit-CompanyCode

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RunAudit (RunDate, RunTime,
               InvokedBy, Period, EmployeeCount, Outcome,
               CompanyCode)
               VALUES (:RunAudit-RunDate, :RunAudit-RunTime,
               :RunAudit-InvokedBy, :RunAudit-Period,
               :RunAudit-EmployeeCount, :RunAudit-Outcome,
               :RunAudit-CompanyCode)
           END-EXEC

           EXEC SQL
               SELECT @@IDENTITY INTO :WS-RUN-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RICHK01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-CO-VIOLATIONS TO RunAudit-EmployeeCount

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RICHK01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       START-RULE SECTION.
           MOVE 0 TO WS-SW2
           MOVE 0 TO WS-RULE-COUNT

           MOVE SPACES TO FS-RIRPTFILE
           STRING "  " WS-RULE-CODE " " WS-RULE-NAME
             DELIMITED BY SIZE INTO FS-RIRPTFILE
           WRITE FS-RIRPTFILE.

       END-RULE SECTION.
           IF WS-RULE-COUNT = 0
               MOVE "      none" TO FS-RIRPTFILE
               WRITE FS-RIRPTFILE
           END-IF.

       RULE-FETCH-ERROR SECTION.
           DISPLAY "RICHK01: SQL ERROR ON " WS-RULE-CODE " FETCH, "
             "COMPANY " WS-SWEEP-COMPANY ", CODE = " SQLCODE
           ADD 1 TO WS-CO-ERRORS
           SET RULE-EOF TO TRUE.

       CHECK-ORPHAN-PAY SECTION.
           MOVE "RI-01" TO WS-RULE-CODE
           MOVE "PAY ROWS NO EMPLOYEE" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN OrphanPayCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH OrphanPayCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-KEY, :WS-RI-VALUE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE WS-RI-VALUE TO WS-VALUE-DISP
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING WS-VALUE-DISP " pay row(s) from "
                         "period " WS-RI-KEY(1:6)
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE SPACES TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE OrphanPayCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-SETTLED-ENROLLMENTS SECTION.
           MOVE "RI-02" TO WS-RULE-CODE
           MOVE "ENROLLED AFTER SETTLED" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN SettledEnrollCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH SettledEnrollCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-KEY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "still enrolled in deduction "
                         WS-RI-KEY(1:4)
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-RI-KEY(1:4) TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SettledEnrollCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-SETTLED-LOANS SECTION.
           MOVE "RI-03" TO WS-RULE-CODE
           MOVE "LOAN OPEN AFTER SETTLED" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN SettledLoanCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH SettledLoanCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-VALUE, :WS-DUP-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE WS-RI-VALUE TO WS-KEY-ID-DISP
                       MOVE WS-DUP-COUNT TO WS-VALUE-DISP
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "loan " WS-KEY-ID-DISP
                         " active, balance " WS-VALUE-DISP
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-KEY-ID-DISP TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SettledLoanCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-ANONYMIZED-GARNISHMENTS SECTION.
           MOVE "RI-04" TO WS-RULE-CODE
           MOVE "GARNISH ON ANONYMIZED" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN AnonGarnishCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH AnonGarnishCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-VALUE, :WS-RI-KEY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE WS-RI-VALUE TO WS-KEY-ID-DISP
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "garnishment " WS-KEY-ID-DISP
                         " status " WS-RI-KEY(1:10)
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-KEY-ID-DISP TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AnonGarnishCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-NO-PRIMARY-ACCOUNT SECTION.
           MOVE "RI-05" TO WS-RULE-CODE
           MOVE "NO PRIMARY ACCOUNT" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN NoPrimaryCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH NoPrimaryCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-VALUE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE WS-RI-VALUE TO WS-VALUE-DISP
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING WS-VALUE-DISP " account(s), none "
                         "ranked 1"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE SPACES TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE NoPrimaryCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-SPLIT-SUMS SECTION.
           MOVE "RI-06" TO WS-RULE-CODE
           MOVE "COST SPLIT NOT 100" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN SplitSumCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH SplitSumCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-VALUE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE WS-RI-VALUE TO WS-VALUE-DISP
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "cost split sums to " WS-VALUE-DISP
                         " percent"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE SPACES TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SplitSumCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-SPLIT-DEPARTMENTS SECTION.
           MOVE "RI-07" TO WS-RULE-CODE
           MOVE "COST SPLIT UNKNOWN DEPT" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN SplitDeptCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH SplitDeptCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-KEY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "cost split to department "
                         WS-RI-KEY(1:4) " - not in Departments"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-RI-KEY(1:4) TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SplitDeptCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-EMPLOYEE-DEPARTMENTS SECTION.
           MOVE "RI-08" TO WS-RULE-CODE
           MOVE "UNKNOWN DEPARTMENT" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN EmpDeptCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH EmpDeptCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-KEY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "DEPT_CODE " WS-RI-KEY(1:4)
                         " - not in Departments"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-RI-KEY(1:4) TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE EmpDeptCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-EMPLOYEE-AGREEMENTS SECTION.
           MOVE "RI-09" TO WS-RULE-CODE
           MOVE "UNKNOWN AGREEMENT" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN EmpAgreementCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH EmpAgreementCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-KEY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "AGREEMENT_CODE " WS-RI-KEY(1:2)
                         " - not in MinimumWage"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-RI-KEY(1:2) TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE EmpAgreementCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-EMPLOYEE-JOB-CLASSES SECTION.
           MOVE "RI-10" TO WS-RULE-CODE
           MOVE "UNKNOWN JOB CLASS" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN EmpJobClassCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH EmpJobClassCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-KEY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "JOB_CLASS " WS-RI-KEY(1:4)
                         " - not in JobClass"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-RI-KEY(1:4) TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE EmpJobClassCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-PAY-DECISIONS SECTION.
           MOVE "RI-11" TO WS-RULE-CODE
           MOVE "TAX DECISION MISSING" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN PayDecisionCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH PayDecisionCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-VALUE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE WS-RI-VALUE TO WS-KEY-ID-DISP
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "pay taxed under decision "
                         WS-KEY-ID-DISP " - not in TaxDecisions"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-KEY-ID-DISP TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PayDecisionCursor
           END-EXEC

           PERFORM END-RULE.

       CHECK-DECISION-ORPHANS SECTION.
           MOVE "RI-12" TO WS-RULE-CODE
           MOVE "DECISION NO EMPLOYEE" TO WS-RULE-NAME
           PERFORM START-RULE

           EXEC SQL
               OPEN DecisionOrphanCursor
           END-EXEC

           PERFORM UNTIL RULE-EOF
               EXEC SQL
                   FETCH DecisionOrphanCursor INTO
                       :WS-RI-EMPLOYEE, :WS-RI-VALUE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET RULE-EOF TO TRUE
                   WHEN 0
                       MOVE WS-RI-VALUE TO WS-KEY-ID-DISP
                       MOVE SPACES TO WS-RI-DETAIL
                       STRING "tax decision " WS-KEY-ID-DISP
                         " - ID not in Employees"
                         DELIMITED BY SIZE INTO WS-RI-DETAIL
                       MOVE WS-KEY-ID-DISP TO WS-RI-REASON-KEY
                       PERFORM RECORD-VIOLATION
                   WHEN OTHER
                       PERFORM RULE-FETCH-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE DecisionOrphanCursor
           END-EXEC

           PERFORM END-RULE.

       RECORD-VIOLATION SECTION.
           ADD 1 TO WS-RULE-COUNT
           ADD 1 TO WS-CO-VIOLATIONS
           ADD 1 TO WS-VIOLATION-COUNT

           MOVE WS-RI-EMPLOYEE TO WS-EMP-ID-DISP
           MOVE SPACES TO FS-RIRPTFILE
           STRING "      EMPLOYEE " WS-EMP-ID-DISP "  " WS-RI-DETAIL
             DELIMITED BY SIZE INTO FS-RIRPTFILE
           WRITE FS-RIRPTFILE

      *    THE REASON NAMES THE RULE AND, WHERE AN EMPLOYEE CAN
      *    BREAK IT MORE THAN ONCE, THE OFFENDING KEY - SO EACH
      *    VIOLATION IS ITS OWN EXCEPTION.
           MOVE SPACES TO WS-EXC-REASON
           STRING WS-RULE-CODE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RULE-NAME DELIMITED BY "  "
             " " DELIMITED BY SIZE
             WS-RI-REASON-KEY DELIMITED BY SPACE
             INTO WS-EXC-REASON

           PERFORM LOG-VIOLATION.

       LOG-VIOLATION SECTION.
      *    THE SAME LIFECYCLE AS A RUN-NIGHT VALIDATION FAILURE.
      *    THE SWEEP RUNS EVERY NIGHT, SO A VIOLATION STILL OPEN -
      *    OR ONE SOMEBODY HAS WAIVED - IS NOT OPENED AGAIN,
      *    WHATEVER MONTH IT WAS FIRST FOUND IN. ONE MARKED
      *    CORRECTED THAT THE SWEEP STILL FINDS IS OPENED AFRESH.
           MOVE WS-RI-EMPLOYEE TO ExceptionLog-ID-EMPLOYEE
           MOVE WS-RUN-DATE-TEXT(1:6) TO ExceptionLog-Period

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXC-DUP-COUNT
               FROM REDWARRIOR.dbo.ExceptionLog
               WHERE ID_EMPLOYEE = :ExceptionLog-ID-EMPLOYEE
                 AND Reason = :WS-EXC-REASON
                 AND (Status = 'NEW' OR Status = 'WAIVED')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RICHK01: SQL ERROR ON EXCEPTION CHECK, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-CO-ERRORS
           ELSE
               IF WS-EXC-DUP-COUNT = 0
                   MOVE WS-EXC-REASON TO ExceptionLog-Reason
                   MOVE WS-RUN-DATE TO ExceptionLog-RunDate
                   SET ExceptionLog-Status-New TO TRUE

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.ExceptionLog
                       (ID_EMPLOYEE, Period, Reason, RunDate, Status)
                       VALUES (:ExceptionLog-ID-EMPLOYEE,
                       :ExceptionLog-Period, :ExceptionLog-Reason,
                       :ExceptionLog-RunDate, :ExceptionLog-Status)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "RICHK01: SQL ERROR ON EXCEPTION "
                         "INSERT, CODE = " SQLCODE
                       ADD 1 TO WS-CO-ERRORS
                   ELSE
                       ADD 1 TO WS-CO-NEW
                       ADD 1 TO WS-NEW-COUNT
                   END-IF
               END-IF
           END-IF.

       RAISE-GROWTH-EVENT SECTION.
      *    THE DETAIL CARRIES BOTH COUNTS, SO A RERUN THE SAME NIGHT
      *    DOES NOT STACK THE SAME ALERT, WHILE A FURTHER RISE IS A
      *    NEW ONE.
           MOVE "RI VIOLATIONS UP" TO Events-EventType
           MOVE WS-RUN-DATE-TEXT(1:6) TO Events-Period
           MOVE WS-SWEEP-COMPANY TO Events-CompanyCode
           MOVE SPACES TO Events-Detail
           STRING "INTEGRITY VIOLATIONS " WS-COUNT-DISP
             ", WAS " WS-PREV-DISP " - SEE richeck.txt"
             DELIMITED BY SIZE INTO Events-Detail

           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.Events
               WHERE EventType = :Events-EventType
                 AND Period = :Events-Period
                 AND CompanyCode = :Events-CompanyCode
                 AND Detail = :Events-Detail
                 AND (Status = 'NEW' OR Status = 'NOTIFIED')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RICHK01: SQL ERROR ON EVENT CHECK, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-DUP-COUNT = 0
                   MOVE WS-RUN-DATE TO Events-EventDate
                   MOVE WS-RUN-TIME TO Events-EventTime

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.Events
                       (EventType, EventDate, EventTime, Period,
                       CompanyCode, Detail, Status)
                       VALUES (:Events-EventType, :Events-EventDate,
                       :Events-EventTime, :Events-Period,
                       :Events-CompanyCode, :Events-Detail, 'NEW')
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "RICHK01: SQL ERROR ON EVENT "
                         "INSERT, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-EVENT-COUNT
                   END-IF
               END-IF
           END-IF.
