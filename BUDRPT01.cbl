       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CONTROLLER'S MONTHLY REPORT - ACTUAL LABOUR COST PER
      *    DEPARTMENT AGAINST FINANCE'S BUDGET, FOR THE MONTH AND
      *    THE YEAR TO DATE.
           SELECT BUDRPTFILE ASSIGN TO WS-BUDRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BUDRPTFILE.
       01 FS-BUDRPTFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "DeptBudget.cpy".
       COPY "Departments.cpy".
       COPY "CostAllocation.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "Events.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY EMPLOYEE AND MONTH OF THE YEAR SO FAR THAT CARRIES
      *    ANY COST IN THE COMPANY - A SETTLEMENT OR A YEAR-END
      *    VACATION RELEASE CAN MOVE COST WITHOUT A GROSS ROW.
           EXEC SQL
           DECLARE CostKeyCursor CURSOR FOR
           SELECT K.EmployeeId, K.Period
           FROM (SELECT EmployeeId, Period
                 FROM REDWARRIOR.dbo.EmployeeDeductions
                 WHERE CompanyCode = :WS-RUN-COMPANY
                   AND Period >= :WS-YEAR-START
                   AND Period <= :WS-RPT-PERIOD
                 UNION
                 SELECT EmployeeId, Period
                 FROM REDWARRIOR.dbo.EmployerTaxAccrual
                 WHERE COALESCE(CompanyCode, '01') = :WS-RUN-COMPANY
                   AND Period >= :WS-YEAR-START
                   AND Period <= :WS-RPT-PERIOD
                 UNION
                 SELECT EmployeeId, Period
                 FROM REDWARRIOR.dbo.VacationAccrual
                 WHERE CompanyCode = :WS-RUN-COMPANY
                   AND Period >= :WS-YEAR-START
                   AND Period <= :WS-RPT-PERIOD) K
           ORDER BY K.EmployeeId, K.Period
           END-EXEC.

           EXEC SQL
           DECLARE BudgetCursor CURSOR FOR
           SELECT DeptCode,
           SUM(CASE WHEN Period = :WS-RPT-PERIOD
               THEN BudgetAmount ELSE 0 END),
           SUM(BudgetAmount)
           FROM REDWARRIOR.dbo.DeptBudget
           WHERE CompanyCode = :WS-RUN-COMPANY
             AND Period >= :WS-YEAR-START
             AND Period <= :WS-RPT-PERIOD
           GROUP BY DeptCode
           ORDER BY DeptCode
           END-EXEC.

           EXEC SQL
           DECLARE DeptCursor CURSOR FOR
           SELECT DeptCode, DeptName
           FROM REDWARRIOR.dbo.Departments
           ORDER BY DeptCode
           END-EXEC.

      *    THE EMPLOYEE'S COST-ALLOCATION SPLIT, IF ANY - THE SAME
      *    SPLIT MAIN01'S SIE VOUCHER APPLIES.
           EXEC SQL
           DECLARE CostAllocCursor CURSOR FOR
           SELECT DeptCode, Percentage
           FROM REDWARRIOR.dbo.CostAllocation
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
           ORDER BY DeptCode
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-BUDRPT-PATH PIC X(80).

       01 WS-RPT-PERIOD PIC X(6).
       01 WS-RPT-MONTH PIC 9(2).
       01 WS-YEAR-START PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).

      *    A DEPARTMENT IS ALERTED WHEN ITS COST RUNS OVER BUDGET
      *    BY MORE THAN THIS PERCENTAGE OF THE BUDGET.
       01 WS-TOL-TEXT PIC X(6).
       01 WS-TOLERANCE PIC 9(3)V9(1) VALUE 5.
       01 WS-TOL-LIMIT PIC S9(11)V9(2) VALUE 0.

       01 WS-SW1 PIC 9 VALUE 0.
         88 KEY-EOF VALUE 1.
       01 WS-SW2 PIC 9 VALUE 0.
         88 BUDGET-EOF VALUE 1.
       01 WS-SW3 PIC 9 VALUE 0.
         88 DEPT-EOF VALUE 1.
       01 WS-ALO-SWITCHES PIC 9 VALUE 0.
         88 ALLOC-EOF VALUE 1.

      *    ONE EMPLOYEE-MONTH'S COST, BY COMPONENT.
       01 WS-KEY-PERIOD PIC X(6).
       01 WS-HOME-DEPT PIC X(4).
       01 WS-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMPTAX PIC S9(09) COMP-5 VALUE 0.
       01 WS-PENSION PIC S9(09) COMP-5 VALUE 0.
       01 WS-VACATION PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMP-COST PIC S9(11) VALUE 0.

      *    COST-ALLOCATION WORK FIELDS - THE LAST SLICE TAKES THE
      *    ROUNDING REMAINDER, AS IN MAIN01.
       01 WS-ALO-COUNT PIC 9(2) VALUE 0.
       01 WS-ALO-TABLE.
         05 WS-ALO-ITEM OCCURS 10 TIMES.
           10 WS-ALO-CODE PIC X(4).
           10 WS-ALO-PCT PIC S9(3).
       01 WS-ALO-INX PIC 9(2) VALUE 0.
       01 WS-ALO-PCT-SUM PIC S9(5) VALUE 0.
       01 WS-ALO-PART PIC S9(11) VALUE 0.
       01 WS-ALO-RUNNING PIC S9(11) VALUE 0.

      *    THE DEPARTMENTS REPORTED ON - THE MASTER IN CODE ORDER
      *    FIRST, THEN ANY CODE MET ON A BUDGET OR A COST THAT IS
      *    NOT (OR NO LONGER) ON IT.
       01 WS-DPT-COUNT PIC 9(3) VALUE 0.
       01 WS-DPT-TABLE.
         05 WS-DPT-ENTRY OCCURS 200 TIMES.
           10 WS-DPT-CODE PIC X(4).
           10 WS-DPT-NAME PIC X(20).
           10 WS-DPT-MON-ACTUAL PIC S9(11).
           10 WS-DPT-MON-BUDGET PIC S9(11).
           10 WS-DPT-YTD-ACTUAL PIC S9(11).
           10 WS-DPT-YTD-BUDGET PIC S9(11).
       01 WS-DPT-INX PIC 9(3) VALUE 0.
       01 WS-DPT-SLOT PIC 9(3) VALUE 0.
       01 WS-FIND-CODE PIC X(4).
       01 WS-BUD-MONTH PIC S9(11) VALUE 0.
       01 WS-BUD-YTD PIC S9(11) VALUE 0.
       01 WS-BUD-MONTH-DB PIC S9(09) COMP-5 VALUE 0.
       01 WS-BUD-YTD-DB PIC S9(09) COMP-5 VALUE 0.

       01 WS-VARIANCE PIC S9(11) VALUE 0.
       01 WS-VAR-PCT PIC S9(5)V9(1) VALUE 0.
       01 WS-OVER-FLAG PIC X(12).
       01 WS-OVER-SWITCH PIC X(1) VALUE "N".
         88 MONTH-OVER-TOLERANCE VALUE "Y".
       01 WS-YTD-OVER-SWITCH PIC X(1) VALUE "N".
         88 YTD-OVER-TOLERANCE VALUE "Y".

      *    COMPANY TOTALS, BY COMPONENT AND IN ALL.
       01 WS-TOT-MON-GROSS PIC S9(13) VALUE 0.
       01 WS-TOT-MON-EMPTAX PIC S9(13) VALUE 0.
       01 WS-TOT-MON-PENSION PIC S9(13) VALUE 0.
       01 WS-TOT-MON-VACATION PIC S9(13) VALUE 0.
       01 WS-TOT-YTD-GROSS PIC S9(13) VALUE 0.
       01 WS-TOT-YTD-EMPTAX PIC S9(13) VALUE 0.
       01 WS-TOT-YTD-PENSION PIC S9(13) VALUE 0.
       01 WS-TOT-YTD-VACATION PIC S9(13) VALUE 0.
       01 WS-TOT-MON-ACTUAL PIC S9(13) VALUE 0.
       01 WS-TOT-MON-BUDGET PIC S9(13) VALUE 0.
       01 WS-TOT-YTD-ACTUAL PIC S9(13) VALUE 0.
       01 WS-TOT-YTD-BUDGET PIC S9(13) VALUE 0.

       01 WS-KEY-COUNT PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-EVT-MATCH PIC X(20).

       01 WS-AMT-DISP1 PIC -ZZZZZZZZ9.
       01 WS-AMT-DISP2 PIC -ZZZZZZZZ9.
       01 WS-AMT-DISP3 PIC -ZZZZZZZZ9.
       01 WS-AMT-DISP4 PIC -ZZZZZZZZ9.
       01 WS-AMT-DISP5 PIC -ZZZZZZZZ9.
       01 WS-AMT-DISP6 PIC -ZZZZZZZZ9.
       01 WS-PCT-DISP1 PIC -ZZZ9.9.
       01 WS-PCT-DISP2 PIC -ZZZ9.9.
       01 WS-TOL-DISP PIC ZZ9.9.
       01 WS-TOT-DISP1 PIC -ZZZZZZZZZZZ9.
       01 WS-TOT-DISP2 PIC -ZZZZZZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "Labour cost budget versus actual"
           DISPLAY "Month to report (YYYYMM): "
           ACCEPT WS-RPT-PERIOD

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           DISPLAY "Alert tolerance, percent over budget "
             "(blank for 5): "
           MOVE SPACES TO WS-TOL-TEXT
           ACCEPT WS-TOL-TEXT
           IF WS-TOL-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TOL-TEXT) = 0
                   COMPUTE WS-TOLERANCE =
                     FUNCTION NUMVAL(WS-TOL-TEXT)
               ELSE
                   DISPLAY "BUDRPT01: tolerance must be a number."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-RPT-PERIOD NOT NUMERIC
               DISPLAY "BUDRPT01: month must be YYYYMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPT-PERIOD(5:2) TO WS-RPT-MONTH
           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               DISPLAY "BUDRPT01: month must be YYYYMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-YEAR-START
           STRING WS-RPT-PERIOD(1:4) "01" DELIMITED BY SIZE
             INTO WS-YEAR-START

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-BUDGETS
           PERFORM GATHER-ACTUAL-COST

           OPEN OUTPUT BUDRPTFILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING WS-DPT-INX FROM 1 BY 1
             UNTIL WS-DPT-INX > WS-DPT-COUNT
               PERFORM REPORT-ONE-DEPARTMENT
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE BUDRPTFILE

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "BUDRPT01: " WS-ERROR-COUNT
                 " database error(s) - the report is incomplete "
                 "and no alert was raised."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "BUDRPT01: " WS-DPT-COUNT " department(s), "
             WS-OVER-COUNT " over tolerance, "
             WS-EVENT-COUNT " alert(s) raised - see "
             "budget_vs_actual.txt."

           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-BUDRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\budget_vs_actual.txt" DELIMITED BY SIZE
             INTO WS-BUDRPT-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "BUDRPT01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-DEPARTMENTS SECTION.
           EXEC SQL
               OPEN DeptCursor
           END-EXEC

           PERFORM UNTIL DEPT-EOF
               EXEC SQL
                   FETCH DeptCursor INTO
                       :Departments-DeptCode,
                       :Departments-DeptName
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET DEPT-EOF TO TRUE
                   WHEN 0
                       MOVE Departments-DeptCode TO WS-FIND-CODE
                       PERFORM FIND-DEPT-SLOT
                       IF WS-DPT-SLOT > 0
                           MOVE Departments-DeptName
                             TO WS-DPT-NAME(WS-DPT-SLOT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "BUDRPT01: SQL ERROR ON DEPARTMENT "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET DEPT-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE DeptCursor
           END-EXEC.

       LOAD-BUDGETS SECTION.
           EXEC SQL
               OPEN BudgetCursor
           END-EXEC

           PERFORM UNTIL BUDGET-EOF
               EXEC SQL
                   FETCH BudgetCursor INTO
                       :DeptBudget-DeptCode,
                       :WS-BUD-MONTH-DB,
                       :WS-BUD-YTD-DB
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET BUDGET-EOF TO TRUE
                   WHEN 0
                       MOVE DeptBudget-DeptCode TO WS-FIND-CODE
                       PERFORM FIND-DEPT-SLOT
                       IF WS-DPT-SLOT > 0
                           ADD WS-BUD-MONTH-DB
                             TO WS-DPT-MON-BUDGET(WS-DPT-SLOT)
                           ADD WS-BUD-YTD-DB
                             TO WS-DPT-YTD-BUDGET(WS-DPT-SLOT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "BUDRPT01: SQL ERROR ON BUDGET "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET BUDGET-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE BudgetCursor
           END-EXEC.

       GATHER-ACTUAL-COST SECTION.
           EXEC SQL
               OPEN CostKeyCursor
           END-EXEC

           PERFORM UNTIL KEY-EOF
               EXEC SQL
                   FETCH CostKeyCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :WS-KEY-PERIOD
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET KEY-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-KEY-COUNT
                       PERFORM COST-ONE-EMPLOYEE-MONTH
                   WHEN OTHER
                       DISPLAY "BUDRPT01: SQL ERROR ON COST "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET KEY-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CostKeyCursor
           END-EXEC.

       COST-ONE-EMPLOYEE-MONTH SECTION.
      *    ACTUAL LABOUR COST: GROSS AS POSTED (REVERSALS AND
      *    ONE-OFFS INCLUDED, AS PAYREG01 SUMS THEM), THE EMPLOYER
      *    TAX ACCRUED ON IT, THE EMPLOYER PENSION PREMIUM AND THE
      *    MOVEMENT IN THE VACATION PAY LIABILITY.
           MOVE 0 TO WS-GROSS WS-EMPTAX WS-PENSION WS-VACATION
           MOVE SPACES TO WS-HOME-DEPT

           EXEC SQL
               SELECT COALESCE(SUM(Salary), 0),
               COALESCE(MAX(DeptCode), '    ')
               INTO :WS-GROSS, :WS-HOME-DEPT
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND Period = :WS-KEY-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "BUDRPT01: SQL ERROR ON GROSS SUM, CODE = "
                 SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(Amount), 0)
               INTO :WS-EMPTAX
               FROM REDWARRIOR.dbo.EmployerTaxAccrual
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND Period = :WS-KEY-PERIOD
                 AND COALESCE(CompanyCode, '01') = :WS-RUN-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "BUDRPT01: SQL ERROR ON EMPLOYER TAX SUM, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

      *    PensionContrib CARRIES NO COMPANY - IT IS TAKEN WITH THE
      *    GROSS IT WAS EARNED ON.
           IF WS-HOME-DEPT NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(SUM(EmployerAmount), 0)
                   INTO :WS-PENSION
                   FROM REDWARRIOR.dbo.PensionContrib
                   WHERE EmployeeId = :Employees-ID-EMPLOYEE
                     AND Period = :WS-KEY-PERIOD
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "BUDRPT01: SQL ERROR ON PENSION SUM, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(Amount), 0)
               INTO :WS-VACATION
               FROM REDWARRIOR.dbo.VacationAccrual
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND Period = :WS-KEY-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "BUDRPT01: SQL ERROR ON VACATION SUM, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

      *    NO GROSS ROW THIS MONTH - THE COST BELONGS TO THE HOME
      *    DEPARTMENT ON THE MASTER.
           IF WS-HOME-DEPT = SPACES
               EXEC SQL
                   SELECT DEPT_CODE INTO :Employees-DEPT-CODE
                   FROM REDWARRIOR.dbo.Employees
                   WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
               END-EXEC
               IF SQLCODE = 0
                   MOVE Employees-DEPT-CODE TO WS-HOME-DEPT
               END-IF
           END-IF

           COMPUTE WS-EMP-COST =
             WS-GROSS + WS-EMPTAX + WS-PENSION + WS-VACATION

           ADD WS-GROSS TO WS-TOT-YTD-GROSS
           ADD WS-EMPTAX TO WS-TOT-YTD-EMPTAX
           ADD WS-PENSION TO WS-TOT-YTD-PENSION
           ADD WS-VACATION TO WS-TOT-YTD-VACATION
           IF WS-KEY-PERIOD = WS-RPT-PERIOD
               ADD WS-GROSS TO WS-TOT-MON-GROSS
               ADD WS-EMPTAX TO WS-TOT-MON-EMPTAX
               ADD WS-PENSION TO WS-TOT-MON-PENSION
               ADD WS-VACATION TO WS-TOT-MON-VACATION
           END-IF

           IF WS-EMP-COST NOT = 0
               PERFORM ALLOCATE-EMPLOYEE-COST
           END-IF.

       ALLOCATE-EMPLOYEE-COST SECTION.
      *    NO SPLIT, OR ONE THAT DOES NOT SUM TO 100, IS 100
      *    PERCENT HOME DEPARTMENT - THE SAME FALLBACK AS MAIN01.
           MOVE 0 TO WS-ALO-COUNT
           MOVE 0 TO WS-ALO-PCT-SUM
           MOVE 0 TO WS-ALO-SWITCHES

           EXEC SQL
               OPEN CostAllocCursor
           END-EXEC

           PERFORM UNTIL ALLOC-EOF
               EXEC SQL
                   FETCH CostAllocCursor INTO
                       :CostAllocation-DeptCode,
                       :CostAllocation-Percentage
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET ALLOC-EOF TO TRUE
                   WHEN 0
                       IF WS-ALO-COUNT < 10
                           ADD 1 TO WS-ALO-COUNT
                           MOVE CostAllocation-DeptCode
                             TO WS-ALO-CODE(WS-ALO-COUNT)
                           MOVE CostAllocation-Percentage
                             TO WS-ALO-PCT(WS-ALO-COUNT)
                           ADD CostAllocation-Percentage
                             TO WS-ALO-PCT-SUM
                       ELSE
                           SET ALLOC-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "BUDRPT01: SQL ERROR ON ALLOCATION "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET ALLOC-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CostAllocCursor
           END-EXEC

           IF WS-ALO-COUNT > 0 AND WS-ALO-PCT-SUM NOT = 100
               MOVE 0 TO WS-ALO-COUNT
           END-IF

           IF WS-ALO-COUNT = 0
               MOVE 1 TO WS-ALO-COUNT
               MOVE WS-HOME-DEPT TO WS-ALO-CODE(1)
               MOVE 100 TO WS-ALO-PCT(1)
           END-IF

           MOVE 0 TO WS-ALO-RUNNING
           PERFORM VARYING WS-ALO-INX FROM 1 BY 1
             UNTIL WS-ALO-INX > WS-ALO-COUNT
               IF WS-ALO-INX = WS-ALO-COUNT
                   COMPUTE WS-ALO-PART =
                     WS-EMP-COST - WS-ALO-RUNNING
               ELSE
                   COMPUTE WS-ALO-PART ROUNDED =
                     WS-EMP-COST * WS-ALO-PCT(WS-ALO-INX) / 100
                   ADD WS-ALO-PART TO WS-ALO-RUNNING
               END-IF

               MOVE WS-ALO-CODE(WS-ALO-INX) TO WS-FIND-CODE
               PERFORM FIND-DEPT-SLOT
               IF WS-DPT-SLOT > 0
                   ADD WS-ALO-PART
                     TO WS-DPT-YTD-ACTUAL(WS-DPT-SLOT)
                   IF WS-KEY-PERIOD = WS-RPT-PERIOD
                       ADD WS-ALO-PART
                         TO WS-DPT-MON-ACTUAL(WS-DPT-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-DEPT-SLOT SECTION.
           MOVE 0 TO WS-DPT-SLOT
           PERFORM VARYING WS-DPT-INX FROM 1 BY 1
             UNTIL WS-DPT-INX > WS-DPT-COUNT
             OR WS-DPT-SLOT > 0
               IF WS-DPT-CODE(WS-DPT-INX) = WS-FIND-CODE
                   MOVE WS-DPT-INX TO WS-DPT-SLOT
               END-IF
           END-PERFORM

           IF WS-DPT-SLOT = 0
               IF WS-DPT-COUNT < 200
                   ADD 1 TO WS-DPT-COUNT
                   MOVE WS-DPT-COUNT TO WS-DPT-SLOT
                   MOVE WS-FIND-CODE TO WS-DPT-CODE(WS-DPT-SLOT)
                   MOVE "(not on the master)"
                     TO WS-DPT-NAME(WS-DPT-SLOT)
                   MOVE 0 TO WS-DPT-MON-ACTUAL(WS-DPT-SLOT)
                   MOVE 0 TO WS-DPT-MON-BUDGET(WS-DPT-SLOT)
                   MOVE 0 TO WS-DPT-YTD-ACTUAL(WS-DPT-SLOT)
                   MOVE 0 TO WS-DPT-YTD-BUDGET(WS-DPT-SLOT)
               ELSE
                   DISPLAY "BUDRPT01: more than 200 departments - "
                     WS-FIND-CODE " left out of the report."
               END-IF
           END-IF.

       WRITE-REPORT-HEADING SECTION.
           MOVE WS-TOLERANCE TO WS-TOL-DISP
           MOVE SPACES TO FS-BUDRPTFILE
           STRING "LABOUR COST BUDGET VERSUS ACTUAL - COMPANY "
             WS-RUN-COMPANY " MONTH " WS-RPT-PERIOD
             " (YEAR TO DATE FROM " WS-YEAR-START ") RUN "
             WS-RUN-DATE " ALERT OVER " WS-TOL-DISP "%"
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE SPACES TO FS-BUDRPTFILE
           STRING "Cost = gross + employer tax + employer pension + "
             "vacation liability movement, after the cost "
             "allocation split." DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE SPACES TO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE SPACES TO FS-BUDRPTFILE
           STRING "Dept Name                 "
             "Mth actual Mth budget   Variance    Var% "
             "YTD actual YTD budget   Variance    Var%"
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE.

       REPORT-ONE-DEPARTMENT SECTION.
      *    A DEPARTMENT WITH NEITHER BUDGET NOR COST THIS YEAR IS
      *    LEFT OFF.
           IF WS-DPT-MON-ACTUAL(WS-DPT-INX) = 0 AND
              WS-DPT-MON-BUDGET(WS-DPT-INX) = 0 AND
              WS-DPT-YTD-ACTUAL(WS-DPT-INX) = 0 AND
              WS-DPT-YTD-BUDGET(WS-DPT-INX) = 0
               CONTINUE
           ELSE
               MOVE SPACES TO WS-OVER-FLAG
               MOVE "N" TO WS-OVER-SWITCH
               MOVE "N" TO WS-YTD-OVER-SWITCH

               COMPUTE WS-VARIANCE = WS-DPT-MON-ACTUAL(WS-DPT-INX)
                 - WS-DPT-MON-BUDGET(WS-DPT-INX)
               MOVE WS-DPT-MON-ACTUAL(WS-DPT-INX) TO WS-AMT-DISP1
               MOVE WS-DPT-MON-BUDGET(WS-DPT-INX) TO WS-AMT-DISP2
               MOVE WS-VARIANCE TO WS-AMT-DISP3
               MOVE 0 TO WS-VAR-PCT
               IF WS-DPT-MON-BUDGET(WS-DPT-INX) > 0
                   COMPUTE WS-VAR-PCT ROUNDED =
                     WS-VARIANCE * 100 / WS-DPT-MON-BUDGET(WS-DPT-INX)
                     ON SIZE ERROR
                       MOVE 9999.9 TO WS-VAR-PCT
                   END-COMPUTE
                   COMPUTE WS-TOL-LIMIT =
                     WS-DPT-MON-BUDGET(WS-DPT-INX) * WS-TOLERANCE
                     / 100
                   IF WS-VARIANCE > WS-TOL-LIMIT
                       SET MONTH-OVER-TOLERANCE TO TRUE
                   END-IF
               END-IF
               MOVE WS-VAR-PCT TO WS-PCT-DISP1

               COMPUTE WS-VARIANCE = WS-DPT-YTD-ACTUAL(WS-DPT-INX)
                 - WS-DPT-YTD-BUDGET(WS-DPT-INX)
               MOVE WS-DPT-YTD-ACTUAL(WS-DPT-INX) TO WS-AMT-DISP4
               MOVE WS-DPT-YTD-BUDGET(WS-DPT-INX) TO WS-AMT-DISP5
               MOVE WS-VARIANCE TO WS-AMT-DISP6
               MOVE 0 TO WS-VAR-PCT
               IF WS-DPT-YTD-BUDGET(WS-DPT-INX) > 0
                   COMPUTE WS-VAR-PCT ROUNDED =
                     WS-VARIANCE * 100 / WS-DPT-YTD-BUDGET(WS-DPT-INX)
                     ON SIZE ERROR
                       MOVE 9999.9 TO WS-VAR-PCT
                   END-COMPUTE
                   COMPUTE WS-TOL-LIMIT =
                     WS-DPT-YTD-BUDGET(WS-DPT-INX) * WS-TOLERANCE
                     / 100
                   IF WS-VARIANCE > WS-TOL-LIMIT
                       SET YTD-OVER-TOLERANCE TO TRUE
                   END-IF
               END-IF
               MOVE WS-VAR-PCT TO WS-PCT-DISP2

               EVALUATE TRUE
                   WHEN MONTH-OVER-TOLERANCE AND YTD-OVER-TOLERANCE
                       MOVE "OVER MTH+YTD" TO WS-OVER-FLAG
                   WHEN MONTH-OVER-TOLERANCE
                       MOVE "OVER MTH" TO WS-OVER-FLAG
                   WHEN YTD-OVER-TOLERANCE
                       MOVE "OVER YTD" TO WS-OVER-FLAG
                   WHEN WS-DPT-YTD-BUDGET(WS-DPT-INX) = 0
                       MOVE "NO BUDGET" TO WS-OVER-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE SPACES TO FS-BUDRPTFILE
               STRING WS-DPT-CODE(WS-DPT-INX) " "
                 WS-DPT-NAME(WS-DPT-INX) " "
                 WS-AMT-DISP1 " " WS-AMT-DISP2 " " WS-AMT-DISP3 " "
                 WS-PCT-DISP1 " "
                 WS-AMT-DISP4 " " WS-AMT-DISP5 " " WS-AMT-DISP6 " "
                 WS-PCT-DISP2 " " WS-OVER-FLAG
                 DELIMITED BY SIZE INTO FS-BUDRPTFILE
               WRITE FS-BUDRPTFILE

               ADD WS-DPT-MON-ACTUAL(WS-DPT-INX) TO WS-TOT-MON-ACTUAL
               ADD WS-DPT-MON-BUDGET(WS-DPT-INX) TO WS-TOT-MON-BUDGET
               ADD WS-DPT-YTD-ACTUAL(WS-DPT-INX) TO WS-TOT-YTD-ACTUAL
               ADD WS-DPT-YTD-BUDGET(WS-DPT-INX) TO WS-TOT-YTD-BUDGET

               IF MONTH-OVER-TOLERANCE OR YTD-OVER-TOLERANCE
                   ADD 1 TO WS-OVER-COUNT
               END-IF
               IF MONTH-OVER-TOLERANCE
                   MOVE SPACES TO WS-EVT-MATCH
                   STRING "Dept " WS-DPT-CODE(WS-DPT-INX)
                     " month%" DELIMITED BY SIZE INTO WS-EVT-MATCH
                   MOVE SPACES TO Events-Detail
                   STRING "Dept " WS-DPT-CODE(WS-DPT-INX)
                     " month cost over budget by " WS-PCT-DISP1 "%"
                     DELIMITED BY SIZE INTO Events-Detail
                   PERFORM RAISE-BUDGET-EVENT
               END-IF
               IF YTD-OVER-TOLERANCE
                   MOVE SPACES TO WS-EVT-MATCH
                   STRING "Dept " WS-DPT-CODE(WS-DPT-INX)
                     " YTD%" DELIMITED BY SIZE INTO WS-EVT-MATCH
                   MOVE SPACES TO Events-Detail
                   STRING "Dept " WS-DPT-CODE(WS-DPT-INX)
                     " YTD cost over budget by " WS-PCT-DISP2 "%"
                     DELIMITED BY SIZE INTO Events-Detail
                   PERFORM RAISE-BUDGET-EVENT
               END-IF
           END-IF.

       RAISE-BUDGET-EVENT SECTION.
      *    ONE OPEN ALERT PER DEPARTMENT, MONTH AND MEASURE - A
      *    RERUN OF THE REPORT AFTER A LATE CORRECTION DOES NOT
      *    STACK A SECOND ONE BESIDE IT.
           MOVE "BUDGET OVERRUN" TO Events-EventType
           MOVE WS-RPT-PERIOD TO Events-Period
           MOVE WS-RUN-COMPANY TO Events-CompanyCode

           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.Events
               WHERE EventType = :Events-EventType
                 AND Period = :Events-Period
                 AND CompanyCode = :Events-CompanyCode
                 AND Detail LIKE :WS-EVT-MATCH
                 AND (Status = 'NEW' OR Status = 'NOTIFIED')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BUDRPT01: SQL ERROR ON EVENT CHECK, "
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
                       DISPLAY "BUDRPT01: SQL ERROR ON EVENT "
                         "INSERT, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-EVENT-COUNT
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-TOTALS SECTION.
           MOVE WS-TOT-MON-ACTUAL TO WS-TOT-DISP1
           MOVE WS-TOT-YTD-ACTUAL TO WS-TOT-DISP2
           MOVE SPACES TO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE
           MOVE SPACES TO FS-BUDRPTFILE
           STRING "Company actual  month " WS-TOT-DISP1
             "   year to date " WS-TOT-DISP2
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE WS-TOT-MON-BUDGET TO WS-TOT-DISP1
           MOVE WS-TOT-YTD-BUDGET TO WS-TOT-DISP2
           MOVE SPACES TO FS-BUDRPTFILE
           STRING "Company budget  month " WS-TOT-DISP1
             "   year to date " WS-TOT-DISP2
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE WS-TOT-MON-GROSS TO WS-TOT-DISP1
           MOVE WS-TOT-YTD-GROSS TO WS-TOT-DISP2
           MOVE SPACES TO FS-BUDRPTFILE
           STRING "  of which gross       " WS-TOT-DISP1
             "                " WS-TOT-DISP2
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE WS-TOT-MON-EMPTAX TO WS-TOT-DISP1
           MOVE WS-TOT-YTD-EMPTAX TO WS-TOT-DISP2
           MOVE SPACES TO FS-BUDRPTFILE
           STRING "  employer tax         " WS-TOT-DISP1
             "                " WS-TOT-DISP2
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE WS-TOT-MON-PENSION TO WS-TOT-DISP1
           MOVE WS-TOT-YTD-PENSION TO WS-TOT-DISP2
           MOVE SPACES TO FS-BUDRPTFILE
           STRING "  employer pension     " WS-TOT-DISP1
             "                " WS-TOT-DISP2
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE

           MOVE WS-TOT-MON-VACATION TO WS-TOT-DISP1
           MOVE WS-TOT-YTD-VACATION TO WS-TOT-DISP2
           MOVE SPACES TO FS-BUDRPTFILE
           STRING "  vacation liability   " WS-TOT-DISP1
             "                " WS-TOT-DISP2
             DELIMITED BY SIZE INTO FS-BUDRPTFILE
           WRITE FS-BUDRPTFILE.
