       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTCOMP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT-READY TOTAL COMPENSATION STATEMENTS
      *    (TOTALERSATTNINGSBESKED), ONE BLOCK PER EMPLOYEE IN THE
      *    SAME STYLE AS ANNSTM01'S ANNUAL STATEMENTS.
           SELECT TCSTMTFILE ASSIGN TO WS-TCSTMT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TCCTLFILE ASSIGN TO WS-TCCTL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TCSTMTFILE.
       01 FS-TCSTMTFILE PIC X(80).

       FD TCCTLFILE.
       01 FS-TCCTLFILE PIC X(80).

       WORKING-STORAGE SECTION.

      *    LIKE ANNSTM01, BUILT FROM THE YEAR'S POSTED ROWS ONLY -
      *    NOTHING IS RECALCULATED, SO ANY PAST YEAR PRINTS THE SAME
      *    FIGURES EVERY TIME IT IS RUN.
       COPY "EMPLOYEES.CPY".
       COPY "EmployeeDeductions.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY EMPLOYEE THE COMPANY PAID IN THE YEAR, WITH THE
      *    YEAR'S CASH, BENEFIT, EXCHANGE AND EXPENSE TOTALS.
      *    SUMMING FOLDS REVERSALS AND RETRO OFFSETS IN, AS IN
      *    ANNSTM01.
           EXEC SQL
           DECLARE TotalCompCursor CURSOR FOR
           SELECT D.EmployeeId, E.FIRST_NAME, E.LAST_NAME,
           COALESCE(E.PERSONNUMMER, ' '),
           SUM(D.Salary), COALESCE(SUM(D.BenefitValue), 0),
           COALESCE(SUM(D.SalaryExchange), 0),
           COALESCE(SUM(D.ExpenseAmount), 0)
           FROM REDWARRIOR.dbo.EmployeeDeductions D,
           REDWARRIOR.dbo.Employees E
           WHERE D.Period >= :WS-FROM-PERIOD
             AND D.Period <= :WS-TO-PERIOD
             AND E.ID_EMPLOYEE = D.EmployeeId
             AND D.CompanyCode = :WS-RUN-COMPANY
             AND (:WS-SEL-EMPLOYEE = 0
              OR D.EmployeeId = :WS-SEL-EMPLOYEE)
           GROUP BY D.EmployeeId, E.FIRST_NAME, E.LAST_NAME,
           E.PERSONNUMMER
           ORDER BY D.EmployeeId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-TCSTMT-PATH PIC X(80).
       01 WS-TCCTL-PATH PIC X(80).

       01 WS-STMT-YEAR PIC 9(4).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-FROM-PERIOD PIC X(6).
       01 WS-TO-PERIOD PIC X(6).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SEL-TEXT PIC X(9).
       01 WS-SEL-EMPLOYEE PIC S9(09) COMP-5 VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 STMT-EOF VALUE 1.

      *    ONE EMPLOYEE'S YEAR.
       01 WS-EMP-SALARY PIC S9(09) COMP-5.
       01 WS-EMP-BENEFIT PIC S9(09) COMP-5.
       01 WS-EMP-EXCHANGE PIC S9(09) COMP-5.
       01 WS-EMP-EXPENSE PIC S9(09) COMP-5.
       01 WS-EMP-PENSION PIC S9(09) COMP-5.
       01 WS-EMP-PEN-EXCH PIC S9(09) COMP-5.
       01 WS-EMP-EMPTAX PIC S9(09) COMP-5.
       01 WS-EMP-VACATION PIC S9(09) COMP-5.
       01 WS-EMP-LOAN-BEN PIC S9(09) COMP-5.
       01 WS-EMP-TOTAL PIC S9(11) VALUE 0.

       01 WS-STMT-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-SUM-SALARY PIC S9(13) VALUE 0.
       01 WS-SUM-BENEFIT PIC S9(13) VALUE 0.
       01 WS-SUM-EXCHANGE PIC S9(13) VALUE 0.
       01 WS-SUM-EXPENSE PIC S9(13) VALUE 0.
       01 WS-SUM-PENSION PIC S9(13) VALUE 0.
       01 WS-SUM-EMPTAX PIC S9(13) VALUE 0.
       01 WS-SUM-VACATION PIC S9(13) VALUE 0.
       01 WS-SUM-TOTAL PIC S9(13) VALUE 0.

       01 WS-STMT-ID PIC 9(9).
       01 WS-AMT-DISP PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SUM-DISP PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-LINE-LABEL PIC X(44).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "Total compensation statement generation"
           DISPLAY "Statement year (YYYY): "
           ACCEPT WS-STMT-YEAR

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           DISPLAY "Employee ID (blank for every employee): "
           MOVE SPACES TO WS-SEL-TEXT
           ACCEPT WS-SEL-TEXT
           IF WS-SEL-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SEL-TEXT) = 0
                   COMPUTE WS-SEL-EMPLOYEE =
                     FUNCTION NUMVAL(WS-SEL-TEXT)
               ELSE
                   DISPLAY "TOTCOMP01: employee ID must be a number."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-FROM-PERIOD
           STRING WS-STMT-YEAR "01" DELIMITED BY SIZE
             INTO WS-FROM-PERIOD
           MOVE SPACES TO WS-TO-PERIOD
           STRING WS-STMT-YEAR "12" DELIMITED BY SIZE
             INTO WS-TO-PERIOD
           COMPUTE WS-YEAR-START = WS-STMT-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-STMT-YEAR * 10000 + 1231

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

           OPEN OUTPUT TCSTMTFILE

           EXEC SQL
               OPEN TotalCompCursor
           END-EXEC

           PERFORM UNTIL STMT-EOF
               EXEC SQL
                   FETCH TotalCompCursor INTO
                       :EmployeeDeductions-EmployeeId,
                       :Employees-FIRST-NAME,
                       :Employees-LAST-NAME,
                       :Employees-PERSONNUMMER,
                       :WS-EMP-SALARY,
                       :WS-EMP-BENEFIT,
                       :WS-EMP-EXCHANGE,
                       :WS-EMP-EXPENSE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET STMT-EOF TO TRUE
                   WHEN 0
                       PERFORM GATHER-EMPLOYER-COSTS
                       PERFORM WRITE-ONE-STATEMENT
                   WHEN OTHER
                       DISPLAY "TOTCOMP01: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET STMT-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE TotalCompCursor
           END-EXEC

           CLOSE TCSTMTFILE

           PERFORM WRITE-CONTROL-REPORT

           DISPLAY "TOTCOMP01: " WS-STMT-COUNT
             " statement(s) produced for year " WS-STMT-YEAR "."

           IF WS-ERROR-COUNT > 0
               MOVE 16 TO RETURN-CODE
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

           MOVE SPACES TO WS-TCSTMT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\totcomp_statements.txt" DELIMITED BY SIZE
             INTO WS-TCSTMT-PATH

           MOVE SPACES TO WS-TCCTL-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\totcomp_control.txt" DELIMITED BY SIZE
             INTO WS-TCCTL-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "TOTCOMP01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       GATHER-EMPLOYER-COSTS SECTION.
      *    WHAT THE EMPLOYER PAID ON TOP OF THE PAY SLIP, FROM THE
      *    SAME POSTED TABLES THE RUN WROTE. PensionContrib CARRIES
      *    NO COMPANY - A MONTH'S PREMIUM IS TAKEN WHEN THE EMPLOYEE
      *    WAS PAID BY THIS COMPANY THAT MONTH.
           MOVE EmployeeDeductions-EmployeeId TO Employees-ID-EMPLOYEE
           MOVE 0 TO WS-EMP-PENSION WS-EMP-PEN-EXCH WS-EMP-EMPTAX
             WS-EMP-VACATION WS-EMP-LOAN-BEN

           EXEC SQL
               SELECT COALESCE(SUM(P.EmployerAmount), 0),
               COALESCE(SUM(P.ExchangeAmount), 0)
               INTO :WS-EMP-PENSION, :WS-EMP-PEN-EXCH
               FROM REDWARRIOR.dbo.PensionContrib P
               WHERE P.EmployeeId = :Employees-ID-EMPLOYEE
                 AND P.Period >= :WS-FROM-PERIOD
                 AND P.Period <= :WS-TO-PERIOD
                 AND EXISTS
                 (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
                  WHERE D.EmployeeId = P.EmployeeId
                    AND D.Period = P.Period
                    AND D.CompanyCode = :WS-RUN-COMPANY)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TOTCOMP01: SQL ERROR ON PENSION SUM, CODE = "
                 SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(Amount), 0)
               INTO :WS-EMP-EMPTAX
               FROM REDWARRIOR.dbo.EmployerTaxAccrual
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND Period >= :WS-FROM-PERIOD
                 AND Period <= :WS-TO-PERIOD
                 AND COALESCE(CompanyCode, '01') = :WS-RUN-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TOTCOMP01: SQL ERROR ON EMPLOYER TAX SUM, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

      *    VACATION PAY EARNED: THE YEAR'S MOVEMENT IN WHAT THE
      *    COMPANY OWES THE EMPLOYEE IN VACATION PAY. DAYS TAKEN
      *    WERE PAID INSIDE THE SALARY, SO THE NET MOVEMENT IS THE
      *    PART NOT ALREADY COUNTED THERE.
           EXEC SQL
               SELECT COALESCE(SUM(Amount), 0)
               INTO :WS-EMP-VACATION
               FROM REDWARRIOR.dbo.VacationAccrual
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND Period >= :WS-FROM-PERIOD
                 AND Period <= :WS-TO-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TOTCOMP01: SQL ERROR ON VACATION SUM, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

      *    THE PART OF THE TAXABLE BENEFITS THAT IS THE INTEREST
      *    BENEFIT ON AN EMPLOYEE LOAN (LOANBEN01, ONE ROW A MONTH),
      *    FOR THE MONTHS THIS COMPANY POSTED THE EMPLOYEE.
           EXEC SQL
               SELECT COALESCE(SUM(B.MonthlyValue), 0)
               INTO :WS-EMP-LOAN-BEN
               FROM REDWARRIOR.dbo.Benefits B
               WHERE B.EmployeeId = :Employees-ID-EMPLOYEE
                 AND B.BenefitCode = 'RANT'
                 AND B.EffectiveFrom >= :WS-YEAR-START
                 AND B.EffectiveFrom <= :WS-YEAR-END
                 AND EXISTS
                 (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
                  WHERE D.EmployeeId = B.EmployeeId
                    AND D.Period = CONVERT(char(6),
                        B.EffectiveFrom / 100)
                    AND D.CompanyCode = :WS-RUN-COMPANY)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TOTCOMP01: SQL ERROR ON LOAN BENEFIT SUM, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           COMPUTE WS-EMP-TOTAL = WS-EMP-SALARY + WS-EMP-BENEFIT
             + WS-EMP-PENSION + WS-EMP-EMPTAX + WS-EMP-VACATION
             + WS-EMP-EXPENSE.

       WRITE-ONE-STATEMENT SECTION.
           ADD 1 TO WS-STMT-COUNT
           ADD WS-EMP-SALARY TO WS-SUM-SALARY
           ADD WS-EMP-BENEFIT TO WS-SUM-BENEFIT
           ADD WS-EMP-EXCHANGE TO WS-SUM-EXCHANGE
           ADD WS-EMP-EXPENSE TO WS-SUM-EXPENSE
           ADD WS-EMP-PENSION TO WS-SUM-PENSION
           ADD WS-EMP-EMPTAX TO WS-SUM-EMPTAX
           ADD WS-EMP-VACATION TO WS-SUM-VACATION
           ADD WS-EMP-TOTAL TO WS-SUM-TOTAL

      *    MAILED TO THE ADDRESS ON THE MASTER AT PRINT TIME, AS
      *    ANNSTM01 DOES.
           MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
             Employees-CITY Employees-COUNTRY
           MOVE "N" TO Employees-PROTECTED-ID

           EXEC SQL
               SELECT COALESCE(STREET, ' '),
               COALESCE(POSTAL_CODE, ' '),
               COALESCE(CITY, ' '), COALESCE(COUNTRY, ' '),
               COALESCE(PROTECTED_ID, 'N')
               INTO :Employees-STREET, :Employees-POSTAL-CODE,
               :Employees-CITY, :Employees-COUNTRY,
               :Employees-PROTECTED-ID
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "TOTCOMP01: SQL ERROR ON ADDRESS LOOKUP, "
                 "CODE = " SQLCODE
           END-IF
      *    A PROTECTED IDENTITY'S ADDRESS IS NEVER PRINTED - HR
      *    SENDS THAT STATEMENT THROUGH SKATTEVERKET'S FORWARDING.
           IF Employees-PROTECTED-IDENTITY
               MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
                 Employees-CITY Employees-COUNTRY
               DISPLAY "TOTCOMP01: Employee ID "
                 Employees-ID-EMPLOYEE
                 " has a protected identity - statement printed"
                 " without the address."
           ELSE
               IF Employees-STREET = SPACES
                   DISPLAY "TOTCOMP01: WARNING - Employee ID "
                     Employees-ID-EMPLOYEE
                     " has no address on file - statement printed"
                     " without one, fix via EMPMAINT."
               END-IF
           END-IF

           MOVE EmployeeDeductions-EmployeeId TO WS-STMT-ID

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "----------------------------------------"
             "----------------------------------------"
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "TOTAL COMPENSATION STATEMENT FOR " WS-STMT-YEAR
             " - COMPANY " WS-RUN-COMPANY
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "Employee ID  : " WS-STMT-ID
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "Name         : " Employees-FIRST-NAME " "
             Employees-LAST-NAME
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "Personnummer : " Employees-PERSONNUMMER
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           IF Employees-STREET NOT = SPACES
               MOVE SPACES TO FS-TCSTMTFILE
               STRING "Address      : " Employees-STREET
                 DELIMITED BY SIZE INTO FS-TCSTMTFILE
               WRITE FS-TCSTMTFILE

               MOVE SPACES TO FS-TCSTMTFILE
               STRING "               " Employees-POSTAL-CODE " "
                 Employees-CITY " " Employees-COUNTRY
                 DELIMITED BY SIZE INTO FS-TCSTMTFILE
               WRITE FS-TCSTMTFILE
           END-IF

           MOVE SPACES TO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "What your employment cost us this year:"
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE "Salary paid" TO WS-LINE-LABEL
           MOVE WS-EMP-SALARY TO WS-AMT-DISP
           PERFORM WRITE-AMOUNT-LINE

           IF WS-EMP-EXCHANGE NOT = 0
               MOVE "  (after salary exchanged into pension)"
                 TO WS-LINE-LABEL
               MOVE WS-EMP-EXCHANGE TO WS-AMT-DISP
               PERFORM WRITE-AMOUNT-LINE
           END-IF

           IF WS-EMP-BENEFIT NOT = 0
               MOVE "Taxable benefits" TO WS-LINE-LABEL
               MOVE WS-EMP-BENEFIT TO WS-AMT-DISP
               PERFORM WRITE-AMOUNT-LINE
           END-IF

           IF WS-EMP-LOAN-BEN NOT = 0
               MOVE "  (of which interest benefit on your loan)"
                 TO WS-LINE-LABEL
               MOVE WS-EMP-LOAN-BEN TO WS-AMT-DISP
               PERFORM WRITE-AMOUNT-LINE
           END-IF

           MOVE "Employer pension contribution" TO WS-LINE-LABEL
           MOVE WS-EMP-PENSION TO WS-AMT-DISP
           PERFORM WRITE-AMOUNT-LINE

           IF WS-EMP-PEN-EXCH NOT = 0
               MOVE "  (of which from your salary exchange)"
                 TO WS-LINE-LABEL
               MOVE WS-EMP-PEN-EXCH TO WS-AMT-DISP
               PERFORM WRITE-AMOUNT-LINE
           END-IF

           MOVE "Employer payroll tax" TO WS-LINE-LABEL
           MOVE WS-EMP-EMPTAX TO WS-AMT-DISP
           PERFORM WRITE-AMOUNT-LINE

           MOVE "Vacation pay earned, not yet taken" TO WS-LINE-LABEL
           MOVE WS-EMP-VACATION TO WS-AMT-DISP
           PERFORM WRITE-AMOUNT-LINE

           IF WS-EMP-EXPENSE NOT = 0
               MOVE "Expense reimbursements" TO WS-LINE-LABEL
               MOVE WS-EMP-EXPENSE TO WS-AMT-DISP
               PERFORM WRITE-AMOUNT-LINE
           END-IF

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "                                             "
             "------------" DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE "TOTAL COST OF YOUR EMPLOYMENT" TO WS-LINE-LABEL
           MOVE WS-EMP-TOTAL TO WS-AMT-DISP
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO FS-TCSTMTFILE
           STRING "----------------------------------------"
             "----------------------------------------"
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE

           MOVE SPACES TO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE.

       WRITE-AMOUNT-LINE SECTION.
           MOVE SPACES TO FS-TCSTMTFILE
           STRING WS-LINE-LABEL " " WS-AMT-DISP
             DELIMITED BY SIZE INTO FS-TCSTMTFILE
           WRITE FS-TCSTMTFILE.

       WRITE-CONTROL-REPORT SECTION.
           OPEN OUTPUT TCCTLFILE

           MOVE SPACES TO FS-TCCTLFILE
           STRING "TOTAL COMPENSATION STATEMENT CONTROL - YEAR "
             WS-STMT-YEAR " COMPANY " WS-RUN-COMPANY
             " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE SPACES TO FS-TCCTLFILE
           STRING "Statements produced: " WS-STMT-COUNT
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-SALARY TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Salary paid          " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-EXCHANGE TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Salary exchanged     " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-BENEFIT TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Taxable benefits     " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-PENSION TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Employer pension     " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-EMPTAX TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Employer payroll tax " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-VACATION TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Vacation pay earned  " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-EXPENSE TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Expenses reimbursed  " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           MOVE WS-SUM-TOTAL TO WS-SUM-DISP
           MOVE SPACES TO FS-TCCTLFILE
           STRING "Total cost           " WS-SUM-DISP
             DELIMITED BY SIZE INTO FS-TCCTLFILE
           WRITE FS-TCCTLFILE

           CLOSE TCCTLFILE.
