       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCAST01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ASSUMPTIONS THE FORECAST RUNS ON - ONE "KEY;VALUE"
      *    LINE EACH, ANY OF THEM MAY BE LEFT OUT:
      *      START;YYYYMM        FIRST MONTH PROJECTED (DEFAULT THE
      *                          MONTH AFTER TODAY)
      *      RAISEDATE;YYYYMMDD  THE NEXT AGREEMENT DATE
      *      RAISEPCT;N.NN       THE RAISE ASSUMED FROM THAT DATE
      *      HOURS;NNN.N         MONTHLY HOURS FOR HOURLY-PAID STAFF
      *                          (DEFAULT 165)
      *      VACPCT;NN.NN        VACATION PAY ACCRUAL (DEFAULT 12)
      *      RENEWFIXED;Y        FIXED-TERM CONTRACTS ARE RENEWED
      *                          RATHER THAN ENDING (DEFAULT N)
      *      LABEL;TEXT          NAME THE FORECAST IS SAVED UNDER
           SELECT FCSTPARMFILE ASSIGN TO "fcstparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARM-STATUS.

           SELECT FCSTRPTFILE ASSIGN TO WS-FCSTRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FCSTPARMFILE.
       01 FCSTPARM-RECORD PIC X(80).

       FD FCSTRPTFILE.
       01 FS-FCSTRPTFILE PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "SalaryHistory.cpy".
       COPY "SalaryRevision.cpy".
       COPY "CurrencyRates.cpy".
       COPY "PayrollForecast.cpy".
       COPY "ForecastLine.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERYONE ACTIVE ON THE MASTER TODAY - THE SAME POPULATION
      *    MAIN01 PAYS. COMPANY AND DEPARTMENT ORDER KEEPS THE
      *    TOTALS TABLE IN REPORT ORDER.
           EXEC SQL
           DECLARE FcstEmpCursor CURSOR FOR
           SELECT ID_EMPLOYEE, BIRTH_DATE, SALARY, CHURCH,
           CURRENCY_CODE, HIRE_DATE, TERM_DATE, DEPT_CODE,
           COMPANY_CODE, COALESCE(PAY_TYPE, 'M'),
           COALESCE(HOURLY_RATE, 0), COALESCE(AGREEMENT_CODE, '01')
           FROM REDWARRIOR.dbo.Employees
           WHERE STATUS = 'A'
           ORDER BY COMPANY_CODE, DEPT_CODE, ID_EMPLOYEE
           END-EXEC.

      *    SALARY SEGMENTS ALREADY ENTERED TO START AFTER THE FIRST
      *    PROJECTED DAY (A RAISE KEYED AHEAD OF TIME IN EMPMAINT).
           EXEC SQL
           DECLARE FutureSegCursor CURSOR FOR
           SELECT Salary, EffectiveFrom
           FROM REDWARRIOR.dbo.SalaryHistory
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND EffectiveFrom > :WS-FC-START-DATE
           ORDER BY EffectiveFrom
           END-EXEC.

      *    MASS-REVISION ROWS APPROVED BUT NOT YET APPLIED - THEY
      *    WILL BECOME SALARY SEGMENTS WHEN SALREV01 APPLIES THEM.
           EXEC SQL
           DECLARE ApprovedRevCursor CURSOR FOR
           SELECT NewSalary, EffectiveFrom
           FROM REDWARRIOR.dbo.SalaryRevision
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND Status = 'APPROVED'
           ORDER BY EffectiveFrom
           END-EXEC.

      *    THE SAVED FORECAST, BY MONTH AND COMPANY, FOR THE
      *    COMPARISON WITH WHAT POSTED.
           EXEC SQL
           DECLARE CompareCursor CURSOR FOR
           SELECT Period, CompanyCode, SUM(Headcount), SUM(Gross),
           SUM(EmployeeTax), SUM(EmployerTax), SUM(Pension),
           SUM(Vacation)
           FROM REDWARRIOR.dbo.ForecastLine
           WHERE ForecastId = :PayrollForecast-ForecastId
           GROUP BY Period, CompanyCode
           ORDER BY Period, CompanyCode
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-FCSTRPT-PATH PIC X(80).
       01 WS-PARM-STATUS PIC X(2) VALUE "00".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-MODE PIC X(1).
         88 MODE-FORECAST VALUE "F" "f".
         88 MODE-COMPARE VALUE "C" "c".
       01 WS-FCST-ID-TEXT PIC X(9).

      *    ASSUMPTIONS, AS DEFAULTED AND THEN READ FROM fcstparm.dat.
       01 WS-PARM-KEY PIC X(12).
       01 WS-PARM-VALUE PIC X(40).
       01 WS-PARM-EOF PIC 9 VALUE 0.
         88 PARM-EOF VALUE 1.
       01 WS-PARM-ERRORS PIC 9(3) VALUE 0.
       01 WS-FC-START PIC X(6).
       01 WS-FC-START-DATE PIC 9(8).
       01 WS-RAISE-DATE PIC 9(8) VALUE 0.
       01 WS-RAISE-PCT PIC S9(3)V9(2) VALUE 0.
       01 WS-MONTHLY-HOURS PIC S9(4)V9(1) VALUE 165.
       01 WS-VAC-PCT PIC S9(3)V9(2) VALUE 12.
       01 WS-RENEW-FIXED PIC X(1) VALUE "N".
         88 RENEW-FIXED-TERM VALUE "Y".
       01 WS-LABEL PIC X(30).

      *    THE TWELVE PROJECTED MONTHS.
       01 WS-FC-YEAR PIC 9(4).
       01 WS-FC-MONTH PIC 9(2).
       01 WS-MONTH-TABLE.
         05 WS-MON-ENTRY OCCURS 12 TIMES.
           10 WS-MON-PERIOD PIC X(6).
           10 WS-MON-START PIC 9(8).
           10 WS-MON-END PIC 9(8).
           10 WS-MON-DAYS PIC 9(2).
       01 WS-MON-INX PIC 9(2) VALUE 0.
       01 WS-NEXT-START PIC 9(8).

      *    ONE EMPLOYEE: THE DAYS EMPLOYED AND THE PAY IN FORCE.
       01 WS-ACT-START PIC 9(8).
       01 WS-ACT-END PIC 9(8).
       01 WS-FIXED-END PIC S9(09) COMP-5 VALUE 0.
       01 WS-PERM-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-CURRENCY-RATE PIC S9(5)V9(4) COMP-3 VALUE 1.0000.
       01 WS-BASE-CURRENCY PIC X(3) VALUE "SEK".

      *    THE MONTHLY PAY AND THE DAYS IT CHANGES, IN DATE ORDER -
      *    ENTRY 1 IS WHAT IS PAID ON THE FIRST PROJECTED DAY.
       01 WS-CP-COUNT PIC 9(2) VALUE 0.
       01 WS-CP-TABLE.
         05 WS-CP-ENTRY OCCURS 30 TIMES.
           10 WS-CP-DATE PIC 9(8).
           10 WS-CP-AMOUNT PIC S9(9)V9(2).
       01 WS-CP-INX PIC 9(2) VALUE 0.
       01 WS-CP-NEW-DATE PIC 9(8).
       01 WS-CP-NEW-AMOUNT PIC S9(9)V9(2).
       01 WS-CP-SAVE PIC X(19).
       01 WS-CP-SW PIC 9 VALUE 0.
         88 CP-EOF VALUE 1.
       01 WS-CP-LATER PIC 9 VALUE 0.
         88 CP-CHANGE-AFTER-RAISE VALUE 1.
       01 WS-CP-SAME-DAY PIC 9 VALUE 0.
         88 CP-SAME-DAY-FOUND VALUE 1.
       01 WS-CP-PLACED PIC 9 VALUE 0.
         88 CP-IN-PLACE VALUE 1.

       01 WS-SEG-FROM PIC 9(8).
       01 WS-SEG-TO PIC 9(8).
       01 WS-WIN-FROM PIC 9(8).
       01 WS-WIN-TO PIC 9(8).
       01 WS-SEG-DAYS PIC S9(5) VALUE 0.
       01 WS-MON-AMOUNT PIC S9(9)V9(2) VALUE 0.

      *    ONE EMPLOYEE-MONTH, PRICED THROUGH THE RUN'S OWN MODULES.
       01 WS-EMP-GROSS PIC S9(9) VALUE 0.
       01 WS-MOD-GROSS PIC 9(5).
       01 WS-ChurchMember PIC X.
       01 WS-TaxAmount PIC 9(5).
       01 WS-APPLIED-TAX-RATE PIC S9(3)V9(2) COMP-3.
       01 WS-TAX-DECISION-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMPTAX PIC 9(5).
       01 WS-EMPTAX-STATUS PIC X.
       01 WS-APPLIED-EMPTAX-RATE PIC S9(2)V9(2) COMP-3.
       01 WS-EMPTAX-COVERAGE-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-PENSION-EMP PIC 9(5).
       01 WS-PENSION-EMPLOYER PIC 9(5).
       01 WS-PENSION-STATUS PIC X.
       01 WS-PENSION-CAP-FLAG PIC X.
       01 WS-GROSS-YTD PIC S9(09) COMP-5 VALUE 0.
       01 WS-YTD-YEAR PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMP-AGREEMENT PIC X(2).
       01 WS-SX-AMOUNT PIC 9(5) VALUE 0.
       01 WS-SX-UPLIFT PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-SX-PREMIUM PIC 9(5) VALUE 0.
       01 WS-VACATION PIC S9(9) VALUE 0.

      *    THE PROJECTION, BY COMPANY AND DEPARTMENT AND MONTH.
       01 WS-AGG-COUNT PIC 9(3) VALUE 0.
       01 WS-AGG-TABLE.
         05 WS-AGG-ENTRY OCCURS 300 TIMES.
           10 WS-AGG-COMPANY PIC X(2).
           10 WS-AGG-DEPT PIC X(4).
           10 WS-AGG-MON OCCURS 12 TIMES.
             15 WS-AGG-HEAD PIC S9(7).
             15 WS-AGG-GROSS PIC S9(11).
             15 WS-AGG-TAX PIC S9(11).
             15 WS-AGG-EMPTAX PIC S9(11).
             15 WS-AGG-PENSION PIC S9(11).
             15 WS-AGG-VACATION PIC S9(11).
       01 WS-AGG-INX PIC 9(3) VALUE 0.
       01 WS-AGG-SLOT PIC 9(3) VALUE 0.
       01 WS-CO-FIRST PIC 9(3) VALUE 0.
       01 WS-CO-COMPANY PIC X(2).

       01 WS-SW1 PIC 9 VALUE 0.
         88 EMP-EOF VALUE 1.
       01 WS-SW2 PIC 9 VALUE 0.
         88 COMPARE-EOF VALUE 1.

       01 WS-EMP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.

      *    REPORT TOTALS AND WORK FIELDS.
       01 WS-TOT-HEAD PIC S9(7) VALUE 0.
       01 WS-TOT-GROSS PIC S9(13) VALUE 0.
       01 WS-TOT-TAX PIC S9(13) VALUE 0.
       01 WS-TOT-EMPTAX PIC S9(13) VALUE 0.
       01 WS-TOT-PENSION PIC S9(13) VALUE 0.
       01 WS-TOT-VACATION PIC S9(13) VALUE 0.
       01 WS-COST PIC S9(13) VALUE 0.

      *    COMPARISON WORK FIELDS.
       01 WS-CMP-PERIOD PIC X(6).
       01 WS-CMP-COMPANY PIC X(2).
       01 WS-CMP-HEAD PIC S9(09) COMP-5.
       01 WS-FC-GROSS PIC S9(09) COMP-5.
       01 WS-FC-TAX PIC S9(09) COMP-5.
       01 WS-FC-EMPTAX PIC S9(09) COMP-5.
       01 WS-FC-PENSION PIC S9(09) COMP-5.
       01 WS-FC-VACATION PIC S9(09) COMP-5.
       01 WS-AC-ROWS PIC S9(09) COMP-5.
       01 WS-AC-GROSS PIC S9(09) COMP-5.
       01 WS-AC-TAX PIC S9(09) COMP-5.
       01 WS-AC-EMPTAX PIC S9(09) COMP-5.
       01 WS-AC-PENSION PIC S9(09) COMP-5.
       01 WS-AC-VACATION PIC S9(09) COMP-5.
       01 WS-FC-COST PIC S9(11) VALUE 0.
       01 WS-AC-COST PIC S9(11) VALUE 0.
       01 WS-VARIANCE PIC S9(11) VALUE 0.
       01 WS-VAR-PCT PIC S9(5)V9(1) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.

       01 WS-AMT-DISP1 PIC -ZZZZZZZZZ9.
       01 WS-AMT-DISP2 PIC -ZZZZZZZZZ9.
       01 WS-AMT-DISP3 PIC -ZZZZZZZZZ9.
       01 WS-AMT-DISP4 PIC -ZZZZZZZZZ9.
       01 WS-AMT-DISP5 PIC -ZZZZZZZZZ9.
       01 WS-AMT-DISP6 PIC -ZZZZZZZZZ9.
       01 WS-AMT-DISP7 PIC -ZZZZZZZZZ9.
       01 WS-HEAD-DISP PIC ZZZZZ9.
       01 WS-PCT-DISP PIC -ZZZ9.9.
       01 WS-RAISE-DISP PIC -ZZ9.99.
       01 WS-VACPCT-DISP PIC ZZ9.99.
       01 WS-HOURS-DISP PIC ZZZ9.9.
       01 WS-ID-DISP PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "Payroll cost forecast"
           DISPLAY "  F = Run a 12-month forecast from fcstparm.dat"
           DISPLAY "  C = Compare a saved forecast with what posted"
           DISPLAY "Option: "
           ACCEPT WS-MODE

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

           EVALUATE TRUE
               WHEN MODE-FORECAST
                   PERFORM RUN-FORECAST
               WHEN MODE-COMPARE
                   PERFORM COMPARE-FORECAST
               WHEN OTHER
                   DISPLAY "FCAST01: option must be F or C."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-FCSTRPT-PATH
           IF MODE-COMPARE
               STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                 "\forecast_vs_actual.txt" DELIMITED BY SIZE
                 INTO WS-FCSTRPT-PATH
           ELSE
               STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                 "\payroll_forecast.txt" DELIMITED BY SIZE
                 INTO WS-FCSTRPT-PATH
           END-IF.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "FCAST01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RUN-FORECAST SECTION.
           PERFORM READ-FORECAST-PARMS
           IF WS-PARM-ERRORS > 0
               DISPLAY "FCAST01: " WS-PARM-ERRORS
                 " bad line(s) in fcstparm.dat - no forecast run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-MONTH-TABLE

           EXEC SQL
               OPEN FcstEmpCursor
           END-EXEC

           PERFORM UNTIL EMP-EOF
               EXEC SQL
                   FETCH FcstEmpCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :Employees-BIRTH-DATE,
                       :Employees-SALARY,
                       :Employees-CHURCH,
                       :Employees-CURRENCY-CODE,
                       :Employees-HIRE-DATE,
                       :Employees-TERM-DATE,
                       :Employees-DEPT-CODE,
                       :Employees-COMPANY-CODE,
                       :Employees-PAY-TYPE,
                       :Employees-HOURLY-RATE,
                       :Employees-AGREEMENT-CODE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET EMP-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-EMP-COUNT
                       PERFORM PROJECT-ONE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "FCAST01: SQL ERROR ON EMPLOYEE "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET EMP-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE FcstEmpCursor
           END-EXEC

           IF WS-ERROR-COUNT = 0
               PERFORM SAVE-FORECAST
           END-IF

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "FCAST01: " WS-ERROR-COUNT
                 " database error(s) - forecast not saved."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL COMMIT END-EXEC

           OPEN OUTPUT FCSTRPTFILE
           PERFORM WRITE-FORECAST-REPORT
           CLOSE FCSTRPTFILE

           MOVE PayrollForecast-ForecastId TO WS-ID-DISP
           DISPLAY "FCAST01: forecast " WS-ID-DISP " saved - "
             WS-EMP-COUNT " employee(s), " WS-LINE-COUNT
             " line(s). See payroll_forecast.txt."
           MOVE 0 TO RETURN-CODE.

       READ-FORECAST-PARMS SECTION.
      *    DEFAULTS FIRST: THE MONTH AFTER TODAY, NO RAISE.
           MOVE WS-RUN-DATE(1:4) TO WS-FC-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-FC-MONTH
           IF WS-FC-MONTH = 12
               ADD 1 TO WS-FC-YEAR
               MOVE 1 TO WS-FC-MONTH
           ELSE
               ADD 1 TO WS-FC-MONTH
           END-IF
           MOVE SPACES TO WS-FC-START
           STRING WS-FC-YEAR WS-FC-MONTH DELIMITED BY SIZE
             INTO WS-FC-START

           MOVE SPACES TO WS-LABEL
           STRING "FORECAST " WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-LABEL

           OPEN INPUT FCSTPARMFILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL PARM-EOF
                   READ FCSTPARMFILE
                       AT END
                           SET PARM-EOF TO TRUE
                       NOT AT END
                           IF FCSTPARM-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-PARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCSTPARMFILE
           ELSE
               DISPLAY "FCAST01: no fcstparm.dat - running on the "
                 "default assumptions."
           END-IF

           MOVE WS-FC-START(1:4) TO WS-FC-YEAR
           MOVE WS-FC-START(5:2) TO WS-FC-MONTH
           IF WS-FC-START NOT NUMERIC OR
              WS-FC-MONTH < 1 OR WS-FC-MONTH > 12
               DISPLAY "FCAST01: START must be YYYYMM."
               ADD 1 TO WS-PARM-ERRORS
           END-IF
           IF WS-RAISE-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RAISE-DATE) NOT = 0
                   DISPLAY "FCAST01: RAISEDATE is not a valid date."
                   ADD 1 TO WS-PARM-ERRORS
               END-IF
           END-IF.

       APPLY-ONE-PARM SECTION.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING FCSTPARM-RECORD DELIMITED BY ";"
               INTO WS-PARM-KEY
                    WS-PARM-VALUE
           END-UNSTRING

           EVALUATE WS-PARM-KEY
               WHEN "START"
                   MOVE WS-PARM-VALUE(1:6) TO WS-FC-START
               WHEN "RAISEDATE"
                   IF WS-PARM-VALUE(1:8) NUMERIC
                       MOVE WS-PARM-VALUE(1:8) TO WS-RAISE-DATE
                   ELSE
                       DISPLAY "FCAST01: bad RAISEDATE "
                         WS-PARM-VALUE
                       ADD 1 TO WS-PARM-ERRORS
                   END-IF
               WHEN "RAISEPCT"
                   IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                       COMPUTE WS-RAISE-PCT =
                         FUNCTION NUMVAL(WS-PARM-VALUE)
                   ELSE
                       DISPLAY "FCAST01: bad RAISEPCT "
                         WS-PARM-VALUE
                       ADD 1 TO WS-PARM-ERRORS
                   END-IF
               WHEN "HOURS"
                   IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                       COMPUTE WS-MONTHLY-HOURS =
                         FUNCTION NUMVAL(WS-PARM-VALUE)
                   ELSE
                       DISPLAY "FCAST01: bad HOURS " WS-PARM-VALUE
                       ADD 1 TO WS-PARM-ERRORS
                   END-IF
               WHEN "VACPCT"
                   IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                       COMPUTE WS-VAC-PCT =
                         FUNCTION NUMVAL(WS-PARM-VALUE)
                   ELSE
                       DISPLAY "FCAST01: bad VACPCT " WS-PARM-VALUE
                       ADD 1 TO WS-PARM-ERRORS
                   END-IF
               WHEN "RENEWFIXED"
                   IF WS-PARM-VALUE(1:1) = "Y" OR
                      WS-PARM-VALUE(1:1) = "y"
                       MOVE "Y" TO WS-RENEW-FIXED
                   ELSE
                       MOVE "N" TO WS-RENEW-FIXED
                   END-IF
               WHEN "LABEL"
                   MOVE WS-PARM-VALUE TO WS-LABEL
               WHEN OTHER
                   DISPLAY "FCAST01: unknown parameter " WS-PARM-KEY
                   ADD 1 TO WS-PARM-ERRORS
           END-EVALUATE.

       BUILD-MONTH-TABLE SECTION.
           MOVE WS-FC-START(1:4) TO WS-FC-YEAR
           MOVE WS-FC-START(5:2) TO WS-FC-MONTH

           PERFORM VARYING WS-MON-INX FROM 1 BY 1
             UNTIL WS-MON-INX > 12
               MOVE SPACES TO WS-MON-PERIOD(WS-MON-INX)
               STRING WS-FC-YEAR WS-FC-MONTH DELIMITED BY SIZE
                 INTO WS-MON-PERIOD(WS-MON-INX)
               COMPUTE WS-MON-START(WS-MON-INX) =
                 WS-FC-YEAR * 10000 + WS-FC-MONTH * 100 + 1

               IF WS-FC-MONTH = 12
                   ADD 1 TO WS-FC-YEAR
                   MOVE 1 TO WS-FC-MONTH
               ELSE
                   ADD 1 TO WS-FC-MONTH
               END-IF
               COMPUTE WS-NEXT-START =
                 WS-FC-YEAR * 10000 + WS-FC-MONTH * 100 + 1

               COMPUTE WS-MON-END(WS-MON-INX) =
                 FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1)
               MOVE WS-MON-END(WS-MON-INX)(7:2)
                 TO WS-MON-DAYS(WS-MON-INX)
           END-PERFORM

           MOVE WS-MON-START(1) TO WS-FC-START-DATE.

       PROJECT-ONE-EMPLOYEE SECTION.
           MOVE Employees-AGREEMENT-CODE TO WS-EMP-AGREEMENT
           IF WS-EMP-AGREEMENT = SPACES
               MOVE "01" TO WS-EMP-AGREEMENT
           END-IF
           MOVE Employees-CHURCH TO WS-ChurchMember

           PERFORM FIND-EMPLOYMENT-WINDOW
           PERFORM FIND-CURRENCY-RATE
           PERFORM BUILD-PAY-TIMELINE

           MOVE 0 TO WS-AGG-SLOT
           PERFORM FIND-AGG-SLOT

           PERFORM VARYING WS-MON-INX FROM 1 BY 1
             UNTIL WS-MON-INX > 12
               PERFORM PROJECT-ONE-MONTH
           END-PERFORM.

       FIND-EMPLOYMENT-WINDOW SECTION.
      *    THE DAYS THE EMPLOYEE IS ASSUMED STILL TO BE PAID FOR:
      *    FROM HIRE TO THE KNOWN TERMINATION DATE OR, FOR SOMEONE
      *    ON NOTHING BUT FIXED-TERM CONTRACTS, THE LAST CONTRACT'S
      *    END. A PROBATION RUNS ON INTO PERMANENT EMPLOYMENT.
           MOVE Employees-HIRE-DATE TO WS-ACT-START
           IF Employees-TERM-DATE > 0
               MOVE Employees-TERM-DATE TO WS-ACT-END
           ELSE
               MOVE 99991231 TO WS-ACT-END
           END-IF

           IF NOT RENEW-FIXED-TERM
               MOVE 0 TO WS-PERM-COUNT
               MOVE 0 TO WS-FIXED-END
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-PERM-COUNT
                   FROM REDWARRIOR.dbo.EmploymentContract
                   WHERE EmployeeId = :Employees-ID-EMPLOYEE
                     AND Status = 'ACTIVE'
                     AND ContractType IN ('TV', 'PR')
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FCAST01: SQL ERROR ON CONTRACT CHECK, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               IF WS-PERM-COUNT = 0
                   EXEC SQL
                       SELECT COALESCE(MAX(EndDate), 0)
                       INTO :WS-FIXED-END
                       FROM REDWARRIOR.dbo.EmploymentContract
                       WHERE EmployeeId = :Employees-ID-EMPLOYEE
                         AND Status = 'ACTIVE'
                         AND ContractType IN ('VT', 'VK')
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "FCAST01: SQL ERROR ON CONTRACT END, "
                         "CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   IF WS-FIXED-END > 0 AND WS-FIXED-END < WS-ACT-END
                       MOVE WS-FIXED-END TO WS-ACT-END
                   END-IF
               END-IF
           END-IF.

       FIND-CURRENCY-RATE SECTION.
      *    THE RATE IN FORCE ON THE FIRST PROJECTED DAY, AS MAIN01
      *    CONVERTS - NO CurrencyRates ROW MEANS 1.0000.
           MOVE 1.0000 TO WS-CURRENCY-RATE

           IF Employees-CURRENCY-CODE NOT = SPACE AND
              Employees-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               EXEC SQL
                   SELECT RateToBase INTO :CurrencyRates-RateToBase
                   FROM REDWARRIOR.dbo.CurrencyRates
                   WHERE CurrencyCode = :Employees-CURRENCY-CODE
                     AND EffectiveFrom <= :WS-FC-START-DATE
                     AND (EffectiveTo = 0
                      OR EffectiveTo >= :WS-FC-START-DATE)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE CurrencyRates-RateToBase TO WS-CURRENCY-RATE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "FCAST01: SQL ERROR ON CURRENCY "
                         "LOOKUP, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF.

       BUILD-PAY-TIMELINE SECTION.
      *    WHAT IS PAID ON THE FIRST PROJECTED DAY, THEN EVERY KNOWN
      *    CHANGE AFTER IT: SEGMENTS ALREADY KEYED AHEAD AND
      *    APPROVED MASS-REVISION ROWS. HOURLY STAFF ARE PRICED AT
      *    THE ASSUMED MONTHLY HOURS AND TAKE ONLY THE AGREEMENT
      *    RAISE.
           MOVE 0 TO WS-CP-COUNT

           IF Employees-PAY-HOURLY
               MOVE 0 TO WS-CP-NEW-DATE
               COMPUTE WS-CP-NEW-AMOUNT =
                 Employees-HOURLY-RATE * WS-MONTHLY-HOURS
               PERFORM ADD-CHANGE-POINT
           ELSE
               MOVE Employees-SALARY TO SalaryHistory-Salary
               EXEC SQL
                   SELECT Salary INTO :SalaryHistory-Salary
                   FROM REDWARRIOR.dbo.SalaryHistory
                   WHERE EmployeeId = :Employees-ID-EMPLOYEE
                     AND EffectiveFrom <= :WS-FC-START-DATE
                     AND (EffectiveTo = 0
                      OR EffectiveTo >= :WS-FC-START-DATE)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FCAST01: SQL ERROR ON SALARY LOOKUP, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               IF SQLCODE = 100
                   MOVE Employees-SALARY TO SalaryHistory-Salary
               END-IF
               MOVE 0 TO WS-CP-NEW-DATE
               MOVE SalaryHistory-Salary TO WS-CP-NEW-AMOUNT
               PERFORM ADD-CHANGE-POINT

               PERFORM LOAD-FUTURE-SEGMENTS
               PERFORM LOAD-APPROVED-REVISIONS
           END-IF

      *    THE ASSUMED AGREEMENT RAISE - UNLESS A CHANGE IS ALREADY
      *    KNOWN ON OR AFTER THE AGREEMENT DATE, WHICH IS TAKEN TO
      *    BE THAT RAISE ALREADY AGREED.
           IF WS-RAISE-DATE >= WS-FC-START-DATE AND
              WS-RAISE-PCT NOT = 0
               MOVE 0 TO WS-CP-LATER
               PERFORM VARYING WS-CP-INX FROM 2 BY 1
                 UNTIL WS-CP-INX > WS-CP-COUNT
                   IF WS-CP-DATE(WS-CP-INX) >= WS-RAISE-DATE
                       SET CP-CHANGE-AFTER-RAISE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CP-CHANGE-AFTER-RAISE
                   MOVE WS-RAISE-DATE TO WS-CP-NEW-DATE
                   COMPUTE WS-CP-NEW-AMOUNT ROUNDED =
                     WS-CP-AMOUNT(WS-CP-COUNT)
                     * (100 + WS-RAISE-PCT) / 100
                   PERFORM ADD-CHANGE-POINT
               END-IF
           END-IF.

       LOAD-FUTURE-SEGMENTS SECTION.
           MOVE 0 TO WS-CP-SW
           EXEC SQL
               OPEN FutureSegCursor
           END-EXEC

           PERFORM UNTIL CP-EOF
               EXEC SQL
                   FETCH FutureSegCursor INTO
                       :SalaryHistory-Salary,
                       :SalaryHistory-EffectiveFrom
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CP-EOF TO TRUE
                   WHEN 0
                       MOVE SalaryHistory-EffectiveFrom
                         TO WS-CP-NEW-DATE
                       MOVE SalaryHistory-Salary TO WS-CP-NEW-AMOUNT
                       PERFORM ADD-CHANGE-POINT
                   WHEN OTHER
                       DISPLAY "FCAST01: SQL ERROR ON SALARY "
                         "SEGMENT FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET CP-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE FutureSegCursor
           END-EXEC.

       LOAD-APPROVED-REVISIONS SECTION.
      *    AN APPROVED ROW WHOSE DATE HAS ALREADY PASSED WILL BE
      *    APPLIED BACKDATED - IT IS PAID FROM THE FIRST PROJECTED
      *    DAY.
           MOVE 0 TO WS-CP-SW
           EXEC SQL
               OPEN ApprovedRevCursor
           END-EXEC

           PERFORM UNTIL CP-EOF
               EXEC SQL
                   FETCH ApprovedRevCursor INTO
                       :SalaryRevision-NewSalary,
                       :SalaryRevision-EffectiveFrom
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CP-EOF TO TRUE
                   WHEN 0
                       IF SalaryRevision-EffectiveFrom
                          < WS-FC-START-DATE
                           MOVE WS-FC-START-DATE TO WS-CP-NEW-DATE
                       ELSE
                           MOVE SalaryRevision-EffectiveFrom
                             TO WS-CP-NEW-DATE
                       END-IF
                       MOVE SalaryRevision-NewSalary
                         TO WS-CP-NEW-AMOUNT
                       PERFORM ADD-CHANGE-POINT
                   WHEN OTHER
                       DISPLAY "FCAST01: SQL ERROR ON REVISION "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET CP-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ApprovedRevCursor
           END-EXEC.

       ADD-CHANGE-POINT SECTION.
      *    INSERTED IN DATE ORDER; A SECOND CHANGE ON THE SAME DAY
      *    REPLACES THE FIRST (THE LATER-LOADED SOURCE WINS).
           IF WS-CP-COUNT >= 30
               DISPLAY "FCAST01: more than 30 pay changes for "
                 "Employee ID " Employees-ID-EMPLOYEE
                 " - extras ignored."
           ELSE
               MOVE 0 TO WS-CP-SAME-DAY
               PERFORM VARYING WS-CP-INX FROM 1 BY 1
                 UNTIL WS-CP-INX > WS-CP-COUNT
                   IF WS-CP-DATE(WS-CP-INX) = WS-CP-NEW-DATE
                       MOVE WS-CP-NEW-AMOUNT
                         TO WS-CP-AMOUNT(WS-CP-INX)
                       SET CP-SAME-DAY-FOUND TO TRUE
                   END-IF
               END-PERFORM

               IF NOT CP-SAME-DAY-FOUND
                   ADD 1 TO WS-CP-COUNT
                   MOVE WS-CP-NEW-DATE TO WS-CP-DATE(WS-CP-COUNT)
                   MOVE WS-CP-NEW-AMOUNT TO WS-CP-AMOUNT(WS-CP-COUNT)
                   MOVE WS-CP-COUNT TO WS-CP-INX
                   MOVE 0 TO WS-CP-PLACED
                   PERFORM UNTIL CP-IN-PLACE
                       IF WS-CP-INX < 2
                           SET CP-IN-PLACE TO TRUE
                       ELSE
                           IF WS-CP-DATE(WS-CP-INX - 1)
                              <= WS-CP-DATE(WS-CP-INX)
                               SET CP-IN-PLACE TO TRUE
                           ELSE
                               MOVE WS-CP-ENTRY(WS-CP-INX)
                                 TO WS-CP-SAVE
                               MOVE WS-CP-ENTRY(WS-CP-INX - 1)
                                 TO WS-CP-ENTRY(WS-CP-INX)
                               MOVE WS-CP-SAVE
                                 TO WS-CP-ENTRY(WS-CP-INX - 1)
                               SUBTRACT 1 FROM WS-CP-INX
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       PROJECT-ONE-MONTH SECTION.
      *    THE DAYS OF THE MONTH THE EMPLOYEE IS STILL EMPLOYED, AT
      *    THE PAY IN FORCE ON EACH - THE SAME DAY-WEIGHTING
      *    MAIN01 APPLIES TO A MID-PERIOD RAISE.
           IF WS-ACT-START > WS-MON-START(WS-MON-INX)
               MOVE WS-ACT-START TO WS-WIN-FROM
           ELSE
               MOVE WS-MON-START(WS-MON-INX) TO WS-WIN-FROM
           END-IF
           IF WS-ACT-END < WS-MON-END(WS-MON-INX)
               MOVE WS-ACT-END TO WS-WIN-TO
           ELSE
               MOVE WS-MON-END(WS-MON-INX) TO WS-WIN-TO
           END-IF

           IF WS-WIN-FROM <= WS-WIN-TO
               MOVE 0 TO WS-MON-AMOUNT
               PERFORM VARYING WS-CP-INX FROM 1 BY 1
                 UNTIL WS-CP-INX > WS-CP-COUNT
                   PERFORM WEIGH-ONE-CHANGE-POINT
               END-PERFORM

               COMPUTE WS-EMP-GROSS ROUNDED =
                 WS-MON-AMOUNT * WS-CURRENCY-RATE

               PERFORM PRICE-EMPLOYEE-MONTH
           END-IF.

       WEIGH-ONE-CHANGE-POINT SECTION.
           IF WS-CP-DATE(WS-CP-INX) > WS-WIN-FROM
               MOVE WS-CP-DATE(WS-CP-INX) TO WS-SEG-FROM
           ELSE
               MOVE WS-WIN-FROM TO WS-SEG-FROM
           END-IF
           IF WS-CP-INX < WS-CP-COUNT
               COMPUTE WS-SEG-TO = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-CP-DATE(WS-CP-INX + 1))
                 - 1)
               IF WS-SEG-TO > WS-WIN-TO
                   MOVE WS-WIN-TO TO WS-SEG-TO
               END-IF
           ELSE
               MOVE WS-WIN-TO TO WS-SEG-TO
           END-IF

           IF WS-SEG-FROM <= WS-SEG-TO
               COMPUTE WS-SEG-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-SEG-TO) -
                 FUNCTION INTEGER-OF-DATE(WS-SEG-FROM) + 1
               COMPUTE WS-MON-AMOUNT ROUNDED = WS-MON-AMOUNT
                 + WS-CP-AMOUNT(WS-CP-INX) * WS-SEG-DAYS
                 / WS-MON-DAYS(WS-MON-INX)
           END-IF.

       PRICE-EMPLOYEE-MONTH SECTION.
      *    TAX, EMPLOYER TAX AND PENSION THROUGH THE SAME MODULES
      *    THE RUN CALLS, AS OF THE MONTH'S FIRST DAY - SO NEXT
      *    YEAR'S Taxinfo, EMPTAX_TABLE AND PensionRates ROWS APPLY
      *    AS SOON AS THEY ARE LOADED. THE MODULES TAKE PIC 9(5),
      *    CAPPED AS MAIN01 CAPS.
           IF WS-EMP-GROSS > 99999
               MOVE 99999 TO WS-MOD-GROSS
           ELSE
               IF WS-EMP-GROSS < 0
                   MOVE 0 TO WS-MOD-GROSS
               ELSE
                   MOVE WS-EMP-GROSS TO WS-MOD-GROSS
               END-IF
           END-IF

           CALL "TaxModule" USING WS-MOD-GROSS
                                  WS-ChurchMember
                                  WS-TaxAmount
                                  WS-MON-START(WS-MON-INX)
                                  WS-APPLIED-TAX-RATE
                                  Employees-ID-EMPLOYEE
                                  WS-TAX-DECISION-ID

           CALL "EmpTaxModule" USING WS-MOD-GROSS
                                     Employees-BIRTH-DATE
                                     WS-EMPTAX
                                     WS-EMPTAX-STATUS
                                     WS-APPLIED-EMPTAX-RATE
                                     WS-MON-START(WS-MON-INX)
                                     Employees-ID-EMPLOYEE
                                     WS-EMPTAX-COVERAGE-ID

      *    THE ANNUAL PENSION CAP RUNS ON THE YEAR'S GROSS: WHAT
      *    HAS POSTED SO FAR THIS YEAR, THEN THE PROJECTED MONTHS.
           IF WS-MON-INX = 1 OR WS-MON-PERIOD(WS-MON-INX)(5:2) = "01"
               MOVE 0 TO WS-GROSS-YTD
               IF WS-MON-INX = 1
                   MOVE WS-MON-PERIOD(1)(1:4) TO WS-YTD-YEAR
                   EXEC SQL
                       SELECT COALESCE(GrossYTD, 0)
                       INTO :WS-GROSS-YTD
                       FROM REDWARRIOR.dbo.YtdAccumulator
                       WHERE EmployeeId = :Employees-ID-EMPLOYEE
                         AND YtdYear = :WS-YTD-YEAR
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       DISPLAY "FCAST01: SQL ERROR ON GROSS YTD "
                         "LOOKUP, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   IF SQLCODE = 100
                       MOVE 0 TO WS-GROSS-YTD
                   END-IF
               END-IF
           END-IF

           CALL "PensionModule" USING WS-MOD-GROSS
                                      Employees-BIRTH-DATE
                                      WS-MON-START(WS-MON-INX)
                                      WS-PENSION-EMP
                                      WS-PENSION-EMPLOYER
                                      WS-PENSION-STATUS
                                      WS-GROSS-YTD
                                      WS-PENSION-CAP-FLAG
                                      WS-EMP-AGREEMENT
                                      WS-SX-AMOUNT
                                      WS-SX-UPLIFT
                                      WS-SX-PREMIUM

           ADD WS-EMP-GROSS TO WS-GROSS-YTD

           COMPUTE WS-VACATION ROUNDED =
             WS-EMP-GROSS * WS-VAC-PCT / 100

           IF WS-AGG-SLOT > 0
               ADD 1 TO WS-AGG-HEAD(WS-AGG-SLOT, WS-MON-INX)
               ADD WS-EMP-GROSS
                 TO WS-AGG-GROSS(WS-AGG-SLOT, WS-MON-INX)
               ADD WS-TaxAmount
                 TO WS-AGG-TAX(WS-AGG-SLOT, WS-MON-INX)
               ADD WS-EMPTAX
                 TO WS-AGG-EMPTAX(WS-AGG-SLOT, WS-MON-INX)
               ADD WS-PENSION-EMPLOYER
                 TO WS-AGG-PENSION(WS-AGG-SLOT, WS-MON-INX)
               ADD WS-VACATION
                 TO WS-AGG-VACATION(WS-AGG-SLOT, WS-MON-INX)
           END-IF.

       FIND-AGG-SLOT SECTION.
           PERFORM VARYING WS-AGG-INX FROM 1 BY 1
             UNTIL WS-AGG-INX > WS-AGG-COUNT OR WS-AGG-SLOT > 0
               IF WS-AGG-COMPANY(WS-AGG-INX) = Employees-COMPANY-CODE
                  AND WS-AGG-DEPT(WS-AGG-INX) = Employees-DEPT-CODE
                   MOVE WS-AGG-INX TO WS-AGG-SLOT
               END-IF
           END-PERFORM

           IF WS-AGG-SLOT = 0
               IF WS-AGG-COUNT < 300
                   ADD 1 TO WS-AGG-COUNT
                   MOVE WS-AGG-COUNT TO WS-AGG-SLOT
                   INITIALIZE WS-AGG-ENTRY(WS-AGG-SLOT)
                   MOVE Employees-COMPANY-CODE
                     TO WS-AGG-COMPANY(WS-AGG-SLOT)
                   MOVE Employees-DEPT-CODE
                     TO WS-AGG-DEPT(WS-AGG-SLOT)
               ELSE
                   DISPLAY "FCAST01: more than 300 company/department "
                     "pairs - Employee ID " Employees-ID-EMPLOYEE
                     " left out of the forecast."
               END-IF
           END-IF.

       SAVE-FORECAST SECTION.
           MOVE WS-RUN-DATE TO PayrollForecast-RunDate
           MOVE WS-RUN-TIME TO PayrollForecast-RunTime
           MOVE WS-FC-START TO PayrollForecast-StartPeriod
           MOVE WS-RAISE-DATE TO PayrollForecast-RaiseDate
           MOVE WS-RAISE-PCT TO PayrollForecast-RaisePct
           MOVE WS-MONTHLY-HOURS TO PayrollForecast-MonthlyHours
           MOVE WS-VAC-PCT TO PayrollForecast-VacationPct
           MOVE WS-RENEW-FIXED TO PayrollForecast-RenewFixed
           MOVE WS-LABEL TO PayrollForecast-Label
           MOVE WS-EMP-COUNT TO PayrollForecast-EmployeeCount

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.PayrollForecast
               (RunDate, RunTime, StartPeriod, RaiseDate, RaisePct,
               MonthlyHours, VacationPct, RenewFixed, Label,
               EmployeeCount)
               VALUES (:PayrollForecast-RunDate,
               :PayrollForecast-RunTime,
               :PayrollForecast-StartPeriod,
               :PayrollForecast-RaiseDate,
               :PayrollForecast-RaisePct,
               :PayrollForecast-MonthlyHours,
               :PayrollForecast-VacationPct,
               :PayrollForecast-RenewFixed,
               :PayrollForecast-Label,
               :PayrollForecast-EmployeeCount)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FCAST01: SQL ERROR ON FORECAST INSERT, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               EXEC SQL
                   SELECT @@IDENTITY
                   INTO :PayrollForecast-ForecastId
               END-EXEC

               PERFORM VARYING WS-AGG-INX FROM 1 BY 1
                 UNTIL WS-AGG-INX > WS-AGG-COUNT
                 OR WS-ERROR-COUNT > 0
                   PERFORM VARYING WS-MON-INX FROM 1 BY 1
                     UNTIL WS-MON-INX > 12
                       IF WS-AGG-HEAD(WS-AGG-INX, WS-MON-INX) > 0
                           PERFORM SAVE-ONE-FORECAST-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SAVE-ONE-FORECAST-LINE SECTION.
           MOVE PayrollForecast-ForecastId TO ForecastLine-ForecastId
           MOVE WS-MON-PERIOD(WS-MON-INX) TO ForecastLine-Period
           MOVE WS-AGG-COMPANY(WS-AGG-INX) TO ForecastLine-CompanyCode
           MOVE WS-AGG-DEPT(WS-AGG-INX) TO ForecastLine-DeptCode
           MOVE WS-AGG-HEAD(WS-AGG-INX, WS-MON-INX)
             TO ForecastLine-Headcount
           MOVE WS-AGG-GROSS(WS-AGG-INX, WS-MON-INX)
             TO ForecastLine-Gross
           MOVE WS-AGG-TAX(WS-AGG-INX, WS-MON-INX)
             TO ForecastLine-EmployeeTax
           MOVE WS-AGG-EMPTAX(WS-AGG-INX, WS-MON-INX)
             TO ForecastLine-EmployerTax
           MOVE WS-AGG-PENSION(WS-AGG-INX, WS-MON-INX)
             TO ForecastLine-Pension
           MOVE WS-AGG-VACATION(WS-AGG-INX, WS-MON-INX)
             TO ForecastLine-Vacation

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.ForecastLine
               (ForecastId, Period, CompanyCode, DeptCode, Headcount,
               Gross, EmployeeTax, EmployerTax, Pension, Vacation)
               VALUES (:ForecastLine-ForecastId,
               :ForecastLine-Period, :ForecastLine-CompanyCode,
               :ForecastLine-DeptCode, :ForecastLine-Headcount,
               :ForecastLine-Gross, :ForecastLine-EmployeeTax,
               :ForecastLine-EmployerTax, :ForecastLine-Pension,
               :ForecastLine-Vacation)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FCAST01: SQL ERROR ON FORECAST LINE "
                 "INSERT, CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-FORECAST-REPORT SECTION.
           MOVE PayrollForecast-ForecastId TO WS-ID-DISP
           MOVE WS-RAISE-PCT TO WS-RAISE-DISP
           MOVE WS-VAC-PCT TO WS-VACPCT-DISP
           MOVE WS-MONTHLY-HOURS TO WS-HOURS-DISP

           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "PAYROLL COST FORECAST " WS-ID-DISP " - "
             WS-LABEL " - 12 MONTHS FROM " WS-FC-START
             " - RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "Assumptions: raise " WS-RAISE-DISP "% from "
             WS-RAISE-DATE ", hourly staff " WS-HOURS-DISP
             " hours/month, vacation accrual " WS-VACPCT-DISP
             "%, fixed-term renewed " WS-RENEW-FIXED
             DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "Cost = gross + employer tax + employer pension + "
             "vacation accrual (employee tax is withheld from the "
             "gross, shown for cash planning)."
             DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           MOVE 1 TO WS-CO-FIRST
           PERFORM UNTIL WS-CO-FIRST > WS-AGG-COUNT
               PERFORM WRITE-COMPANY-BLOCK
           END-PERFORM.

       WRITE-COMPANY-BLOCK SECTION.
      *    EVERY DEPARTMENT OF ONE COMPANY, THEN THE COMPANY'S
      *    MONTH TOTALS. WS-CO-FIRST MOVES ON TO THE NEXT COMPANY.
           MOVE WS-AGG-COMPANY(WS-CO-FIRST) TO WS-CO-COMPANY

           MOVE SPACES TO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE
           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "COMPANY " WS-CO-COMPANY
             DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           PERFORM VARYING WS-AGG-INX FROM WS-CO-FIRST BY 1
             UNTIL WS-AGG-INX > WS-AGG-COUNT
             OR WS-AGG-COMPANY(WS-AGG-INX) NOT = WS-CO-COMPANY
               MOVE SPACES TO FS-FCSTRPTFILE
               WRITE FS-FCSTRPTFILE
               MOVE SPACES TO FS-FCSTRPTFILE
               STRING "Dept " WS-AGG-DEPT(WS-AGG-INX)
                 "  Period  Empl       Gross    Emp tax  Empl'r tax"
                 "     Pension    Vacation  Total cost"
                 DELIMITED BY SIZE INTO FS-FCSTRPTFILE
               WRITE FS-FCSTRPTFILE
               PERFORM VARYING WS-MON-INX FROM 1 BY 1
                 UNTIL WS-MON-INX > 12
                   MOVE WS-AGG-HEAD(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-HEAD
                   MOVE WS-AGG-GROSS(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-GROSS
                   MOVE WS-AGG-TAX(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-TAX
                   MOVE WS-AGG-EMPTAX(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-EMPTAX
                   MOVE WS-AGG-PENSION(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-PENSION
                   MOVE WS-AGG-VACATION(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-VACATION
                   PERFORM WRITE-FORECAST-LINE
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE
           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "Company " WS-CO-COMPANY
             " Period  Empl       Gross    Emp tax  Empl'r tax"
             "     Pension    Vacation  Total cost"
             DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           PERFORM VARYING WS-MON-INX FROM 1 BY 1
             UNTIL WS-MON-INX > 12
               MOVE 0 TO WS-TOT-HEAD WS-TOT-GROSS WS-TOT-TAX
                 WS-TOT-EMPTAX WS-TOT-PENSION WS-TOT-VACATION
               PERFORM VARYING WS-AGG-INX FROM WS-CO-FIRST BY 1
                 UNTIL WS-AGG-INX > WS-AGG-COUNT
                 OR WS-AGG-COMPANY(WS-AGG-INX) NOT = WS-CO-COMPANY
                   ADD WS-AGG-HEAD(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-HEAD
                   ADD WS-AGG-GROSS(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-GROSS
                   ADD WS-AGG-TAX(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-TAX
                   ADD WS-AGG-EMPTAX(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-EMPTAX
                   ADD WS-AGG-PENSION(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-PENSION
                   ADD WS-AGG-VACATION(WS-AGG-INX, WS-MON-INX)
                     TO WS-TOT-VACATION
               END-PERFORM
               PERFORM WRITE-FORECAST-LINE
           END-PERFORM

           MOVE WS-AGG-INX TO WS-CO-FIRST.

       WRITE-FORECAST-LINE SECTION.
           COMPUTE WS-COST = WS-TOT-GROSS + WS-TOT-EMPTAX
             + WS-TOT-PENSION + WS-TOT-VACATION
           MOVE WS-TOT-HEAD TO WS-HEAD-DISP
           MOVE WS-TOT-GROSS TO WS-AMT-DISP1
           MOVE WS-TOT-TAX TO WS-AMT-DISP2
           MOVE WS-TOT-EMPTAX TO WS-AMT-DISP3
           MOVE WS-TOT-PENSION TO WS-AMT-DISP4
           MOVE WS-TOT-VACATION TO WS-AMT-DISP5
           MOVE WS-COST TO WS-AMT-DISP6

           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "           " WS-MON-PERIOD(WS-MON-INX)
             WS-HEAD-DISP " " WS-AMT-DISP1 " " WS-AMT-DISP2 " "
             WS-AMT-DISP3 " " WS-AMT-DISP4 " " WS-AMT-DISP5 " "
             WS-AMT-DISP6
             DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE.

       COMPARE-FORECAST SECTION.
           DISPLAY "Forecast id to compare: "
           MOVE SPACES TO WS-FCST-ID-TEXT
           ACCEPT WS-FCST-ID-TEXT
           IF FUNCTION TEST-NUMVAL(WS-FCST-ID-TEXT) NOT = 0
               DISPLAY "FCAST01: forecast id must be a number."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE PayrollForecast-ForecastId =
             FUNCTION NUMVAL(WS-FCST-ID-TEXT)

           EXEC SQL
               SELECT RunDate, StartPeriod, Label
               INTO :PayrollForecast-RunDate,
               :PayrollForecast-StartPeriod,
               :PayrollForecast-Label
               FROM REDWARRIOR.dbo.PayrollForecast
               WHERE ForecastId = :PayrollForecast-ForecastId
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY "FCAST01: no forecast with that id."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "FCAST01: SQL ERROR ON FORECAST LOOKUP, "
                     "CODE = " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT FCSTRPTFILE

           MOVE PayrollForecast-ForecastId TO WS-ID-DISP
           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "FORECAST " WS-ID-DISP " - "
             PayrollForecast-Label " (RUN "
             PayrollForecast-RunDate ", FROM "
             PayrollForecast-StartPeriod ") AGAINST POSTED - RUN "
             WS-RUN-DATE DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "Cost = gross + employer tax + employer pension + "
             "vacation liability movement. Variance = actual - "
             "forecast." DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           MOVE SPACES TO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE
           MOVE SPACES TO FS-FCSTRPTFILE
           STRING "Period Co   Fcst cost Actual cost    Variance"
             "    Var%   Gross var  EmpTax var Pension var"
             "   Vacat var" DELIMITED BY SIZE INTO FS-FCSTRPTFILE
           WRITE FS-FCSTRPTFILE

           EXEC SQL
               OPEN CompareCursor
           END-EXEC

           PERFORM UNTIL COMPARE-EOF
               EXEC SQL
                   FETCH CompareCursor INTO
                       :WS-CMP-PERIOD, :WS-CMP-COMPANY,
                       :WS-CMP-HEAD, :WS-FC-GROSS, :WS-FC-TAX,
                       :WS-FC-EMPTAX, :WS-FC-PENSION,
                       :WS-FC-VACATION
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET COMPARE-EOF TO TRUE
                   WHEN 0
                       PERFORM COMPARE-ONE-MONTH
                   WHEN OTHER
                       DISPLAY "FCAST01: SQL ERROR ON FORECAST LINE "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET COMPARE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CompareCursor
           END-EXEC

           CLOSE FCSTRPTFILE

           DISPLAY "FCAST01: " WS-POSTED-COUNT " month(s) compared, "
             WS-PENDING-COUNT " not yet posted - see "
             "forecast_vs_actual.txt."

           IF WS-ERROR-COUNT > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       COMPARE-ONE-MONTH SECTION.
      *    WHAT ACTUALLY POSTED FOR THE COMPANY AND MONTH, READ THE
      *    SAME WAY BUDRPT01 READS ACTUAL COST. PensionContrib
      *    CARRIES NO COMPANY - IT IS TAKEN WITH THE GROSS IT WAS
      *    EARNED ON.
           COMPUTE WS-FC-COST = WS-FC-GROSS + WS-FC-EMPTAX
             + WS-FC-PENSION + WS-FC-VACATION
           MOVE WS-FC-COST TO WS-AMT-DISP1

           MOVE 0 TO WS-AC-ROWS WS-AC-GROSS WS-AC-TAX WS-AC-EMPTAX
             WS-AC-PENSION WS-AC-VACATION
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(Salary), 0),
               COALESCE(SUM(TaxAmount), 0)
               INTO :WS-AC-ROWS, :WS-AC-GROSS, :WS-AC-TAX
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE Period = :WS-CMP-PERIOD
                 AND CompanyCode = :WS-CMP-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "FCAST01: SQL ERROR ON GROSS SUM, CODE = "
                 SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           IF WS-AC-ROWS = 0
               ADD 1 TO WS-PENDING-COUNT
               MOVE SPACES TO FS-FCSTRPTFILE
               STRING WS-CMP-PERIOD " " WS-CMP-COMPANY " "
                 WS-AMT-DISP1 "   (not yet posted)"
                 DELIMITED BY SIZE INTO FS-FCSTRPTFILE
               WRITE FS-FCSTRPTFILE
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               EXEC SQL
                   SELECT COALESCE(SUM(Amount), 0)
                   INTO :WS-AC-EMPTAX
                   FROM REDWARRIOR.dbo.EmployerTaxAccrual
                   WHERE Period = :WS-CMP-PERIOD
                     AND COALESCE(CompanyCode, '01') = :WS-CMP-COMPANY
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FCAST01: SQL ERROR ON EMPLOYER TAX SUM, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               EXEC SQL
                   SELECT COALESCE(SUM(P.EmployerAmount), 0)
                   INTO :WS-AC-PENSION
                   FROM REDWARRIOR.dbo.PensionContrib P
                   WHERE P.Period = :WS-CMP-PERIOD
                     AND EXISTS
                     (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
                      WHERE D.EmployeeId = P.EmployeeId
                        AND D.Period = P.Period
                        AND D.CompanyCode = :WS-CMP-COMPANY)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FCAST01: SQL ERROR ON PENSION SUM, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               EXEC SQL
                   SELECT COALESCE(SUM(Amount), 0)
                   INTO :WS-AC-VACATION
                   FROM REDWARRIOR.dbo.VacationAccrual
                   WHERE Period = :WS-CMP-PERIOD
                     AND CompanyCode = :WS-CMP-COMPANY
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FCAST01: SQL ERROR ON VACATION SUM, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF

               COMPUTE WS-AC-COST = WS-AC-GROSS + WS-AC-EMPTAX
                 + WS-AC-PENSION + WS-AC-VACATION
               COMPUTE WS-VARIANCE = WS-AC-COST - WS-FC-COST
               MOVE 0 TO WS-VAR-PCT
               IF WS-FC-COST > 0
                   COMPUTE WS-VAR-PCT ROUNDED =
                     WS-VARIANCE * 100 / WS-FC-COST
                     ON SIZE ERROR
                       MOVE 9999.9 TO WS-VAR-PCT
                   END-COMPUTE
               END-IF

               MOVE WS-AC-COST TO WS-AMT-DISP2
               MOVE WS-VARIANCE TO WS-AMT-DISP3
               MOVE WS-VAR-PCT TO WS-PCT-DISP
               COMPUTE WS-AMT-DISP4 = WS-AC-GROSS - WS-FC-GROSS
               COMPUTE WS-AMT-DISP5 = WS-AC-EMPTAX - WS-FC-EMPTAX
               COMPUTE WS-AMT-DISP6 = WS-AC-PENSION - WS-FC-PENSION
               COMPUTE WS-AMT-DISP7 =
                 WS-AC-VACATION - WS-FC-VACATION

               MOVE SPACES TO FS-FCSTRPTFILE
               STRING WS-CMP-PERIOD " " WS-CMP-COMPANY " "
                 WS-AMT-DISP1 " " WS-AMT-DISP2 " " WS-AMT-DISP3 " "
                 WS-PCT-DISP " " WS-AMT-DISP4 " " WS-AMT-DISP5 " "
                 WS-AMT-DISP6 " " WS-AMT-DISP7
                 DELIMITED BY SIZE INTO FS-FCSTRPTFILE
               WRITE FS-FCSTRPTFILE
           END-IF.
