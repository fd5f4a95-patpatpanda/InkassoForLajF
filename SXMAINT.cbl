       IDENTIFICATION DIVISION.
       PROGRAM-ID. SXMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "SalaryExchange.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "IncomeBase.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE ExchangeListCursor CURSOR FOR
           SELECT ExchangeId, Method, Amount, ExchangePct,
           UpliftPct, EffectiveFrom, EffectiveTo
           FROM REDWARRIOR.dbo.SalaryExchange
           WHERE EmployeeId = :SalaryExchange-EmployeeId
           ORDER BY EffectiveFrom
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8).
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-EXCHANGED PIC S9(9) VALUE 0.
       01 WS-REMAINING PIC S9(9) VALUE 0.
       01 WS-FLOOR PIC S9(9) VALUE 0.
       01 WS-AMOUNT-DISP PIC ZZZZZZ9.
       01 WS-FLOOR-DISP PIC ZZZZZZ9.
       01 WS-PCT-DISP PIC ZZ9.99.
       01 WS-UPLIFT-DISP PIC ZZ9.99.

      *    THE UPLIFT MOST AGREEMENTS SET - THE DIFFERENCE BETWEEN
      *    THE EMPLOYER TAX SAVED AND THE SPECIAL PAYROLL TAX ON
      *    PENSION COSTS, PASSED ON TO THE EMPLOYEE.
       01 WS-DEFAULT-UPLIFT PIC S9(3)V9(2) COMP-3 VALUE 5.80.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.

       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-EDIT-SWITCH PIC X VALUE "Y".
         88 EXCHANGE-VALID VALUE "Y".
         88 EXCHANGE-INVALID VALUE "N".

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Salary exchange (lonevaxling) maintenance"
               DISPLAY "  A = Add an exchange (replaces the open one)"
               DISPLAY "  E = End-date an exchange"
               DISPLAY "  L = List an employee's exchanges"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-EXCHANGE
                   WHEN "a"
                       PERFORM ADD-EXCHANGE
                   WHEN "E"
                       PERFORM END-DATE-EXCHANGE
                   WHEN "e"
                       PERFORM END-DATE-EXCHANGE
                   WHEN "L"
                       PERFORM LIST-EXCHANGES
                   WHEN "l"
                       PERFORM LIST-EXCHANGES
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       ADD-EXCHANGE SECTION.
      *    AN EXCHANGE IS NEVER CHANGED IN PLACE - A NEW ONE IS ADDED
      *    FROM ITS START DATE AND THE OPEN ONE IS CLOSED THE DAY
      *    BEFORE, SO A RERUN OF AN OLD PERIOD EXCHANGES WHAT WAS
      *    AGREED THEN.
           DISPLAY "Employee ID: "
           ACCEPT SalaryExchange-EmployeeId

           MOVE SalaryExchange-EmployeeId TO Employees-ID-EMPLOYEE
           EXEC SQL
               SELECT SALARY, COALESCE(PAY_TYPE, 'M')
               INTO :Employees-SALARY, :Employees-PAY-TYPE
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM ACCEPT-EXCHANGE-FIELDS
                   PERFORM EDIT-EXCHANGE-FIELDS

                   IF EXCHANGE-VALID
                       PERFORM INSERT-EXCHANGE
                   END-IF
               WHEN 100
                   DISPLAY "No employee with that ID - not added."
               WHEN OTHER
                   DISPLAY "SXMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       ACCEPT-EXCHANGE-FIELDS SECTION.
           MOVE 0 TO SalaryExchange-Amount
           MOVE 0 TO SalaryExchange-ExchangePct

           DISPLAY "Method (A = fixed amount, P = percent of salary): "
           ACCEPT SalaryExchange-Method
           IF SalaryExchange-Method = "a"
               MOVE "A" TO SalaryExchange-Method
           END-IF
           IF SalaryExchange-Method = "p"
               MOVE "P" TO SalaryExchange-Method
           END-IF

           IF SalaryExchange-By-Percent
               DISPLAY "Percent of salary exchanged (e.g. 5.00): "
               ACCEPT SalaryExchange-ExchangePct
           ELSE
               DISPLAY "Amount exchanged per period: "
               ACCEPT SalaryExchange-Amount
           END-IF

           DISPLAY "Employer uplift in percent (blank for 5.80): "
           ACCEPT SalaryExchange-UpliftPct
           IF SalaryExchange-UpliftPct = 0
               MOVE WS-DEFAULT-UPLIFT TO SalaryExchange-UpliftPct
           END-IF

           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT SalaryExchange-EffectiveFrom
           MOVE 0 TO SalaryExchange-EffectiveTo
           MOVE WS-TODAY TO SalaryExchange-CreatedDate.

       EDIT-EXCHANGE-FIELDS SECTION.
           SET EXCHANGE-VALID TO TRUE

           EVALUATE TRUE
               WHEN NOT SalaryExchange-Method-Valid
                   DISPLAY "Exchange not added - method must be "
                     "A or P."
                   SET EXCHANGE-INVALID TO TRUE
               WHEN SalaryExchange-By-Percent AND
                    (SalaryExchange-ExchangePct <= 0 OR
                     SalaryExchange-ExchangePct >= 100)
                   DISPLAY "Exchange not added - percent must be "
                     "above 0 and under 100."
                   SET EXCHANGE-INVALID TO TRUE
               WHEN SalaryExchange-By-Amount AND
                    SalaryExchange-Amount <= 0
                   DISPLAY "Exchange not added - amount must be "
                     "positive."
                   SET EXCHANGE-INVALID TO TRUE
               WHEN SalaryExchange-UpliftPct < 0 OR
                    SalaryExchange-UpliftPct > 50
                   DISPLAY "Exchange not added - uplift must be "
                     "0-50 percent."
                   SET EXCHANGE-INVALID TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                      SalaryExchange-EffectiveFrom) NOT = 0
                   DISPLAY "Exchange not added - effective date "
                     "is not a valid date."
                   SET EXCHANGE-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF EXCHANGE-VALID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM REDWARRIOR.dbo.SalaryExchange
                   WHERE EmployeeId = :SalaryExchange-EmployeeId
                     AND EffectiveFrom >=
                         :SalaryExchange-EffectiveFrom
               END-EXEC

               IF WS-EXISTING-COUNT > 0
                   DISPLAY "Exchange not added - an exchange "
                     "already starts on or after that date."
                   SET EXCHANGE-INVALID TO TRUE
               END-IF
           END-IF

           IF EXCHANGE-VALID AND NOT Employees-PAY-HOURLY
               PERFORM CHECK-QUALIFYING-FLOOR
           END-IF.

       CHECK-QUALIFYING-FLOOR SECTION.
      *    THE SALARY LEFT AFTER THE EXCHANGE MUST STAY OVER THE
      *    PENSION-QUALIFYING FLOOR, 8.07 INCOME BASE AMOUNTS A YEAR
      *    - BELOW IT THE EMPLOYEE LOSES STATE PENSION AND SICK PAY
      *    RIGHTS. MAIN01 CHECKS AGAIN EVERY PERIOD; AN HOURLY
      *    EMPLOYEE'S PAY VARIES, SO FOR THEM ONLY MAIN01 CAN.
           MOVE 0 TO WS-FLOOR
           MOVE SalaryExchange-EffectiveFrom(1:4)
             TO IncomeBase-YearValue

           EXEC SQL
               SELECT Amount INTO :IncomeBase-Amount
               FROM REDWARRIOR.dbo.IncomeBase
               WHERE YearValue = :IncomeBase-YearValue
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-FLOOR ROUNDED =
                     IncomeBase-Amount * 807 / 1200
               WHEN 100
                   DISPLAY "Note: no income base amount for that "
                     "year - the floor could not be checked."
               WHEN OTHER
                   DISPLAY "SXMAINT: SQL ERROR ON INCOME BASE "
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE

           IF SalaryExchange-By-Percent
               COMPUTE WS-EXCHANGED ROUNDED =
                 Employees-SALARY * SalaryExchange-ExchangePct / 100
           ELSE
               MOVE SalaryExchange-Amount TO WS-EXCHANGED
           END-IF
           COMPUTE WS-REMAINING = Employees-SALARY - WS-EXCHANGED

           IF WS-FLOOR > 0 AND WS-REMAINING < WS-FLOOR
               MOVE WS-REMAINING TO WS-AMOUNT-DISP
               MOVE WS-FLOOR TO WS-FLOOR-DISP
               DISPLAY "Exchange not added - the salary left, "
                 WS-AMOUNT-DISP ", is under the pension-qualifying "
                 "floor of " WS-FLOOR-DISP " a month."
               SET EXCHANGE-INVALID TO TRUE
           END-IF.

       INSERT-EXCHANGE SECTION.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(SalaryExchange-EffectiveFrom)
             - 1)

           EXEC SQL
               UPDATE REDWARRIOR.dbo.SalaryExchange
               SET EffectiveTo = :WS-DAY-BEFORE
               WHERE EmployeeId = :SalaryExchange-EmployeeId
                 AND EffectiveTo = 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "SXMAINT: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.SalaryExchange
                   (EmployeeId, Method, Amount, ExchangePct,
                   UpliftPct, EffectiveFrom, EffectiveTo,
                   CreatedDate)
                   VALUES (:SalaryExchange-EmployeeId,
                   :SalaryExchange-Method,
                   :SalaryExchange-Amount,
                   :SalaryExchange-ExchangePct,
                   :SalaryExchange-UpliftPct,
                   :SalaryExchange-EffectiveFrom,
                   :SalaryExchange-EffectiveTo,
                   :SalaryExchange-CreatedDate)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY "Exchange added from "
                         SalaryExchange-EffectiveFrom "."
                   WHEN OTHER
                       DISPLAY "SXMAINT: SQL ERROR ON INSERT, "
                         "CODE = " SQLCODE
               END-EVALUATE
           END-IF.

       END-DATE-EXCHANGE SECTION.
      *    THE EMPLOYEE LEAVES THE SCHEME - THE ROW IS END-DATED,
      *    NEVER DELETED, SAME DISCIPLINE AS Benefits.
           DISPLAY "Exchange ID to end-date: "
           ACCEPT SalaryExchange-ExchangeId

           DISPLAY "Last day the exchange runs (YYYYMMDD): "
           ACCEPT SalaryExchange-EffectiveTo

           EXEC SQL
               UPDATE REDWARRIOR.dbo.SalaryExchange
               SET EffectiveTo = :SalaryExchange-EffectiveTo
               WHERE ExchangeId = :SalaryExchange-ExchangeId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No exchange found with that ID."
               WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                   DISPLAY "No exchange found with that ID."
               WHEN SQLCODE NOT = 0
                   DISPLAY "SXMAINT: SQL ERROR ON UPDATE, CODE = "
                     SQLCODE
               WHEN OTHER
                   DISPLAY "Exchange end-dated."
           END-EVALUATE.

       LIST-EXCHANGES SECTION.
           DISPLAY "Employee ID: "
           ACCEPT SalaryExchange-EmployeeId

           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "ExchangeId M  Amount Percent Uplift From     To"

           EXEC SQL
               OPEN ExchangeListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH ExchangeListCursor INTO
                       :SalaryExchange-ExchangeId,
                       :SalaryExchange-Method,
                       :SalaryExchange-Amount,
                       :SalaryExchange-ExchangePct,
                       :SalaryExchange-UpliftPct,
                       :SalaryExchange-EffectiveFrom,
                       :SalaryExchange-EffectiveTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE SalaryExchange-Amount TO WS-AMOUNT-DISP
                       MOVE SalaryExchange-ExchangePct TO WS-PCT-DISP
                       MOVE SalaryExchange-UpliftPct TO WS-UPLIFT-DISP
                       DISPLAY SalaryExchange-ExchangeId " "
                         SalaryExchange-Method " "
                         WS-AMOUNT-DISP " " WS-PCT-DISP "  "
                         WS-UPLIFT-DISP " "
                         SalaryExchange-EffectiveFrom " "
                         SalaryExchange-EffectiveTo
                   WHEN OTHER
                       DISPLAY "SXMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ExchangeListCursor
           END-EXEC.
