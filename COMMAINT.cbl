       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "CommissionPlan.cpy".
       COPY "EMPLOYEES.CPY".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE PlanListCursor CURSOR FOR
           SELECT PlanId, PlanVersion, Basis, TargetAmount,
           Tier1Pct, Tier2From, Tier2Pct, Tier3From, Tier3Pct,
           CapAmount, EffectiveFrom, EffectiveTo
           FROM REDWARRIOR.dbo.CommissionPlan
           WHERE EmployeeId = :CommissionPlan-EmployeeId
           ORDER BY EffectiveFrom
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8).
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-TARGET-DISP PIC ZZZZZZZZ9.
       01 WS-FROM2-DISP PIC ZZZZZZZZ9.
       01 WS-FROM3-DISP PIC ZZZZZZZZ9.
       01 WS-CAP-DISP PIC ZZZZZZZZ9.
       01 WS-PCT1-DISP PIC ZZ9.99.
       01 WS-PCT2-DISP PIC ZZ9.99.
       01 WS-PCT3-DISP PIC ZZ9.99.
       01 WS-VERSION-DISP PIC ZZ9.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.

       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-EDIT-SWITCH PIC X VALUE "Y".
         88 PLAN-VALID VALUE "Y".
         88 PLAN-INVALID VALUE "N".

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Sales commission plan maintenance"
               DISPLAY "  A = Add a plan version"
               DISPLAY "  E = End-date a plan"
               DISPLAY "  L = List an employee's plan versions"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-PLAN
                   WHEN "a"
                       PERFORM ADD-PLAN
                   WHEN "E"
                       PERFORM END-DATE-PLAN
                   WHEN "e"
                       PERFORM END-DATE-PLAN
                   WHEN "L"
                       PERFORM LIST-PLANS
                   WHEN "l"
                       PERFORM LIST-PLANS
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       ADD-PLAN SECTION.
      *    A PLAN IS NEVER CHANGED IN PLACE - NEW TERMS ARE A NEW
      *    VERSION FROM THEIR START DATE AND THE OPEN VERSION IS
      *    CLOSED THE DAY BEFORE, SO A PAYOUT CALCULATED EARLIER
      *    STILL POINTS AT THE TERMS IT WAS PRICED ON.
           DISPLAY "Employee ID: "
           ACCEPT CommissionPlan-EmployeeId

           MOVE CommissionPlan-EmployeeId TO Employees-ID-EMPLOYEE
           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM ACCEPT-PLAN-FIELDS
                   PERFORM EDIT-PLAN-FIELDS

                   IF PLAN-VALID
                       PERFORM INSERT-PLAN
                   END-IF
               WHEN 100
                   DISPLAY "No employee with that ID - not added."
               WHEN OTHER
                   DISPLAY "COMMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       ACCEPT-PLAN-FIELDS SECTION.
           MOVE 0 TO CommissionPlan-Tier2From
           MOVE 0 TO CommissionPlan-Tier2Pct
           MOVE 0 TO CommissionPlan-Tier3From
           MOVE 0 TO CommissionPlan-Tier3Pct

           DISPLAY "Basis (M = monthly, Q = quarterly): "
           ACCEPT CommissionPlan-Basis
           IF CommissionPlan-Basis = "m"
               MOVE "M" TO CommissionPlan-Basis
           END-IF
           IF CommissionPlan-Basis = "q"
               MOVE "Q" TO CommissionPlan-Basis
           END-IF

           DISPLAY "Sales target per basis period: "
           ACCEPT CommissionPlan-TargetAmount

           DISPLAY "Percent paid on sales above the target: "
           ACCEPT CommissionPlan-Tier1Pct

           DISPLAY "Second tier starts at sales of (0 = none): "
           ACCEPT CommissionPlan-Tier2From
           IF CommissionPlan-Tier2From > 0
               DISPLAY "Percent paid in the second tier: "
               ACCEPT CommissionPlan-Tier2Pct

               DISPLAY "Third tier starts at sales of (0 = none): "
               ACCEPT CommissionPlan-Tier3From
               IF CommissionPlan-Tier3From > 0
                   DISPLAY "Percent paid in the third tier: "
                   ACCEPT CommissionPlan-Tier3Pct
               END-IF
           END-IF

           DISPLAY "Cap on the payout per basis period (0 = none): "
           ACCEPT CommissionPlan-CapAmount

           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT CommissionPlan-EffectiveFrom
           MOVE 0 TO CommissionPlan-EffectiveTo
           MOVE WS-TODAY TO CommissionPlan-CreatedDate.

       EDIT-PLAN-FIELDS SECTION.
           SET PLAN-VALID TO TRUE

           EVALUATE TRUE
               WHEN NOT CommissionPlan-Basis-Valid
                   DISPLAY "Plan not added - basis must be M or Q."
                   SET PLAN-INVALID TO TRUE
               WHEN CommissionPlan-TargetAmount < 0
                   DISPLAY "Plan not added - the target cannot be "
                     "negative."
                   SET PLAN-INVALID TO TRUE
               WHEN CommissionPlan-Tier1Pct <= 0 OR
                    CommissionPlan-Tier1Pct > 100
                   DISPLAY "Plan not added - the first tier percent "
                     "must be above 0, max 100."
                   SET PLAN-INVALID TO TRUE
               WHEN CommissionPlan-Tier2From > 0 AND
                    CommissionPlan-Tier2From <=
                      CommissionPlan-TargetAmount
                   DISPLAY "Plan not added - the second tier must "
                     "start above the target."
                   SET PLAN-INVALID TO TRUE
               WHEN CommissionPlan-Tier2From > 0 AND
                    (CommissionPlan-Tier2Pct <= 0 OR
                     CommissionPlan-Tier2Pct > 100)
                   DISPLAY "Plan not added - the second tier "
                     "percent must be above 0, max 100."
                   SET PLAN-INVALID TO TRUE
               WHEN CommissionPlan-Tier3From > 0 AND
                    CommissionPlan-Tier3From <=
                      CommissionPlan-Tier2From
                   DISPLAY "Plan not added - the third tier must "
                     "start above the second."
                   SET PLAN-INVALID TO TRUE
               WHEN CommissionPlan-Tier3From > 0 AND
                    (CommissionPlan-Tier3Pct <= 0 OR
                     CommissionPlan-Tier3Pct > 100)
                   DISPLAY "Plan not added - the third tier "
                     "percent must be above 0, max 100."
                   SET PLAN-INVALID TO TRUE
               WHEN CommissionPlan-CapAmount < 0
                   DISPLAY "Plan not added - the cap cannot be "
                     "negative."
                   SET PLAN-INVALID TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                      CommissionPlan-EffectiveFrom) NOT = 0
                   DISPLAY "Plan not added - effective date "
                     "is not a valid date."
                   SET PLAN-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF PLAN-VALID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM REDWARRIOR.dbo.CommissionPlan
                   WHERE EmployeeId = :CommissionPlan-EmployeeId
                     AND EffectiveFrom >=
                         :CommissionPlan-EffectiveFrom
               END-EXEC

               IF WS-EXISTING-COUNT > 0
                   DISPLAY "Plan not added - a plan version "
                     "already starts on or after that date."
                   SET PLAN-INVALID TO TRUE
               END-IF
           END-IF.

       INSERT-PLAN SECTION.
           EXEC SQL
               SELECT COALESCE(MAX(PlanVersion), 0) + 1
               INTO :CommissionPlan-PlanVersion
               FROM REDWARRIOR.dbo.CommissionPlan
               WHERE EmployeeId = :CommissionPlan-EmployeeId
           END-EXEC

           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(CommissionPlan-EffectiveFrom)
             - 1)

           EXEC SQL
               UPDATE REDWARRIOR.dbo.CommissionPlan
               SET EffectiveTo = :WS-DAY-BEFORE
               WHERE EmployeeId = :CommissionPlan-EmployeeId
                 AND EffectiveTo = 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "COMMAINT: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.CommissionPlan
                   (EmployeeId, PlanVersion, Basis, TargetAmount,
                   Tier1Pct, Tier2From, Tier2Pct, Tier3From,
                   Tier3Pct, CapAmount, EffectiveFrom, EffectiveTo,
                   CreatedDate)
                   VALUES (:CommissionPlan-EmployeeId,
                   :CommissionPlan-PlanVersion,
                   :CommissionPlan-Basis,
                   :CommissionPlan-TargetAmount,
                   :CommissionPlan-Tier1Pct,
                   :CommissionPlan-Tier2From,
                   :CommissionPlan-Tier2Pct,
                   :CommissionPlan-Tier3From,
                   :CommissionPlan-Tier3Pct,
                   :CommissionPlan-CapAmount,
                   :CommissionPlan-EffectiveFrom,
                   :CommissionPlan-EffectiveTo,
                   :CommissionPlan-CreatedDate)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE CommissionPlan-PlanVersion
                         TO WS-VERSION-DISP
                       DISPLAY "Plan version " WS-VERSION-DISP
                         " added for " Employees-FIRST-NAME " "
                         Employees-LAST-NAME " from "
                         CommissionPlan-EffectiveFrom "."
                   WHEN OTHER
                       DISPLAY "COMMAINT: SQL ERROR ON INSERT, "
                         "CODE = " SQLCODE
               END-EVALUATE
           END-IF.

       END-DATE-PLAN SECTION.
      *    THE EMPLOYEE LEAVES THE SCHEME - THE ROW IS END-DATED,
      *    NEVER DELETED, SAME DISCIPLINE AS Benefits.
           DISPLAY "Plan ID to end-date: "
           ACCEPT CommissionPlan-PlanId

           DISPLAY "Last day the plan runs (YYYYMMDD): "
           ACCEPT CommissionPlan-EffectiveTo

           EXEC SQL
               UPDATE REDWARRIOR.dbo.CommissionPlan
               SET EffectiveTo = :CommissionPlan-EffectiveTo
               WHERE PlanId = :CommissionPlan-PlanId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No plan found with that ID."
               WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                   DISPLAY "No plan found with that ID."
               WHEN SQLCODE NOT = 0
                   DISPLAY "COMMAINT: SQL ERROR ON UPDATE, CODE = "
                     SQLCODE
               WHEN OTHER
                   DISPLAY "Plan end-dated."
           END-EVALUATE.

       LIST-PLANS SECTION.
           DISPLAY "Employee ID: "
           ACCEPT CommissionPlan-EmployeeId

           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "PlanId     Ver B    Target  Pct1  Tier2   Pct2"
             "  Tier3   Pct3    Cap From     To"

           EXEC SQL
               OPEN PlanListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH PlanListCursor INTO
                       :CommissionPlan-PlanId,
                       :CommissionPlan-PlanVersion,
                       :CommissionPlan-Basis,
                       :CommissionPlan-TargetAmount,
                       :CommissionPlan-Tier1Pct,
                       :CommissionPlan-Tier2From,
                       :CommissionPlan-Tier2Pct,
                       :CommissionPlan-Tier3From,
                       :CommissionPlan-Tier3Pct,
                       :CommissionPlan-CapAmount,
                       :CommissionPlan-EffectiveFrom,
                       :CommissionPlan-EffectiveTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE CommissionPlan-PlanVersion
                         TO WS-VERSION-DISP
                       MOVE CommissionPlan-TargetAmount
                         TO WS-TARGET-DISP
                       MOVE CommissionPlan-Tier1Pct TO WS-PCT1-DISP
                       MOVE CommissionPlan-Tier2From TO WS-FROM2-DISP
                       MOVE CommissionPlan-Tier2Pct TO WS-PCT2-DISP
                       MOVE CommissionPlan-Tier3From TO WS-FROM3-DISP
                       MOVE CommissionPlan-Tier3Pct TO WS-PCT3-DISP
                       MOVE CommissionPlan-CapAmount TO WS-CAP-DISP
                       DISPLAY CommissionPlan-PlanId " "
                         WS-VERSION-DISP " "
                         CommissionPlan-Basis " "
                         WS-TARGET-DISP " " WS-PCT1-DISP " "
                         WS-FROM2-DISP " " WS-PCT2-DISP " "
                         WS-FROM3-DISP " " WS-PCT3-DISP " "
                         WS-CAP-DISP " "
                         CommissionPlan-EffectiveFrom " "
                         CommissionPlan-EffectiveTo
                   WHEN OTHER
                       DISPLAY "COMMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PlanListCursor
           END-EXEC.
