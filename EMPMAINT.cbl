
       COPY "EMPLOYEES.CPY".
       COPY "SalaryHistory.cpy".
       COPY "SalaryChangeNotice.cpy".
       COPY "Departments.cpy".
       COPY "CompanyTransfer.cpy".
       COPY "EmploymentContract.cpy".
       COPY "Operators.cpy".
       COPY "LasParms.cpy".
       COPY "JobClass.cpy".
       COPY "MinWageParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           ORDER BY ID_EMPLOYEE
           END-EXEC.

           EXEC SQL
           DECLARE ContractListCursor CURSOR FOR
           SELECT ContractId, ContractType, StartDate, EndDate,
           LasDays, Status, COALESCE(DecisionRef, ' '),
           COALESCE(DecidedBy, ' ')
           FROM REDWARRIOR.dbo.EmploymentContract
           WHERE EmployeeId = :EmploymentContract-EmployeeId
             AND CompanyCode = :WS-RUN-COMPANY
           ORDER BY StartDate
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-TODAY PIC 9(8).
       01 WS-OLD-SALARY PIC S9(09) COMP-5 VALUE 0.
       01 WS-YESTERDAY PIC 9(8).

      *    PAY TERMS ON FILE BEFORE A CHANGE - EACH ONE THAT DIFFERS
      *    AFTER THE UPDATE IS LOGGED IN SalaryChangeNotice FOR THE
      *    EMPLOYEE'S CONFIRMATION LETTER (SALLTR01). ONE REASON
      *    CODE COVERS THE WHOLE CHANGE; BLANK TAKES "IND " FOR A
      *    SALARY OR RATE AND "AGRE" FOR AN AGREEMENT.
       01 WS-OLD-HOURLY-RATE PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-AGREEMENT PIC X(2) VALUE SPACES.
       01 WS-NOTICE-REASON PIC X(4) VALUE SPACES.

      *    LUHN CHECK WORK FIELDS FOR THE PERSONNUMMER - THE CHECK
      *    DIGIT IS COMPUTED OVER THE NINE DIGITS YYMMDDNNN
      *    (POSITIONS 3-11 OF THE TWELVE-DIGIT FORM) WITH WEIGHTS
       01 WS-PNR-CHECK PIC 9(1).
       01 WS-DEPT-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DEPT-MASTER-ROWS PIC S9(09) COMP-5 VALUE 0.
       01 WS-JOB-CLASS-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    EMPLOYMENT CONTRACTS. A FIXED-TERM OR SUBSTITUTE CONTRACT
      *    WHOSE DATES TAKE THE EMPLOYEE PAST THE LAS LIMIT IS ONLY
      *    ACCEPTED WITH A DECISION REFERENCE AND A SUPERVISOR'S
      *    OPERATOR ID - THE CONVERSION TO TILLSVIDARE IS THEN A
      *    CHOICE SOMEBODY MADE, NOT AN ACCIDENT.
       01 WS-CTR-EDIT-STATUS PIC X(1) VALUE "Y".
         88 CONTRACT-EDITS-PASS VALUE "Y".
         88 CONTRACT-EDITS-FAIL VALUE "N".
       01 WS-CTR-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-CTR-OLD-END PIC 9(8).
       01 WS-CTR-NEW-END PIC 9(8).
       01 WS-CTR-ID-DISP PIC 9(9).
       01 WS-CTR-DAYS-DISP PIC ZZZ9.
       01 WS-CTR-LIMIT-DISP PIC ZZZ9.
      *    A PROBATION RUNS AT MOST SIX MONTHS - IT MUST END BEFORE
      *    THE SAME DAY SIX MONTHS ON (THE MONTH'S LAST DAY WHEN
      *    THAT DAY DOES NOT EXIST).
       01 WS-PROBATION-LIMIT.
         05 WS-PL-YEAR PIC 9(4).
         05 WS-PL-MONTH PIC 9(2).
         05 WS-PL-DAY PIC 9(2).
       01 WS-PROBATION-LIMIT-NUM REDEFINES WS-PROBATION-LIMIT
                                 PIC 9(8).
       01 WS-CTR-LIST-SWITCHES PIC 9 VALUE 0.
         88 CONTRACT-LIST-EOF VALUE 1.

      *    A DEATH IS RECORDED ON ITS OWN OPTION, NEVER THROUGH A
      *    PLAIN STATUS CHANGE - THE DATE OF DEATH DECIDES WHAT THE
      *    FINAL SETTLEMENT EARNS AND HOW IT IS TAXED AND PAID.
       01 WS-DEATH-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

               DISPLAY "  C = Change an employee"
               DISPLAY "  T = Record a company transfer"
               DISPLAY "  L = List all employees"
               DISPLAY "  K = Register an employment contract"
               DISPLAY "  X = Extend a fixed-term contract"
               DISPLAY "  V = View an employee's contracts"
               DISPLAY "  D = Record an employee's death"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE
                       PERFORM LIST-EMPLOYEES
                   WHEN "l"
                       PERFORM LIST-EMPLOYEES
                   WHEN "K"
                       PERFORM REGISTER-CONTRACT
                   WHEN "k"
                       PERFORM REGISTER-CONTRACT
                   WHEN "X"
                       PERFORM EXTEND-CONTRACT
                   WHEN "x"
                       PERFORM EXTEND-CONTRACT
                   WHEN "V"
                       PERFORM LIST-CONTRACTS
                   WHEN "v"
                       PERFORM LIST-CONTRACTS
                   WHEN "D"
                       PERFORM RECORD-DEATH
                   WHEN "d"
                       PERFORM RECORD-DEATH
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
       ADD-EMPLOYEE SECTION.
           DISPLAY "Employee ID: "
           ACCEPT Employees-ID-EMPLOYEE
           MOVE 0 TO Employees-DECEASED-DATE

           PERFORM ACCEPT-EMPLOYEE-FIELDS
           PERFORM EDIT-EMPLOYEE-FIELDS
                   DEPT_CODE, COMPANY_CODE, PERSONNUMMER,
                   STREET, POSTAL_CODE, CITY, COUNTRY,
                   PAY_TYPE, HOURLY_RATE, AGREEMENT_CODE,
                   PAY_GROUP, JOB_CLASS, TERM_REASON)
                   VALUES (:Employees-ID-EMPLOYEE,
                   :Employees-FIRST-NAME, :Employees-LAST-NAME,
                   :Employees-BIRTH-DATE, :Employees-SALARY,
                   :Employees-CITY, :Employees-COUNTRY,
                   :Employees-PAY-TYPE, :Employees-HOURLY-RATE,
                   :Employees-AGREEMENT-CODE,
                   :Employees-PAY-GROUP, :Employees-JOB-CLASS,
                   :Employees-TERM-REASON)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM SEED-SALARY-HISTORY
                       DISPLAY "Employee added."
                       PERFORM CHECK-MINIMUM-WAGE
                   WHEN OTHER
                       DISPLAY "EMPMAINT: SQL ERROR ON INSERT, CODE = "
                         SQLCODE
           MOVE Employees-SALARY TO SalaryHistory-Salary
           MOVE WS-TODAY TO SalaryHistory-EffectiveFrom
           MOVE 0 TO SalaryHistory-EffectiveTo
           MOVE WS-TODAY TO SalaryHistory-RecordedDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.SalaryHistory
               (EmployeeId, Salary, EffectiveFrom, EffectiveTo,
               RecordedDate)
               VALUES (:SalaryHistory-EmployeeId,
               :SalaryHistory-Salary, :SalaryHistory-EffectiveFrom,
               :SalaryHistory-EffectiveTo, :SalaryHistory-RecordedDate)
           END-EXEC

           IF SQLCODE NOT = 0
               COALESCE(CITY, ' '), COALESCE(COUNTRY, ' '),
               COALESCE(PAY_TYPE, 'M'), COALESCE(HOURLY_RATE, 0),
               COALESCE(AGREEMENT_CODE, '01'),
               COALESCE(PAY_GROUP, '01'), COALESCE(JOB_CLASS, ' '),
               COALESCE(TERM_REASON, ' '), COALESCE(PROTECTED_ID, 'N'),
               COALESCE(DECEASED_DATE, 0)
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME,
               :Employees-BIRTH-DATE, :Employees-SALARY,
               :Employees-CHURCH, :Employees-STATUS,
               :Employees-STREET, :Employees-POSTAL-CODE,
               :Employees-CITY, :Employees-COUNTRY,
               :Employees-PAY-TYPE, :Employees-HOURLY-RATE,
               :Employees-AGREEMENT-CODE, :Employees-PAY-GROUP,
               :Employees-JOB-CLASS, :Employees-TERM-REASON,
               :Employees-PROTECTED-ID, :Employees-DECEASED-DATE
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
                 AND COMPANY_CODE = :WS-RUN-COMPANY
                     Employees-HIRE-DATE
                   DISPLAY "Current term date    : "
                     Employees-TERM-DATE
                   DISPLAY "Current term reason  : "
                     Employees-TERM-REASON
                   IF Employees-DECEASED-DATE > 0
                       DISPLAY "Date of death        : "
                         Employees-DECEASED-DATE
                   END-IF
                   DISPLAY "Current department   : "
                     Employees-DEPT-CODE
                   DISPLAY "Current personnummer : "
                     Employees-PERSONNUMMER
      *            A PROTECTED IDENTITY'S ADDRESS IS NOT SHOWN ON
      *            THE SCREEN EITHER - THE POPULATION REGISTER
      *            IMPORT KEEPS IT CURRENT.
                   IF Employees-PROTECTED-IDENTITY
                       DISPLAY "Current address      : protected "
                         "identity - not shown"
                   ELSE
                       DISPLAY "Current street       : "
                         Employees-STREET
                       DISPLAY "Current postal code  : "
                         Employees-POSTAL-CODE
                       DISPLAY "Current city         : "
                         Employees-CITY
                       DISPLAY "Current country      : "
                         Employees-COUNTRY
                   END-IF
                   DISPLAY "Current pay type     : "
                     Employees-PAY-TYPE
                   DISPLAY "Current hourly rate  : "
                     Employees-AGREEMENT-CODE
                   DISPLAY "Current pay group    : "
                     Employees-PAY-GROUP
                   DISPLAY "Current job class    : "
                     Employees-JOB-CLASS

                   MOVE Employees-SALARY TO WS-OLD-SALARY
                   MOVE Employees-HOURLY-RATE TO WS-OLD-HOURLY-RATE
                   MOVE Employees-AGREEMENT-CODE TO WS-OLD-AGREEMENT

                   PERFORM ACCEPT-EMPLOYEE-FIELDS
                   PERFORM EDIT-EMPLOYEE-FIELDS
                           HOURLY_RATE = :Employees-HOURLY-RATE,
                           AGREEMENT_CODE =
                             :Employees-AGREEMENT-CODE,
                           PAY_GROUP = :Employees-PAY-GROUP,
                           JOB_CLASS = :Employees-JOB-CLASS,
                           TERM_REASON = :Employees-TERM-REASON
                           WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
                             AND COMPANY_CODE = :WS-RUN-COMPANY
                       END-EXEC
                               IF Employees-SALARY NOT = WS-OLD-SALARY
                                   PERFORM ROLL-SALARY-HISTORY
                               END-IF
                               PERFORM RECORD-CHANGE-NOTICES
                               DISPLAY "Employee updated."
                               PERFORM CHECK-MINIMUM-WAGE
                           WHEN OTHER
                               DISPLAY
                                 "EMPMAINT: SQL ERROR ON UPDATE, "
                     SQLCODE
           END-EVALUATE.

       RECORD-CHANGE-NOTICES SECTION.
      *    A KEYED RAISE, NEW HOURLY RATE OR CHANGE OF AGREEMENT IS
      *    CONFIRMED TO THE EMPLOYEE IN WRITING BY THE NEXT LETTER
      *    RUN. THE CHANGE TAKES EFFECT TODAY, AS ITS SALARY HISTORY
      *    SEGMENT DOES.
           IF Employees-SALARY NOT = WS-OLD-SALARY
              OR Employees-HOURLY-RATE NOT = WS-OLD-HOURLY-RATE
              OR Employees-AGREEMENT-CODE NOT = WS-OLD-AGREEMENT
               DISPLAY "Reason code for the change letter (blank = "
                 "IND / AGRE): "
               MOVE SPACES TO WS-NOTICE-REASON
               ACCEPT WS-NOTICE-REASON
               PERFORM WRITE-CHANGE-NOTICES
           END-IF.

       WRITE-CHANGE-NOTICES SECTION.
           MOVE Employees-ID-EMPLOYEE TO SalaryChangeNotice-EmployeeId
           MOVE WS-TODAY TO SalaryChangeNotice-EffectiveFrom
           MOVE "EMPMAINT" TO SalaryChangeNotice-SourceProgram
           MOVE SPACES TO SalaryChangeNotice-SourceRef
           MOVE SPACES TO SalaryChangeNotice-RecordedBy
           MOVE WS-TODAY TO SalaryChangeNotice-RecordedDate
           MOVE SPACES TO SalaryChangeNotice-OldCode
           MOVE SPACES TO SalaryChangeNotice-NewCode

           IF Employees-SALARY NOT = WS-OLD-SALARY
               MOVE "SAL " TO SalaryChangeNotice-ChangeType
               MOVE WS-OLD-SALARY TO SalaryChangeNotice-OldValue
               MOVE Employees-SALARY TO SalaryChangeNotice-NewValue
               MOVE "IND " TO SalaryChangeNotice-ReasonCode
               PERFORM INSERT-CHANGE-NOTICE
           END-IF

           IF Employees-HOURLY-RATE NOT = WS-OLD-HOURLY-RATE
               MOVE "RATE" TO SalaryChangeNotice-ChangeType
               MOVE WS-OLD-HOURLY-RATE TO SalaryChangeNotice-OldValue
               MOVE Employees-HOURLY-RATE
                 TO SalaryChangeNotice-NewValue
               MOVE "IND " TO SalaryChangeNotice-ReasonCode
               PERFORM INSERT-CHANGE-NOTICE
           END-IF

           IF Employees-AGREEMENT-CODE NOT = WS-OLD-AGREEMENT
               MOVE "AGRE" TO SalaryChangeNotice-ChangeType
               MOVE 0 TO SalaryChangeNotice-OldValue
               MOVE 0 TO SalaryChangeNotice-NewValue
               MOVE WS-OLD-AGREEMENT TO SalaryChangeNotice-OldCode
               MOVE Employees-AGREEMENT-CODE
                 TO SalaryChangeNotice-NewCode
               MOVE "AGRE" TO SalaryChangeNotice-ReasonCode
               PERFORM INSERT-CHANGE-NOTICE
           END-IF.

       INSERT-CHANGE-NOTICE SECTION.
           IF WS-NOTICE-REASON NOT = SPACES
               MOVE WS-NOTICE-REASON TO SalaryChangeNotice-ReasonCode
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.SalaryChangeNotice
               (EmployeeId, ChangeType, OldValue, NewValue, OldCode,
               NewCode, EffectiveFrom, ReasonCode, SourceProgram,
               SourceRef, RecordedBy, RecordedDate)
               VALUES (:SalaryChangeNotice-EmployeeId,
               :SalaryChangeNotice-ChangeType,
               :SalaryChangeNotice-OldValue,
               :SalaryChangeNotice-NewValue,
               :SalaryChangeNotice-OldCode,
               :SalaryChangeNotice-NewCode,
               :SalaryChangeNotice-EffectiveFrom,
               :SalaryChangeNotice-ReasonCode,
               :SalaryChangeNotice-SourceProgram,
               :SalaryChangeNotice-SourceRef,
               :SalaryChangeNotice-RecordedBy,
               :SalaryChangeNotice-RecordedDate)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "EMPMAINT: SQL ERROR ON CHANGE NOTICE "
                 "INSERT, CODE = " SQLCODE
           END-IF.

       CHECK-MINIMUM-WAGE SECTION.
      *    THE AGREEMENT MINIMUM IS A WARNING HERE, NOT AN EDIT - THE
      *    CHANGE IS ALREADY SAVED (A RAISE MAY BE ON ITS WAY IN
      *    SALREV01) BUT READY01 WILL HOLD THE RUN UNTIL IT IS FIXED.
           MOVE Employees-ID-EMPLOYEE TO WS-MWG-EMPLOYEE-ID
           MOVE WS-TODAY TO WS-MWG-AS-OF

           CALL "MinWageModule" USING WS-MWG-PARMS

           IF MWG-BELOW-MINIMUM
               DISPLAY "WARNING: " WS-MWG-MESSAGE
               DISPLAY "The employee is paid under the agreement "
                 "minimum - payroll readiness will block the run."
           END-IF.

       RECORD-COMPANY-TRANSFER SECTION.
      *    THE TRANSFER RECORD IS WHAT LETS BOTH ENTITIES POST
      *    THEIR OWN SIDE OF THE PERIOD - THE MASTER MOVES TO THE
           ACCEPT Employees-CHURCH

           DISPLAY "Status (A = active, L = on leave, "
             "T = terminated, D = deceased): "
           ACCEPT Employees-STATUS

           DISPLAY "Currency code (blank for SEK): "
           DISPLAY "Termination date (YYYYMMDD, 0 if none): "
           ACCEPT Employees-TERM-DATE

           MOVE SPACES TO Employees-TERM-REASON
           IF Employees-TERM-DATE NOT = 0
               DISPLAY "Termination reason (EB = own request, "
                 "AB = redundancy, TB = fixed term ended,"
               DISPLAY "  PS = personal reasons, PN = retirement, "
                 "OV = other): "
               ACCEPT Employees-TERM-REASON
           END-IF

           DISPLAY "Department code (4 chars): "
           ACCEPT Employees-DEPT-CODE

           ACCEPT Employees-PAY-GROUP
           IF Employees-PAY-GROUP = SPACES
               MOVE "01" TO Employees-PAY-GROUP
           END-IF

           DISPLAY "Job class (4 chars, blank if not classified): "
           ACCEPT Employees-JOB-CLASS.

       EDIT-EMPLOYEE-FIELDS SECTION.
      *    MIRRORS MAIN01's VALIDATE-EMPLOYEE-DATA, PLUS THE STATUS
           IF EMPLOYEE-EDITS-PASS
               IF Employees-STATUS NOT = "A" AND
                  Employees-STATUS NOT = "L" AND
                  Employees-STATUS NOT = "T" AND
                  Employees-STATUS NOT = "D"
                   SET EMPLOYEE-EDITS-FAIL TO TRUE
                   MOVE "Status is not A, L, T or D" TO WS-EDIT-REASON
               END-IF
           END-IF.

      *    "D" CARRIES A DATE OF DEATH - IT IS ONLY SET THROUGH
      *    OPTION D, HERE IT CAN MERELY BE KEPT.
           IF EMPLOYEE-EDITS-PASS AND Employees-STATUS-DECEASED
               IF Employees-DECEASED-DATE = 0
                   SET EMPLOYEE-EDITS-FAIL TO TRUE
                   MOVE "Status D is recorded with option D"
                     TO WS-EDIT-REASON
               END-IF
           END-IF.

               PERFORM EDIT-DEPARTMENT-CODE
           END-IF.

           IF EMPLOYEE-EDITS-PASS AND Employees-JOB-CLASS NOT = SPACES
               PERFORM EDIT-JOB-CLASS
           END-IF.

           IF EMPLOYEE-EDITS-PASS
               IF Employees-HIRE-DATE = 0
                   SET EMPLOYEE-EDITS-FAIL TO TRUE
               END-IF
           END-IF.

      *    THE ARBETSGIVARINTYG STATES WHY THE EMPLOYMENT ENDED - A
      *    TERMINATION IS NOT TAKEN WITHOUT ONE OF THE FUND'S
      *    REASONS. A DEATH ENDS THE EMPLOYMENT WITHOUT ONE - NO
      *    CERTIFICATE IS ISSUED FOR A DECEASED EMPLOYEE.
           IF EMPLOYEE-EDITS-PASS AND Employees-TERM-DATE NOT = 0
              AND NOT Employees-STATUS-DECEASED
               IF NOT Employees-TERM-REASON-VALID
                   SET EMPLOYEE-EDITS-FAIL TO TRUE
                   MOVE "Termination reason is not a valid code"
                     TO WS-EDIT-REASON
               END-IF
           END-IF.

       RECORD-DEATH SECTION.
      *    HR CONFIRMS A DEATH THE POPULATION REGISTER REPORTED (OR
      *    RECORDS ONE IT HAS NOT REPORTED YET). THE EMPLOYMENT ENDS
      *    ON THE DATE OF DEATH; WHAT IS STILL OWED IS PAID TO THE
      *    ESTATE BY A FINAL SETTLEMENT RUN, TO THE ESTATE ACCOUNT
      *    REGISTERED IN BANKMAINT.
           DISPLAY "ID of the deceased employee: "
           ACCEPT Employees-ID-EMPLOYEE

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, STATUS, HIRE_DATE,
               TERM_DATE, COALESCE(DECEASED_DATE, 0)
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME,
               :Employees-STATUS, :Employees-HIRE-DATE,
               :Employees-TERM-DATE, :Employees-DECEASED-DATE
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
                 AND COMPANY_CODE = :WS-RUN-COMPANY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Employee             : "
                     Employees-FIRST-NAME " " Employees-LAST-NAME
                   DISPLAY "Current status       : " Employees-STATUS
                   DISPLAY "Current term date    : "
                     Employees-TERM-DATE
                   IF Employees-DECEASED-DATE > 0
                       DISPLAY "Reported date of death: "
                         Employees-DECEASED-DATE
                   END-IF

                   DISPLAY "Date of death (YYYYMMDD): "
                   ACCEPT WS-DEATH-DATE

                   EVALUATE TRUE
                       WHEN WS-DEATH-DATE = 0
                           DISPLAY "Death not recorded - a date "
                             "of death is required."
                       WHEN WS-DEATH-DATE > WS-TODAY
                           DISPLAY "Death not recorded - the date "
                             "is in the future."
                       WHEN WS-DEATH-DATE < Employees-HIRE-DATE
                           DISPLAY "Death not recorded - the date "
                             "is before the hire date."
                       WHEN OTHER
                           PERFORM UPDATE-DECEASED-EMPLOYEE
                   END-EVALUATE
               WHEN 100
                   DISPLAY "No employee found with that ID."
               WHEN OTHER
                   DISPLAY "EMPMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       UPDATE-DECEASED-EMPLOYEE SECTION.
           MOVE WS-DEATH-DATE TO Employees-DECEASED-DATE
           IF Employees-TERM-DATE = 0
              OR Employees-TERM-DATE > WS-DEATH-DATE
               MOVE WS-DEATH-DATE TO Employees-TERM-DATE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.Employees
               SET STATUS = 'D',
               DECEASED_DATE = :Employees-DECEASED-DATE,
               TERM_DATE = :Employees-TERM-DATE
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
                 AND COMPANY_CODE = :WS-RUN-COMPANY
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "EMPMAINT: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               DISPLAY "Death recorded - status D, employment "
                 "ended " Employees-TERM-DATE "."
               DISPLAY "Register the estate's account in BANKMAINT "
                 "and pay the final settlement to the estate."
           END-IF.

       EDIT-PERSONNUMMER SECTION.
      *    THE AUTHORITIES IDENTIFY PEOPLE BY PERSONNUMMER - A ROW
      *    WITHOUT A VALID ONE CANNOT GO ON A KONTROLLUPPGIFT OR
               END-IF
           END-IF.

       EDIT-JOB-CLASS SECTION.
      *    A CLASS THE SURVEY CANNOT PLACE IS NO CLASS AT ALL - IT
      *    MUST BE AN ACTIVE CODE ON THE JobClass MASTER.
           MOVE Employees-JOB-CLASS TO JobClass-JobClassCode
           EXEC SQL
               SELECT COUNT(*) INTO :WS-JOB-CLASS-COUNT
               FROM REDWARRIOR.dbo.JobClass
               WHERE JobClassCode = :JobClass-JobClassCode
                 AND ActiveFlag = 'Y'
           END-EXEC

           IF WS-JOB-CLASS-COUNT = 0
               SET EMPLOYEE-EDITS-FAIL TO TRUE
               MOVE "Job class not on the master"
                 TO WS-EDIT-REASON
           END-IF.

       LIST-EMPLOYEES SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           EXEC SQL
               CLOSE EmployeeListCursor
           END-EXEC.

       REGISTER-CONTRACT SECTION.
           DISPLAY "Employee ID: "
           ACCEPT Employees-ID-EMPLOYEE

           EXEC SQL
               SELECT HIRE_DATE INTO :Employees-HIRE-DATE
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
                 AND COMPANY_CODE = :WS-RUN-COMPANY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   DISPLAY "No employee found with that ID."
               WHEN 0
                   MOVE Employees-ID-EMPLOYEE
                     TO EmploymentContract-EmployeeId
                   MOVE 0 TO EmploymentContract-ContractId
                   PERFORM ACCEPT-CONTRACT-FIELDS
                   PERFORM EDIT-CONTRACT-FIELDS
                   IF CONTRACT-EDITS-PASS
                       MOVE EmploymentContract-EndDate
                         TO WS-CTR-NEW-END
                       PERFORM CHECK-LAS-LIMIT
                   END-IF
                   IF CONTRACT-EDITS-PASS
                       PERFORM INSERT-CONTRACT
                   END-IF
               WHEN OTHER
                   DISPLAY "EMPMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       ACCEPT-CONTRACT-FIELDS SECTION.
           DISPLAY "Contract type (TV = tillsvidare, VT = allman "
             "visstid, PR = provanstallning, VK = vikariat): "
           ACCEPT EmploymentContract-ContractType

           DISPLAY "Start date (YYYYMMDD): "
           ACCEPT EmploymentContract-StartDate

           DISPLAY "End date (YYYYMMDD, 0 for tillsvidare): "
           ACCEPT EmploymentContract-EndDate.

       EDIT-CONTRACT-FIELDS SECTION.
           SET CONTRACT-EDITS-PASS TO TRUE

           EVALUATE TRUE
               WHEN NOT Contract-Type-Valid
                   SET CONTRACT-EDITS-FAIL TO TRUE
                   DISPLAY "Contract not registered - type is not "
                     "TV, VT, PR or VK."
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                      EmploymentContract-StartDate) NOT = 0
                   SET CONTRACT-EDITS-FAIL TO TRUE
                   DISPLAY "Contract not registered - start date is "
                     "not a valid date."
               WHEN EmploymentContract-StartDate <
                    Employees-HIRE-DATE
                   SET CONTRACT-EDITS-FAIL TO TRUE
                   DISPLAY "Contract not registered - start date is "
                     "before the hire date " Employees-HIRE-DATE "."
               WHEN Contract-Permanent AND
                    EmploymentContract-EndDate NOT = 0
                   SET CONTRACT-EDITS-FAIL TO TRUE
                   DISPLAY "Contract not registered - a tillsvidare "
                     "contract has no end date."
               WHEN NOT Contract-Permanent AND
                    (FUNCTION TEST-DATE-YYYYMMDD(
                      EmploymentContract-EndDate) NOT = 0 OR
                     EmploymentContract-EndDate <
                     EmploymentContract-StartDate)
                   SET CONTRACT-EDITS-FAIL TO TRUE
                   DISPLAY "Contract not registered - a time-limited "
                     "contract needs a valid end date on or after "
                     "the start."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CONTRACT-EDITS-PASS AND Contract-Probation
               PERFORM EDIT-PROBATION-LENGTH
           END-IF

      *    ONE CONTRACT AT A TIME - A NEW ONE MAY NOT OVERLAP ONE
      *    STILL ACTIVE.
           IF CONTRACT-EDITS-PASS
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CTR-COUNT
                   FROM REDWARRIOR.dbo.EmploymentContract
                   WHERE EmployeeId = :EmploymentContract-EmployeeId
                     AND Status = 'ACTIVE'
                     AND (EndDate = 0 OR
                          EndDate >= :EmploymentContract-StartDate)
                     AND (:EmploymentContract-EndDate = 0 OR
                          StartDate <= :EmploymentContract-EndDate)
               END-EXEC

               IF SQLCODE NOT = 0
                   SET CONTRACT-EDITS-FAIL TO TRUE
                   DISPLAY "EMPMAINT: SQL ERROR ON CONTRACT CHECK, "
                     "CODE = " SQLCODE
               ELSE
                   IF WS-CTR-COUNT > 0
                       SET CONTRACT-EDITS-FAIL TO TRUE
                       DISPLAY "Contract not registered - it overlaps "
                         "an active contract. End or extend that "
                         "one first."
                   END-IF
               END-IF
           END-IF.

       EDIT-PROBATION-LENGTH SECTION.
           MOVE EmploymentContract-StartDate TO WS-PROBATION-LIMIT-NUM
           ADD 6 TO WS-PL-MONTH
           IF WS-PL-MONTH > 12
               SUBTRACT 12 FROM WS-PL-MONTH
               ADD 1 TO WS-PL-YEAR
           END-IF
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(
                           WS-PROBATION-LIMIT-NUM) = 0
               SUBTRACT 1 FROM WS-PL-DAY
           END-PERFORM

           IF EmploymentContract-EndDate NOT < WS-PROBATION-LIMIT-NUM
               SET CONTRACT-EDITS-FAIL TO TRUE
               DISPLAY "Contract not registered - a probation ends "
                 "before " WS-PROBATION-LIMIT-NUM " (six months)."
           END-IF.

       CHECK-LAS-LIMIT SECTION.
      *    THE EMPLOYEE'S DAYS IN THE TYPE OVER THE FIVE YEARS UP TO
      *    THE (NEW) END DATE, WITH THIS CONTRACT'S DATES AS KEYED.
           MOVE EmploymentContract-EmployeeId TO WS-LAS-EMPLOYEE-ID
           MOVE EmploymentContract-ContractType
             TO WS-LAS-CONTRACT-TYPE
           MOVE WS-CTR-NEW-END TO WS-LAS-AS-OF
           MOVE EmploymentContract-ContractId TO WS-LAS-SKIP-ID
           MOVE EmploymentContract-StartDate TO WS-LAS-EXTRA-START
           MOVE WS-CTR-NEW-END TO WS-LAS-EXTRA-END
           IF WS-CTR-NEW-END = 0
               ACCEPT WS-LAS-AS-OF FROM DATE YYYYMMDD
           END-IF

           CALL "LasDayModule" USING WS-LAS-PARMS

           MOVE WS-LAS-DAYS TO EmploymentContract-LasDays
           MOVE SPACES TO EmploymentContract-DecisionRef
           MOVE SPACES TO EmploymentContract-DecidedBy
           MOVE 0 TO EmploymentContract-DecisionDate

           IF NOT LAS-COUNTED
               SET CONTRACT-EDITS-FAIL TO TRUE
               DISPLAY "Contract not saved - LAS days could not be "
                 "counted."
           ELSE
               IF WS-LAS-LIMIT > 0 AND WS-LAS-DAYS > WS-LAS-LIMIT
                   MOVE WS-LAS-DAYS TO WS-CTR-DAYS-DISP
                   MOVE WS-LAS-LIMIT TO WS-CTR-LIMIT-DISP
                   DISPLAY "By " WS-LAS-AS-OF " the employee has "
                     WS-CTR-DAYS-DISP " LAS days in "
                     EmploymentContract-ContractType
                     " - the limit is " WS-CTR-LIMIT-DISP "."
                   DISPLAY "Past the limit the employment becomes "
                     "tillsvidare."
                   PERFORM RECORD-LAS-DECISION
               END-IF
           END-IF.

       RECORD-LAS-DECISION SECTION.
           DISPLAY "Decision reference (blank to cancel): "
           ACCEPT EmploymentContract-DecisionRef

           IF EmploymentContract-DecisionRef = SPACES
               SET CONTRACT-EDITS-FAIL TO TRUE
               DISPLAY "Contract not saved - no decision recorded "
                 "for passing the LAS limit."
           ELSE
               DISPLAY "Decided by (supervisor operator ID): "
               ACCEPT Operators-OperatorId

               EXEC SQL
                   SELECT OperatorName, COALESCE(AuthSupervisor, 'N')
                   INTO :Operators-OperatorName,
                   :Operators-AuthSupervisor
                   FROM REDWARRIOR.dbo.Operators
                   WHERE OperatorId = :Operators-OperatorId
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET CONTRACT-EDITS-FAIL TO TRUE
                       DISPLAY "Contract not saved - unknown "
                         "operator."
                   WHEN SQLCODE NOT = 0
                       SET CONTRACT-EDITS-FAIL TO TRUE
                       DISPLAY "EMPMAINT: SQL ERROR ON OPERATOR "
                         "SELECT, CODE = " SQLCODE
                   WHEN NOT Operator-Is-Supervisor
                       SET CONTRACT-EDITS-FAIL TO TRUE
                       DISPLAY "Contract not saved - operator "
                         Operators-OperatorId " does not hold "
                         "supervisor authority."
                   WHEN OTHER
                       MOVE Operators-OperatorId
                         TO EmploymentContract-DecidedBy
                       MOVE WS-TODAY TO EmploymentContract-DecisionDate
                       DISPLAY "Decision recorded for "
                         Operators-OperatorName
               END-EVALUATE
           END-IF.

       INSERT-CONTRACT SECTION.
           MOVE WS-RUN-COMPANY TO EmploymentContract-CompanyCode
           MOVE "ACTIVE" TO EmploymentContract-Status
           MOVE WS-TODAY TO EmploymentContract-CreatedDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.EmploymentContract
               (EmployeeId, CompanyCode, ContractType, StartDate,
               EndDate, LasDays, Status, DecisionRef, DecidedBy,
               DecisionDate, CreatedDate)
               VALUES (:EmploymentContract-EmployeeId,
               :EmploymentContract-CompanyCode,
               :EmploymentContract-ContractType,
               :EmploymentContract-StartDate,
               :EmploymentContract-EndDate,
               :EmploymentContract-LasDays,
               :EmploymentContract-Status,
               :EmploymentContract-DecisionRef,
               :EmploymentContract-DecidedBy,
               :EmploymentContract-DecisionDate,
               :EmploymentContract-CreatedDate)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "EMPMAINT: SQL ERROR ON CONTRACT INSERT, "
                 "CODE = " SQLCODE
           ELSE
               DISPLAY "Contract registered."
           END-IF.

       EXTEND-CONTRACT SECTION.
           DISPLAY "Contract ID to extend: "
           ACCEPT EmploymentContract-ContractId

           EXEC SQL
               SELECT EmployeeId, ContractType, StartDate, EndDate,
               Status
               INTO :EmploymentContract-EmployeeId,
               :EmploymentContract-ContractType,
               :EmploymentContract-StartDate,
               :EmploymentContract-EndDate,
               :EmploymentContract-Status
               FROM REDWARRIOR.dbo.EmploymentContract
               WHERE ContractId = :EmploymentContract-ContractId
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No contract found with that ID."
               WHEN SQLCODE NOT = 0
                   DISPLAY "EMPMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
               WHEN NOT Contract-Active
                   DISPLAY "Contract is " EmploymentContract-Status
                     " - only an active contract is extended."
               WHEN NOT Contract-FixedTerm AND
                    NOT Contract-Substitute
                   DISPLAY "Only a visstid or vikariat contract is "
                     "extended."
               WHEN OTHER
                   MOVE EmploymentContract-EndDate TO WS-CTR-OLD-END
                   DISPLAY "Current end date: " WS-CTR-OLD-END
                   DISPLAY "New end date (YYYYMMDD): "
                   ACCEPT WS-CTR-NEW-END

                   SET CONTRACT-EDITS-PASS TO TRUE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CTR-NEW-END)
                        NOT = 0 OR
                      WS-CTR-NEW-END NOT > WS-CTR-OLD-END
                       SET CONTRACT-EDITS-FAIL TO TRUE
                       DISPLAY "Contract not extended - the new end "
                         "date must be a valid date after "
                         WS-CTR-OLD-END "."
                   END-IF

                   IF CONTRACT-EDITS-PASS
                       PERFORM CHECK-LAS-LIMIT
                   END-IF
                   IF CONTRACT-EDITS-PASS
                       PERFORM UPDATE-CONTRACT-END
                   END-IF
           END-EVALUATE.

       UPDATE-CONTRACT-END SECTION.
           MOVE WS-CTR-NEW-END TO EmploymentContract-EndDate

           EXEC SQL
               UPDATE REDWARRIOR.dbo.EmploymentContract
               SET EndDate = :EmploymentContract-EndDate,
               LasDays = :EmploymentContract-LasDays,
               DecisionRef = :EmploymentContract-DecisionRef,
               DecidedBy = :EmploymentContract-DecidedBy,
               DecisionDate = :EmploymentContract-DecisionDate
               WHERE ContractId = :EmploymentContract-ContractId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "EMPMAINT: SQL ERROR ON CONTRACT UPDATE, "
                 "CODE = " SQLCODE
           ELSE
               DISPLAY "Contract extended to "
                 EmploymentContract-EndDate "."
           END-IF.

       LIST-CONTRACTS SECTION.
           DISPLAY "Employee ID: "
           ACCEPT EmploymentContract-EmployeeId

           MOVE 0 TO WS-CTR-LIST-SWITCHES

           DISPLAY "Contract  Ty Start    End      LAS  Status     "
             "Decision"

           EXEC SQL
               OPEN ContractListCursor
           END-EXEC

           PERFORM UNTIL CONTRACT-LIST-EOF
               EXEC SQL
                   FETCH ContractListCursor INTO
                       :EmploymentContract-ContractId,
                       :EmploymentContract-ContractType,
                       :EmploymentContract-StartDate,
                       :EmploymentContract-EndDate,
                       :EmploymentContract-LasDays,
                       :EmploymentContract-Status,
                       :EmploymentContract-DecisionRef,
                       :EmploymentContract-DecidedBy
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CONTRACT-LIST-EOF TO TRUE
                   WHEN 0
                       MOVE EmploymentContract-ContractId
                         TO WS-CTR-ID-DISP
                       MOVE EmploymentContract-LasDays
                         TO WS-CTR-DAYS-DISP
                       DISPLAY WS-CTR-ID-DISP " "
                         EmploymentContract-ContractType " "
                         EmploymentContract-StartDate " "
                         EmploymentContract-EndDate " "
                         WS-CTR-DAYS-DISP " "
                         EmploymentContract-Status " "
                         EmploymentContract-DecisionRef " "
                         EmploymentContract-DecidedBy
                   WHEN OTHER
                       DISPLAY "EMPMAINT: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       SET CONTRACT-LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ContractListCursor
           END-EXEC.
