                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HRSFILE-STATUS.

           SELECT PROJHOURSFILE ASSIGN TO WS-PROJHOURS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PJHFILE-STATUS.

           SELECT LOANRPTFILE ASSIGN TO WS-LOANRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTIONFILE ASSIGN TO WS-EXCEPTION-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    WHAT THE RUN DID WITH EACH EMPLOYEE AND EACH IMPORTED
      *    HOURS ROW AND ABSENCE SPELL - FEEDBK01 TURNS IT INTO THE
      *    FEEDBACK FILES FOR THE HR AND TIME SYSTEMS.
           SELECT FEEDBACKFILE ASSIGN TO WS-FEEDBACK-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYSLIPFILE ASSIGN TO WS-PAYSLIP-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    SEMICOLON-DELIMITED LINE PER EMPLOYEE AND HOUR CLASS:
      *    ID;CLASS;HOURS (HOURS AS NNN OR NNN.NN). CLASS IS THE
      *    TIME SYSTEM'S CODE (REG REGULAR, OT OVERTIME, EVE
      *    EVENING, WKD WEEKEND); BLANK MEANS REG. AN OPTIONAL
      *    FOURTH FIELD "B" BANKS THE ROW AS COMPENSATORY TIME
      *    (ID;CLASS;HOURS;B) INSTEAD OF PAYING IT - MONTHLY STAFF
      *    SEND ONLY BANKED ROWS. AN OPTIONAL FIFTH FIELD CARRIES
      *    THE CUSTOMER PROJECT THE HOURS WERE WORKED ON
      *    (ID;CLASS;HOURS;;PROJECT OR ID;CLASS;HOURS;B;PROJECT) -
      *    BLANK IS INTERNAL TIME. MISSING FILE MEANS NO HOURLY
      *    INPUT THIS PERIOD - EVERY HOURLY EMPLOYEE THEN LANDS ON
      *    THE EXCEPTIONS LIST.
       FD HOURSFILE.
       01 HOURS-RECORD PIC X(40).

      *    THE MONTHLY STAFF'S PROJECT TIME FROM THE TIME SYSTEM -
      *    THEIR PAY DOES NOT COME FROM HOURS, SO THEY REPORT IT
      *    HERE: ONE LINE PER EMPLOYEE AND PROJECT, ID;PROJECT;HOURS
      *    (HOURS AS NNN OR NNN.NN), A BLANK PROJECT FOR INTERNAL
      *    TIME. THE HOURS ONLY SPREAD THE EMPLOYEE'S COST OVER THE
      *    PROJECTS - THEY PAY NOTHING. MISSING FILE MEANS NO
      *    MONTHLY PROJECT TIME THIS PERIOD.
       FD PROJHOURSFILE.
       01 PROJHOURS-RECORD PIC X(40).

       FD CONTROLFILE.
       01 FS-CONTROLFILE PIC X(80).

       FD EXCEPTIONFILE.
       01 FS-EXCEPTIONFILE PIC X(80).

      *    ";"-DELIMITED, RECORD TYPE FIRST:
      *    R;PERIOD;COMPANY;PAY GROUP;PAY CYCLE;DRY RUN Y/N - FIRST
      *    E;ID;OUTCOME;GROSS;NET;REASON - OUTCOME POSTED, PREVIEW
      *      (DRY RUN), HELD, SKIPPED (ALREADY POSTED) OR REJECTED
      *    H;ID;CLASS;HOURS;PROJECT;STATUS;REASON - STATUS USED,
      *      UNUSED (NO EMPLOYEE TOOK IT) OR DROPPED (UNREADABLE)
      *    A;ID;TYPE;FROM;TO;HOURS;AMOUNT;STATUS - THE SPELL'S
      *      DEDUCTED HOURS AND AMOUNT, STATUS DEDUCTED, COUNTED
      *      (NOTHING TO DEDUCT) OR SKIPPED (OVER THE LINE LIMIT)
      *    READ BY FEEDBK01, WHICH SENDS IT ON TO HR AND THE TIME
      *    SYSTEM.
       FD FEEDBACKFILE.
       01 FS-FEEDBACKFILE PIC X(120).

       FD PAYSLIPFILE.
       01 FS-PAYSLIPFILE PIC X(80).

       01 WS-CSV-PATH PIC X(80).
       01 WS-CONTROL-PATH PIC X(80).
       01 WS-EXCEPTION-PATH PIC X(80).
       01 WS-FEEDBACK-PATH PIC X(80).
       01 WS-PAYSLIP-PATH PIC X(80).
       01 WS-DISTRIB-PATH PIC X(80).
       01 WS-CHECKPOINT-ID PIC S9(09) COMP-5 VALUE 0.
           SELECT ID_EMPLOYEE, FIRST_NAME, LAST_NAME, BIRTH_DATE, SALARY
           , CHURCH, STATUS, CURRENCY_CODE, HIRE_DATE, TERM_DATE
           , DEPT_CODE
      *    A PROTECTED IDENTITY'S ADDRESS IS NEVER READ FOR THE RUN -
      *    THE PAYSLIP GOES OUT WITHOUT ONE.
           , CASE WHEN COALESCE(PROTECTED_ID, 'N') = 'Y' THEN ' '
               ELSE COALESCE(STREET, ' ') END
           , CASE WHEN COALESCE(PROTECTED_ID, 'N') = 'Y' THEN ' '
               ELSE COALESCE(POSTAL_CODE, ' ') END
           , CASE WHEN COALESCE(PROTECTED_ID, 'N') = 'Y' THEN ' '
               ELSE COALESCE(CITY, ' ') END
           , CASE WHEN COALESCE(PROTECTED_ID, 'N') = 'Y' THEN ' '
               ELSE COALESCE(COUNTRY, ' ') END
           , COALESCE(PAY_TYPE, 'M'), COALESCE(HOURLY_RATE, 0)
           , COALESCE(AGREEMENT_CODE, '01')
           , COALESCE(DECEASED_DATE, 0)
           FROM REDWARRIOR.dbo.Employees
           WHERE ID_EMPLOYEE > :WS-CHECKPOINT-ID
             AND ID_EMPLOYEE >= :WS-PART-LOW-ID
      *    REVERSAL/RETRO OFFSET ROWS REPEAT AN EMPLOYEE ID. A
      *    ONE-OFF ROW (ONEOFF01, PayType "O") OR A FINAL
      *    SETTLEMENT ("F") IS NOT A REGULAR POSTING - IT MUST
      *    NEVER MAKE THE RUN SKIP THE EMPLOYEE. NEITHER MAY THE
      *    ROWS OF A RUN BACKOUT01 HAS BACKED OUT - THE PERIOD IS
      *    OPEN TO BE RUN AGAIN.
           EXEC SQL
           DECLARE PostedIdCursor CURSOR FOR
           SELECT DISTINCT EmployeeId
             AND (PayType IS NULL OR PayType = 'R')
             AND COALESCE(PayGroup, '01') = :WS-RUN-PAYGROUP
             AND COALESCE(PayCycle, '01') = :WS-RUN-PAYCYCLE
             AND COALESCE(RunAuditId, 0) NOT IN
               (SELECT RunAuditId FROM REDWARRIOR.dbo.RunAudit
                WHERE Outcome = 'BACKED OUT')
           ORDER BY EmployeeId
           END-EXEC.


      *    ABSENCE SPELLS THAT TOUCH THE EMPLOYEE'S ACTIVE WINDOW
      *    THIS PERIOD, EARLIEST FIRST - IMPORTED FROM THE TIME
      *    SYSTEM BY ABSIMP01. ToDate = 0 MEANS STILL ABSENT. A
      *    SPELL FROM BEFORE THE EXTENT COLUMNS IS A WHOLE-DAY ONE.
           EXEC SQL
           DECLARE AbsenceCursor CURSOR FOR
           SELECT AbsenceType, FromDate, ToDate,
           COALESCE(ExtentUnit, ' '), COALESCE(ExtentValue, 100)
           FROM REDWARRIOR.dbo.Absences
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND FromDate <= :WS-ACTIVE-END
           ORDER BY FromDate
           END-EXEC.

      *    THE WORK SCHEDULES IN FORCE OVER THE ACTIVE WINDOW AND
      *    THE TWO WEEKS BEFORE IT - A SICK SPELL THAT STARTED IN
      *    THE LAST PERIOD STILL NEEDS ITS FIRST SCHEDULED DAY FOR
      *    THE KARENSAVDRAG.
           EXEC SQL
           DECLARE ScheduleCursor CURSOR FOR
           SELECT EffectiveFrom, EffectiveTo, HoursMon, HoursTue,
           HoursWed, HoursThu, HoursFri, HoursSat, HoursSun
           FROM REDWARRIOR.dbo.WorkSchedule
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND EffectiveFrom <= :WS-ACTIVE-END
             AND (EffectiveTo = 0 OR EffectiveTo >= :WS-SCH-LOOKBACK)
           ORDER BY EffectiveFrom
           END-EXEC.

      *    EMPLOYEES WHO TRANSFERRED OUT OF THE RUN COMPANY
      *    DURING THE PERIOD - THEIR MASTER ROW NOW CARRIES THE
      *    NEW COMPANY, SO THE MAIN CURSOR NO LONGER SEES THEM,
           SELECT E.ID_EMPLOYEE, E.FIRST_NAME, E.LAST_NAME,
           E.BIRTH_DATE, E.SALARY, E.CHURCH, E.STATUS,
           E.CURRENCY_CODE, E.HIRE_DATE, E.TERM_DATE, E.DEPT_CODE,
           CASE WHEN COALESCE(E.PROTECTED_ID, 'N') = 'Y' THEN ' '
             ELSE COALESCE(E.STREET, ' ') END,
           CASE WHEN COALESCE(E.PROTECTED_ID, 'N') = 'Y' THEN ' '
             ELSE COALESCE(E.POSTAL_CODE, ' ') END,
           CASE WHEN COALESCE(E.PROTECTED_ID, 'N') = 'Y' THEN ' '
             ELSE COALESCE(E.CITY, ' ') END,
           CASE WHEN COALESCE(E.PROTECTED_ID, 'N') = 'Y' THEN ' '
             ELSE COALESCE(E.COUNTRY, ' ') END,
           COALESCE(E.PAY_TYPE, 'M'), COALESCE(E.HOURLY_RATE, 0),
           COALESCE(E.AGREEMENT_CODE, '01'),
           COALESCE(E.DECEASED_DATE, 0)
           FROM REDWARRIOR.dbo.Employees E,
           REDWARRIOR.dbo.CompanyTransfer T
           WHERE T.FromCompany = :WS-RUN-COMPANY
           ORDER BY DeptCode
           END-EXEC.

      *    THE ACTIVE PROJECT CODES THE TIME SYSTEM MAY REPORT ON.
           EXEC SQL
           DECLARE ProjectMasterCursor CURSOR FOR
           SELECT ProjectCode
           FROM REDWARRIOR.dbo.Projects
           WHERE ActiveFlag = 'Y'
           ORDER BY ProjectCode
           END-EXEC.

      *    THE AGREEMENT'S PREMIUM RULES IN FORCE FOR THE RUN
      *    DATE - PRICED PER HOUR CLASS IN THE HOURLY GROSS
      *    BUILD-UP.
           ORDER BY Priority
           END-EXEC.

      *    BACK PAY STILL OWED TO THE EMPLOYEE IN HAND, OLDEST
      *    EARNING PERIOD FIRST.
           EXEC SQL
           DECLARE BackPayCursor CURSOR FOR
           SELECT BackPayId, Period, GrossDelta, TaxDelta,
           FeeDelta, PensionEmpDelta, PensionEmplrDelta,
           EmpTaxDelta
           FROM REDWARRIOR.dbo.BackPay
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND CompanyCode = :WS-RUN-COMPANY
             AND Status = 'PENDING'
           ORDER BY Period
           END-EXEC.




       COPY "GarnishRules.cpy".
       COPY "GarnishDetail.cpy".
       COPY "PensionContrib.cpy".
       COPY "RunJournal.cpy".
       COPY "EmployerTaxAccrual.cpy".
       COPY "ControlTotalsHistory.cpy".
       COPY "RunCalendar.cpy".
       COPY "DeductionArrears.cpy".
       COPY "Absences.cpy".
       COPY "WorkSchedule.cpy".
       COPY "VacationBalance.cpy".
       COPY "VacationPayout.cpy".
       COPY "VacationAccrual.cpy".
       COPY "Loans.cpy".
       COPY "Departments.cpy".
       COPY "CostAllocation.cpy".
       COPY "CompanyTransfer.cpy".
       COPY "PayrollHold.cpy".
       COPY "Events.cpy".
       COPY "OutFileParms.cpy".

      *    OPERATIONAL EVENT FIELDS - THE CONDITIONS AN OPERATOR
      *    SHOULD HEAR ABOUT WITHOUT READING THE CONSOLE GO INTO
       01 WS-ALO-PART PIC S9(9) VALUE 0.
       01 WS-ALO-RUNNING PIC S9(9) VALUE 0.

      *    THE DIMENSION TOTALS ARE KEPT PER DEPARTMENT AND
      *    PROJECT (DIMENSIONS 1 AND 6) - A BLANK PROJECT IS THE
      *    DEPARTMENT'S OWN, UNPROJECTED COST. THE TAX IS ONLY EVER
      *    BOOKED ON THE BLANK-PROJECT ENTRY; PENSION AND VACATION
      *    ONLY ON THE PROJECT ENTRIES (THEIR UNPROJECTED REST STAYS
      *    ON THE UNDIMENSIONED LINE).
       01 WS-GLD-COUNT PIC 9(3) VALUE 0.
       01 WS-GLD-TABLE.
         05 WS-GLD-ENTRY OCCURS 200 TIMES.
           10 WS-GLD-CODE PIC X(4).
           10 WS-GLD-PROJECT PIC X(8).
           10 WS-GLD-SALARY PIC S9(11).
           10 WS-GLD-TAX PIC S9(11).
           10 WS-GLD-EMPTAX PIC S9(11).
           10 WS-GLD-PENSION PIC S9(11).
           10 WS-GLD-VACATION PIC S9(11).
       01 WS-GLD-INX PIC 9(3) VALUE 0.
       01 WS-GLD-SLOT PIC 9(3) VALUE 0.
       01 WS-GLD-FIND-CODE PIC X(4).
       01 WS-GLD-FIND-PROJECT PIC X(8).
       01 WS-GLD-PRJ-PENSION PIC S9(11) VALUE 0.
       01 WS-GLD-PRJ-VACATION PIC S9(11) VALUE 0.
       01 WS-GLD-VAC-REST PIC S9(11) VALUE 0.
       01 WS-SIE-DIM PIC X(4).
       01 WS-SIE-PROJECT PIC X(8).

      *    ACTIVE DEPARTMENT CODES, LOADED ONCE AT RUN START - A
      *    RUN THAT MEETS A CODE NOT ON THE MASTER RAISES AN
       01 WS-VAC-TAKEN-VALUE PIC S9(7) VALUE 0.
       01 WS-VAC-NET-CHANGE PIC S9(7) VALUE 0.
       01 WS-VAC-RUN-CHANGE PIC S9(11) VALUE 0.
       01 WS-VAC-MOVEMENT PIC S9(7) VALUE 0.
       01 WS-VAC-DAILY PIC 9(5)V9(2) VALUE 0.
       01 WS-VAC-EARN-DAYS PIC 9(2)V9(2) VALUE 0.
       01 WS-VAC-ACTIVE-DAYS PIC S9(5) VALUE 0.
         05 WS-ABS-ITEM OCCURS 12 TIMES.
           10 WS-ABS-LABEL PIC X(13).
           10 WS-ABS-AMOUNT PIC 9(5).
           10 WS-ABS-DETAIL PIC X(45).
       01 WS-ABS-INX PIC 9(2) VALUE 0.
       01 WS-ABS-HOURLY PIC 9(5)V9(4) VALUE 0.
       01 WS-ABS-TOTAL PIC 9(7) VALUE 0.
       01 WS-ABS-SWITCHES PIC 9 VALUE 0.
         88 ABSENCE-EOF VALUE 1.
       01 WS-ABS-WIN-END PIC 9(8).
       01 WS-ABS-IDX-FIRST PIC S9(5).
       01 WS-ABS-IDX-LAST PIC S9(5).
       01 WS-ABS-KARENS-HRS PIC 9(3)V9(2).
       01 WS-ABS-REDUCED-HRS PIC 9(3)V9(2).
       01 WS-ABS-FULL-HRS PIC 9(3)V9(2).
       01 WS-ABS-SPELL-START PIC S9(9) COMP-5.
       01 WS-ABS-DAY-IDX PIC S9(5).
       01 WS-ABS-KARENS-IDX PIC S9(5).
      *    THE PART OF A SCHEDULED DAY THE SPELL TAKES (ITS EXTENT),
      *    AND THE SPELL'S PAYSLIP TEXT - TYPE, DAYS AND EXTENT.
       01 WS-ABS-DAY-HOURS PIC 9(2)V9(2).
       01 WS-ABS-LINE-HRS PIC 9(3)V9(2).
       01 WS-ABS-LINE-HRS-DISP PIC ZZ9.9(2).
       01 WS-ABS-EXTENT-DISP PIC ZZ9.9(2).
       01 WS-ABS-EXTENT-TEXT PIC X(10).
       01 WS-ABS-THIS-AMT PIC 9(5)V9(2).
       01 WS-ABS-RUN-TOTAL PIC 9(9) VALUE 0.

      *    WORK-SCHEDULE WORK FIELDS - THE EMPLOYEE'S PATTERNS FOR
      *    THE ABSENCE WALK, HOURS BY WEEKDAY 1 (MONDAY) TO 7
      *    (SUNDAY). A DAY NO ROW COVERS IS THE FULL-TIME DEFAULT,
      *    AND A WEEKDAY ON THE BANK CALENDAR IS NOT SCHEDULED.
       01 WS-SCH-COUNT PIC 9(2) VALUE 0.
       01 WS-SCH-TABLE.
         05 WS-SCH-ITEM OCCURS 6 TIMES.
           10 WS-SCH-FROM PIC 9(8).
           10 WS-SCH-TO PIC 9(8).
           10 WS-SCH-HOURS PIC 9(2)V9(2) OCCURS 7 TIMES.
       01 WS-SCH-INX PIC 9(2) VALUE 0.
       01 WS-SCH-SWITCHES PIC 9 VALUE 0.
         88 SCHEDULE-EOF VALUE 1.
       01 WS-SCH-LOOKBACK PIC 9(8).
       01 WS-SCH-DATE PIC 9(8).
       01 WS-SCH-DAYNUM PIC S9(9) COMP-5.
       01 WS-SCH-LAST-DAYNUM PIC S9(9) COMP-5.
       01 WS-SCH-WEEK-QUOTIENT PIC S9(9) COMP-5.
       01 WS-SCH-WEEKDAY PIC 9.
       01 WS-SCH-DAY-HOURS PIC 9(2)V9(2).
       01 WS-SCH-DEFAULT-HOURS PIC 9(2)V9(2) VALUE 8.
       01 WS-SCH-WINDOW-HOURS PIC 9(4)V9(2).
       01 WS-SCH-WINDOW-DAYS PIC 9(3) VALUE 0.
       01 WS-SCH-BDM-FUNCTION PIC X(1) VALUE "B".
       01 WS-SCH-BDM-OUT PIC 9(8).

      *    BENEFIT-IN-KIND WORK FIELDS. WS-TAXABLE-GROSS IS THE
      *    CASH GROSS PLUS THE PERIOD'S BENEFIT VALUES - THE BASE
      *    TAXMODULE, EMPTAXMODULE AND PENSIONMODULE SEE, WHILE
       01 WS-BEN-RUN-TOTAL PIC 9(9) VALUE 0.
       01 WS-TAXABLE-GROSS PIC 9(5) VALUE 0.

      *    SALARY EXCHANGE (LONEVAXLING) WORK FIELDS. WS-SX-AMOUNT
      *    IS THE GROSS GIVEN UP THIS PERIOD - TAKEN OFF WS-Salary
      *    BEFORE THE TAX BASE IS FIXED, THEN PAID IN AS PENSION
      *    PREMIUM (WITH THE AGREED UPLIFT) BY PENSIONMODULE. THE
      *    PLAN CONTRIBUTION ITSELF STAYS ON THE PRE-EXCHANGE BASE
      *    (WS-PENSION-BASE), SO EXCHANGING DOES NOT SHRINK IT.
      *    WS-SX-FLOOR IS THE PENSION-QUALIFYING SALARY A PERIOD,
      *    8.07 INCOME BASE AMOUNTS / 12, LOADED ONCE PER RUN YEAR.
       COPY "SalaryExchange.cpy".
       COPY "IncomeBase.cpy".
       01 WS-SX-AMOUNT PIC 9(5) VALUE 0.
       01 WS-SX-UPLIFT PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-SX-PREMIUM PIC 9(5) VALUE 0.
       01 WS-SX-BASE PIC S9(9) VALUE 0.
       01 WS-SX-REMAINING PIC S9(9) VALUE 0.
       01 WS-SX-FLOOR PIC S9(9) VALUE 0.
       01 WS-SX-FLOOR-YEAR PIC 9(4) VALUE 0.
       01 WS-SX-RUN-YEAR PIC 9(4) VALUE 0.
       01 WS-SX-STATUS PIC X VALUE "N".
         88 SX-NONE VALUE "N".
         88 SX-TAKEN VALUE "Y".
         88 SX-STOPPED VALUE "S".
       01 WS-SX-DISP PIC ZZZZ9.
       01 WS-SX-FLOOR-DISP PIC ZZZZZZ9.
       01 WS-SX-RUN-TOTAL PIC 9(9) VALUE 0.
       01 WS-PENSION-BASE PIC 9(5) VALUE 0.

      *    COMPENSATORY TIME BANK (KOMPLEDIGHET) WORK FIELDS. BANKED
      *    OVERTIME IS CREDITED IN HOURS AT THE PREMIUM MULTIPLIER;
      *    "KOMP" DAYS DRAW IT DOWN. WS-CTB-RATE IS THE HOURLY VALUE
      *    OF A BANKED HOUR IN BASE CURRENCY - THE HOURLY RATE, OR
      *    FOR MONTHLY STAFF THE SAME PERIOD GROSS OVER SCHEDULED
      *    HOURS THE ABSENCE DEDUCTIONS USE. HOURS BANKED ADD THEIR
      *    VALUE AT THAT RATE, HOURS DRAWN RELIEVE THE AVERAGE VALUE
      *    PER HOUR; THE RUN'S NET MOVEMENT IN THE VALUED BALANCE
      *    FEEDS THE SIE VOUCHER (7299 / 2910).
       COPY "CompTimeBank.cpy".
       01 WS-CTB-EARNED-HRS PIC 9(4)V9(2) VALUE 0.
       01 WS-CTB-TAKEN-HRS PIC 9(4)V9(2) VALUE 0.
       01 WS-CTB-SHORT-HRS PIC 9(4)V9(2) VALUE 0.
       01 WS-CTB-PAYOUT-HRS PIC S9(5)V9(2) VALUE 0.
       01 WS-CTB-OPEN-HRS PIC S9(5)V9(2) VALUE 0.
       01 WS-CTB-CLOSE-HRS PIC S9(5)V9(2) VALUE 0.
       01 WS-CTB-OPEN-VALUE PIC S9(9) VALUE 0.
       01 WS-CTB-CLOSE-VALUE PIC S9(9) VALUE 0.
       01 WS-CTB-EARN-VALUE PIC S9(9) VALUE 0.
       01 WS-CTB-TAKEN-VALUE PIC S9(9) VALUE 0.
       01 WS-CTB-RATE PIC 9(5)V9(4) VALUE 0.
       01 WS-CTB-TAKEN-PAY PIC 9(7) VALUE 0.
       01 WS-CTB-PAYOUT PIC 9(7) VALUE 0.
       01 WS-CTB-NET-CHANGE PIC S9(9) VALUE 0.
       01 WS-CTB-RUN-CHANGE PIC S9(11) VALUE 0.
       01 WS-CTB-RUN-PAYOUT PIC 9(9) VALUE 0.
       01 WS-CTB-ROW-STATUS PIC X VALUE "N".
         88 CTB-ROW-MISSING VALUE "N".
         88 CTB-ROW-FOUND VALUE "Y".
       01 WS-CTB-PRIOR-PERIOD PIC X(6) VALUE SPACES.
       01 WS-CTB-HRS-DISP PIC -ZZZZ9.99.
       01 WS-CTB-HRS-DISP2 PIC ZZZ9.99.
       01 WS-CTB-HRS-DISP3 PIC ZZZ9.99.
       01 WS-CTB-PAY-DISP PIC ZZZZZZ9.

      *    EXPENSE REIMBURSEMENT WORK FIELDS - THE CLAIMS FILE IS
      *    LOADED ONCE AT RUN START AND EACH CLAIM IS MARKED USED
      *    AS ITS EMPLOYEE IS PROCESSED; WHATEVER IS LEFT UNUSED AT
           10 WS-HRS-CLASS PIC X(3).
           10 WS-HRS-HOURS PIC 9(3)V9(2).
           10 WS-HRS-USED PIC X(1).
           10 WS-HRS-BANK PIC X(1).
             88 HRS-ROW-BANKED VALUE "B".
           10 WS-HRS-PROJECT PIC X(8).
       01 WS-HRS-INX PIC 9(3) VALUE 0.
       01 WS-HRS-ID-TEXT PIC X(9) JUSTIFIED RIGHT.
       01 WS-HRS-CLASS-TEXT PIC X(3).
       01 WS-HRS-HOURS-TEXT PIC X(7).
       01 WS-HRS-BANK-TEXT PIC X(4).
       01 WS-HRS-PROJECT-TEXT PIC X(8).
       01 WS-HRS-INT-TEXT PIC X(3) JUSTIFIED RIGHT.
       01 WS-HRS-FRAC-TEXT PIC X(2).
       01 WS-HRS-EMP-TOTAL PIC 9(4)V9(2) VALUE 0.
       01 WS-HRS-GROSS PIC 9(9)V9(2) VALUE 0.
       01 WS-HRS-RATE-DISP PIC 9(5).

      *    MONTHLY STAFF'S PROJECT HOURS (projhours.dat), LOADED
      *    ONCE AT RUN START THE SAME WAY - A ROW STILL UNUSED AT
      *    END OF RUN IS REPORTED LIKE AN UNMATCHED HOURS ROW.
       01 WS-PJHFILE-STATUS PIC X(2) VALUE "00".
       01 WS-PROJHOURS-PATH PIC X(80).
       01 WS-PJH-SWITCHES PIC 9 VALUE 0.
         88 PROJHOURS-FILE-EOF VALUE 1.
       01 WS-PJH-COUNT PIC 9(3) VALUE 0.
       01 WS-PJH-TABLE.
         05 WS-PJH-ITEM OCCURS 500 TIMES.
           10 WS-PJH-ID PIC 9(9).
           10 WS-PJH-PROJECT PIC X(8).
           10 WS-PJH-HOURS PIC 9(3)V9(2).
           10 WS-PJH-USED PIC X(1).
       01 WS-PJH-INX PIC 9(3) VALUE 0.

      *    ACTIVE PROJECT CODES, LOADED ONCE AT RUN START. A CODE
      *    NOT ON THE MASTER (OR CLOSED) IS REJECTED - ITS HOURS
      *    COUNT AS INTERNAL TIME AND THE ROW GOES ON THE
      *    EXCEPTIONS LIST. AS WITH THE DEPARTMENT MASTER, AN EMPTY
      *    MASTER MEANS THE CHECK IS OFF.
       COPY "Projects.cpy".
       01 WS-PRJM-COUNT PIC 9(3) VALUE 0.
       01 WS-PRJM-TABLE.
         05 WS-PRJM-CODE OCCURS 300 TIMES PIC X(8).
       01 WS-PRJM-INX PIC 9(3) VALUE 0.
       01 WS-PRJM-MATCH PIC 9 VALUE 0.
         88 PROJECT-CODE-ON-MASTER VALUE 1.
       01 WS-PRJM-SWITCHES PIC 9 VALUE 0.
         88 PROJECT-LOAD-EOF VALUE 1.

      *    THE EMPLOYEE'S PROJECT TIME THIS PERIOD AND THE COST
      *    SPREAD OVER IT. A PROJECT'S SHARE OF EACH COST IS ITS
      *    HOURS OVER ALL THE HOURS THE EMPLOYEE REPORTED; THE
      *    SHARE OF THE INTERNAL HOURS STAYS UNDIMENSIONED. WITH
      *    NO INTERNAL HOURS THE LAST PROJECT TAKES THE ROUNDING
      *    REMAINDER, SO THE PROJECTS SUM EXACTLY TO THE COST.
       COPY "ProjectCost.cpy".
       01 WS-PRJ-COUNT PIC 9(2) VALUE 0.
       01 WS-PRJ-TABLE.
         05 WS-PRJ-ITEM OCCURS 20 TIMES.
           10 WS-PRJ-CODE PIC X(8).
           10 WS-PRJ-HOURS PIC 9(4)V9(2).
           10 WS-PRJ-GROSS PIC S9(9).
           10 WS-PRJ-EMPTAX PIC S9(9).
           10 WS-PRJ-PENSION PIC S9(9).
           10 WS-PRJ-VACATION PIC S9(9).
       01 WS-PRJ-INX PIC 9(2) VALUE 0.
       01 WS-PRJ-SLOT PIC 9(2) VALUE 0.
       01 WS-PRJ-TOTAL-HOURS PIC 9(4)V9(2) VALUE 0.
       01 WS-PRJ-OTHER-HOURS PIC 9(4)V9(2) VALUE 0.
       01 WS-PRJ-THIS-CODE PIC X(8).
       01 WS-PRJ-THIS-HOURS PIC 9(3)V9(2).
       01 WS-PRJ-KIND PIC X(1).
         88 PRJ-SPREAD-SALARY VALUE "S".
         88 PRJ-SPREAD-EMPTAX VALUE "E".
         88 PRJ-SPREAD-PENSION VALUE "P".
         88 PRJ-SPREAD-VACATION VALUE "V".
       01 WS-PRJ-AMOUNT PIC S9(9) VALUE 0.
       01 WS-PRJ-PART PIC S9(9) VALUE 0.
       01 WS-PRJ-RUNNING PIC S9(9) VALUE 0.
       01 WS-PRJ-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-PRJ-REJECT-COUNT PIC 9(5) VALUE 0.

      *    PREMIUM RULES IN FORCE FOR THE RUN DATE, LOADED ONCE AT
      *    RUN START. A CLASS WITH NO RULE PAYS THE PLAIN HOURLY
      *    RATE (MULTIPLIER 1.00, NO SUPPLEMENT). WS-EMP-AGREEMENT
       01 WS-HCL-SLOT PIC 9(2) VALUE 0.
       01 WS-HCL-THIS-AMT PIC 9(7)V9(2).

      *    BACK PAY WORK FIELDS - THE EMPLOYEE'S PENDING BackPay
      *    ROWS (RAISED BY BACKPAY01 FOR A BACKDATED SALARY
      *    SEGMENT), LOADED PER EMPLOYEE AND PAID AS ONE PayType
      *    "B" POSTING IN THIS PERIOD BESIDE THE REGULAR ROW. THE
      *    DELTAS ARE SIGNED - A BACKDATED DECREASE IS RECOVERED
      *    THE SAME WAY AN INCREASE IS PAID.
       COPY "BackPay.cpy".
       01 WS-BKP-COUNT PIC 9(2) VALUE 0.
       01 WS-BKP-TABLE.
         05 WS-BKP-ITEM OCCURS 24 TIMES.
           10 WS-BKP-ID PIC S9(09) COMP-5.
           10 WS-BKP-PERIOD PIC X(6).
           10 WS-BKP-GROSS PIC S9(7).
       01 WS-BKP-INX PIC 9(2) VALUE 0.
       01 WS-BKP-PAYTYPE PIC X(1) VALUE "B".
       01 WS-BKP-SWITCHES PIC 9 VALUE 0.
         88 BACKPAY-EOF VALUE 1.
       01 WS-BKP-GROSS-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-BKP-TAX-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-BKP-FEE-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-BKP-PENEMP-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-BKP-PENER-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-BKP-EMPTAX-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-BKP-NET-SUM PIC S9(09) COMP-5 VALUE 0.
       01 WS-BKP-RUN-COUNT PIC 9(5) VALUE 0.
       01 WS-BKP-RUN-GROSS PIC S9(9) VALUE 0.
       01 WS-BKP-RUN-TAX PIC S9(9) VALUE 0.
       01 WS-BKP-RUN-FEE PIC S9(9) VALUE 0.
       01 WS-BKP-RUN-PENEMP PIC S9(9) VALUE 0.
       01 WS-BKP-RUN-PENER PIC S9(9) VALUE 0.
       01 WS-BKP-RUN-EMPTAX PIC S9(9) VALUE 0.
       01 WS-BKP-RUN-NET PIC S9(9) VALUE 0.
       01 WS-BKP-DISP PIC +9(7).
       01 WS-BKP-DISP2 PIC +9(7).
       01 WS-BKP-DISP3 PIC +9(7).
       01 WS-BKP-TOTAL-NET PIC +9(7).
       01 WS-RECON-BKP-FEE PIC S9(09) COMP-5 VALUE 0.

      *    FINAL-SETTLEMENT MODE FIELDS. THE MODE RIDES ON THE
      *    SELECTIVE-RUN MACHINERY (ONE-ID SELECT LIST, NO
      *    CALENDAR FLIP, NO WHOLE-PERIOD RECONCILIATION, NO
       01 WS-SETTLE-MODE PIC X VALUE "N".
         88 SETTLEMENT-RUN VALUE "Y".
       01 WS-SETTLE-ID-TEXT PIC X(9) JUSTIFIED RIGHT.
      *    PAY TO THE ESTATE (DODSBO) OF A DECEASED EMPLOYEE - EVERY
      *    AMOUNT POSTED AFTER THE DEATH. EARNINGS STOP AT THE DATE
      *    OF DEATH, NO PRELIMINARY TAX IS WITHHELD, EMPLOYER TAX IS
      *    DUE ONLY IN THE YEAR OF DEATH, AND THE ROW IS MARKED
      *    EstatePay "Y" FOR AGIDEC01 AND DISBUR01.
       01 WS-ESTATE-FLAG PIC X(1) VALUE "N".
         88 ESTATE-PAY VALUE "Y".
       01 WS-DEATH-YEAR PIC 9(4).
       01 WS-VAC-PAYOUT PIC S9(7) VALUE 0.
       01 WS-VAC-PAYOUT-DISP PIC 9(7).
      *    UNSAVED DAYS VACROLL01 QUEUED AT VACATION YEAR END - PAID
      *    WITH THE NEXT RUN AS CASH GROSS. THEIR LIABILITY WAS
      *    RELEASED BY THE ROLLOVER, SO UNLIKE WS-VAC-PAYOUT THEY DO
      *    NOT MOVE WS-VAC-RUN-CHANGE, AND THEY EARN NO NEW VACATION.
       01 WS-VAC-ROLL-PAYOUT PIC S9(7) VALUE 0.
       01 WS-VAC-ROLL-RUN-COUNT PIC 9(5) VALUE 0.
       01 WS-VAC-ROLL-RUN-TOTAL PIC S9(9) VALUE 0.
       01 WS-POST-PAYTYPE PIC X(1) VALUE "R".

      *    ARREARS WORK FIELDS. WS-NEW-ARREARS IS THE PORTION OF
       01 WS-CALOVR-STATUS PIC X(2) VALUE "00".
       01 WS-CAL-OVERRIDE PIC X VALUE "N".
         88 CALENDAR-OVERRIDE VALUE "Y".
      *    THE PERIOD'S PAYDAY FROM THE BANKING-DAY CALENDAR - A RUN
      *    STARTED ON OR AFTER IT CANNOT FUND IT ON TIME.
       01 WS-BDM-FUNCTION PIC X(1) VALUE "Y".
       01 WS-BDM-DATE-IN PIC 9(8).
       01 WS-BDM-DATE-IN-X REDEFINES WS-BDM-DATE-IN.
         05 WS-BDM-PERIOD PIC X(6).
         05 WS-BDM-DAY PIC X(2).
       01 WS-RUN-PAYDAY PIC 9(8) VALUE 0.
      *    THE POSTING LOCK ON COMPANY/PERIOD/PAY GROUP - TAKEN BEFORE
      *    THE RUN AUDIT OPENS, RELEASED ONCE THE RUN HAS FINISHED.
      *    AN ABEND LEAVES IT IN PLACE SO NO CORRECTION JOB RUNS
      *    AGAINST A HALF-POSTED PERIOD; THE CHECKPOINT RESTART
      *    TAKES IT OVER. PARTITIONS SHARE IT WITH EACH OTHER.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-HOLDER PIC X(8) VALUE "MAIN01".
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".
       01 WS-PLK-HELD PIC X VALUE "N".
         88 POSTING-LOCK-HELD VALUE "Y".
      *    THE HOURS, PROJECT-HOURS AND EXPENSE FILES ARE
      *    REGISTERED IN THE INBOUND FILE REGISTRY AS THEY LOAD. THE
      *    SCOPE IS COMPANY/PERIOD/PAY GROUP, SO A RESTART OR THE
      *    NEXT PARTITION READING THE SAME FILE FOR THE SAME RUN IS
      *    NOT A DUPLICATE - THE SAME FILE TURNING UP FOR ANOTHER
      *    PERIOD IS.
       COPY "FileRegParms.cpy".
       01 WS-EXP-FILE-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-EXP-FILE-ROWS PIC S9(09) COMP-5 VALUE 0.
       01 WS-HRS-FILE-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-HRS-FILE-ROWS PIC S9(09) COMP-5 VALUE 0.
       01 WS-PJH-FILE-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-PJH-FILE-ROWS PIC S9(09) COMP-5 VALUE 0.

       01 WS-EMPTAX PIC 9(5) VALUE 0.
       01 WS-EMPTAX-STATUS PIC X VALUE "N".
         88 EMPTAX-NO-BRACKET-FOUND VALUE "N".
       01 WS-APPLIED-EMPTAX-RATE PIC S9(2)V9(2) COMP-3.
       01 WS-EMPTAX-COVERAGE-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMPTAX-PATH PIC X(80).
       01 WS-EMPTAX-REG-ID PIC 9(9).
       01 WS-TOTAL-EMPTAX PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-ID PIC 9(9).
       01 WS-EXC-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    FEEDBACK WORK FIELDS - ONE E/H/A LINE AT A TIME GOES TO
      *    feedback.dat FOR FEEDBK01 TO HAND BACK TO HR AND THE
      *    TIME SYSTEM.
       01 WS-FBK-ID PIC 9(9).
       01 WS-FBK-OUTCOME PIC X(8).
       01 WS-FBK-REASON PIC X(40).
       01 WS-FBK-GROSS PIC 9(9).
       01 WS-FBK-NET PIC 9(9).
       01 WS-FBK-HOURS PIC 9(3).9(2).
       01 WS-FBK-AMOUNT PIC 9(7).
       01 WS-FBK-ABS-BEFORE PIC 9(7) VALUE 0.
       01 WS-FBK-STATUS PIC X(8).
       01 WS-FBK-WRITE-ROW PIC X(1) VALUE "N".
       01 WS-BIRTH-YEAR PIC 9(4).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-AGE-YEARS PIC S9(4).
           IF DATABASE-AVAILABLE
               PERFORM CHECK-PERIOD-NOT-CLOSED
               PERFORM CHECK-RUN-CALENDAR
               PERFORM TAKE-POSTING-LOCK
               PERFORM WRITE-RUN-AUDIT-START
               IF WS-RESTART-EVENT-FLAG = "Y"
                   MOVE "RUN RESTART" TO WS-EVENT-TYPE
                   PERFORM DISTRIBUTE-RUN-OUTPUTS
               END-IF
               MOVE 0 TO RETURN-CODE
      *        ONLY THE PAY GROUP'S ONE FULL RUN PRODUCES FILES THAT
      *        LEAVE THE HOUSE - A PARTITION'S ARE CONSOL01'S TO
      *        REGISTER ONCE MERGED, A MOP-UP'S COVER A HANDFUL.
               IF DATABASE-AVAILABLE AND NOT DRY-RUN-MODE
                 AND NOT PARTITIONED-RUN AND NOT SELECTIVE-RUN
                   PERFORM REGISTER-OUTBOUND-FILES
               END-IF
           ELSE
      *        A KNOWN-BAD RUN MUST NEVER REACH THE LEDGER - THE SIE
      *        EXTRACT IS REFUSED OUTRIGHT ON A RECON MISMATCH.
      *        CODE A FETCH FAILURE GETS.
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    THE RUN HAS POSTED - ITS HOURS AND EXPENSE FILES CANNOT
      *    BE READ INTO ANOTHER PERIOD NOW.
           IF DATABASE-AVAILABLE AND NOT DRY-RUN-MODE
               PERFORM MARK-INBOUND-FILES-APPLIED
           END-IF.

           IF POSTING-LOCK-HELD
               PERFORM RELEASE-POSTING-LOCK
           END-IF.
      *    CALL "SCREEN01"

           GOBACK.
             "\exceptions.txt" DELIMITED BY SIZE
             INTO WS-EXCEPTION-PATH

           MOVE SPACES TO WS-FEEDBACK-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\feedback.dat" DELIMITED BY SIZE
             INTO WS-FEEDBACK-PATH

           MOVE SPACES TO WS-PAYSLIP-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\payslips.txt" DELIMITED BY SIZE
             "\hours.dat" DELIMITED BY SIZE
             INTO WS-HOURS-PATH

           MOVE SPACES TO WS-PROJHOURS-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\projhours.dat" DELIMITED BY SIZE
             INTO WS-PROJHOURS-PATH

           MOVE SPACES TO WS-LOANRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\loanreport.txt" DELIMITED BY SIZE
               OPEN OUTPUT CSVFILE
           END-IF
           OPEN OUTPUT EXCEPTIONFILE
           OPEN OUTPUT FEEDBACKFILE
           OPEN OUTPUT PAYSLIPFILE

           MOVE SPACES TO FS-FEEDBACKFILE
           STRING "R;" WS-RUN-PERIOD ";" WS-RUN-COMPANY ";"
             WS-RUN-PAYGROUP ";" WS-RUN-PAYCYCLE ";" WS-DRY-RUN
             DELIMITED BY SIZE INTO FS-FEEDBACKFILE
           WRITE FS-FEEDBACKFILE
           OPEN OUTPUT GARNREGFILE
           OPEN OUTPUT PENSIONFILE
           OPEN OUTPUT EMPTAXFILE
           PERFORM READ-HOLD-CONTROL
           PERFORM READ-EXPENSE-FILE
           PERFORM READ-HOURS-FILE
           PERFORM READ-PROJECT-HOURS-FILE

           MOVE SPACES TO FS-LOANRPTFILE
           STRING "LOAN POSITION - PERIOD " WS-RUN-PERIOD
               PERFORM LOAD-GARNISH-RULES
               PERFORM LOAD-PREMIUM-RULES
               PERFORM LOAD-DEPARTMENT-MASTER
               PERFORM LOAD-PROJECT-MASTER
               PERFORM LOAD-CYCLE-COUNT
               IF NOT DRY-RUN-MODE
                   PERFORM LOAD-POSTED-ID-TABLE
                     AND Period = :WS-RUN-PERIOD
                     AND CompanyCode = :WS-RUN-COMPANY
                     AND PayType = 'F'
                     AND COALESCE(RunAuditId, 0) NOT IN
                       (SELECT RunAuditId FROM REDWARRIOR.dbo.RunAudit
                        WHERE Outcome = 'BACKED OUT')
               END-EXEC
           ELSE
           IF DUP-TABLE-USABLE
                       :WS-RUN-PAYGROUP
                     AND COALESCE(PayCycle, '01') =
                       :WS-RUN-PAYCYCLE
                     AND COALESCE(RunAuditId, 0) NOT IN
                       (SELECT RunAuditId FROM REDWARRIOR.dbo.RunAudit
                        WHERE Outcome = 'BACKED OUT')
               END-EXEC
           END-IF
           END-IF.
           END-IF
           PERFORM REPORT-UNCLAIMED-EXPENSES
           PERFORM REPORT-UNMATCHED-HOURS
           PERFORM REPORT-UNMATCHED-PROJECT-HOURS
           PERFORM WRITE-HOURS-FEEDBACK

           CLOSE EXCEPTIONFILE
           CLOSE FEEDBACKFILE
           CLOSE PAYSLIPFILE

           MOVE SPACES TO FS-GARNREGFILE
           DISPLAY "Other deductions    : " WS-OTHER-DED-TOTAL.
           DISPLAY "Absence deductions  : " WS-ABS-RUN-TOTAL.
           DISPLAY "Benefit values      : " WS-BEN-RUN-TOTAL.
           DISPLAY "Salary exchanged    : " WS-SX-RUN-TOTAL.
           DISPLAY "Expense reimb paid  : " WS-EXP-RUN-TOTAL.
           DISPLAY "Vacation liab change: " WS-VAC-RUN-CHANGE.
           DISPLAY "Comp-time liab chg  : " WS-CTB-RUN-CHANGE.
           DISPLAY "Project cost rows   : " WS-PRJ-ROW-COUNT
             " (project codes rejected " WS-PRJ-REJECT-COUNT ")".
           DISPLAY "Comp-time paid out  : " WS-CTB-RUN-PAYOUT.
           DISPLAY "Vacation payouts    : " WS-VAC-ROLL-RUN-COUNT
             " " WS-VAC-ROLL-RUN-TOTAL.
           DISPLAY "Loan installments   : " WS-LOAN-RUN-TOTAL.
           DISPLAY "Employees held      : " WS-HOLD-RUN-COUNT.
           MOVE WS-BKP-RUN-GROSS TO WS-BKP-DISP.
           MOVE WS-BKP-RUN-NET TO WS-BKP-DISP2.
           DISPLAY "Back pay employees  : " WS-BKP-RUN-COUNT.
           DISPLAY "Back pay gross/net  : " WS-BKP-DISP " "
             WS-BKP-DISP2.

           IF WS-EXCEPTION-COUNT > WS-EVENT-EXC-LIMIT
               MOVE "EXCEPTION FLOOD" TO WS-EVENT-TYPE
             DELIMITED BY SIZE INTO FS-CONTROLFILE
           WRITE FS-CONTROLFILE

           MOVE SPACES TO FS-CONTROLFILE
           STRING "Back pay paid: employees " WS-BKP-RUN-COUNT
             " gross " WS-BKP-DISP " net " WS-BKP-DISP2
             DELIMITED BY SIZE INTO FS-CONTROLFILE
           WRITE FS-CONTROLFILE

           PERFORM VARYING WS-DEPT-INX FROM 1 BY 1
             UNTIL WS-DEPT-INX > WS-DEPT-TOTAL-COUNT
               MOVE SPACES TO FS-CONTROLFILE

           CLOSE DISTRIBFILE.

       REGISTER-OUTBOUND-FILES SECTION.
      *    THE RUN HAS POSTED BY NOW, SO A REFUSED REGISTRATION ONLY
      *    WARNS - THE FILE IS KEPT BACK, THE POSTING STANDS.
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-RUN-PERIOD TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           STRING WS-RUN-PAYGROUP WS-RUN-PAYCYCLE
             DELIMITED BY SIZE INTO WS-OFR-QUALIFIER
           MOVE "MAIN01" TO WS-OFR-PROGRAM

           MOVE "PENSION" TO WS-OFR-FILE-TYPE
           MOVE WS-PENSION-PATH TO WS-OFR-FILE-NAME
           MOVE "PENSION PROVIDER" TO WS-OFR-RECEIVER
           MOVE WS-PENSION-EMP-TOTAL TO WS-OFR-CONTROL-SUM-1
           MOVE WS-PENSION-EMPLOYER-TOTAL TO WS-OFR-CONTROL-SUM-2
           PERFORM REGISTER-ONE-OUTBOUND-FILE

           MOVE "SIE" TO WS-OFR-FILE-TYPE
           MOVE WS-SIE-PATH TO WS-OFR-FILE-NAME
           MOVE "LEDGER" TO WS-OFR-RECEIVER
           MOVE WS-SIE-DEBITS TO WS-OFR-CONTROL-SUM-1
           MOVE WS-SIE-CREDITS TO WS-OFR-CONTROL-SUM-2
           PERFORM REGISTER-ONE-OUTBOUND-FILE.

       REGISTER-ONE-OUTBOUND-FILE SECTION.
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "MAIN01: WARNING - " WS-OFR-FILE-NAME
                 " is not registered as sent; hold it back until "
                 "the register is checked in OUTREG01."
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-GL-EXTRACT SECTION.
      *    ONE BALANCED #VER: SALARY AND EMPLOYER-SIDE COSTS ARE
      *    DEBITED TO EXPENSE, EVERYTHING WITHHELD OR PAYABLE IS
      *    CENTRE (SIE DIMENSION 1) FROM THE ALLOCATION SPLIT -
      *    THE DIMENSIONED LINES SUM EXACTLY TO THE OLD COMPANY
      *    TOTALS, SO FINANCE STOPS RE-BOOKING SPLIT EMPLOYEES BY
      *    HAND. THE SHARE WORKED ON CUSTOMER PROJECTS ALSO CARRIES
      *    THE PROJECT (DIMENSION 6), AS DOES THE EMPLOYER PENSION
      *    AND THE VACATION MOVEMENT SPREAD WITH IT; THE REST OF
      *    THOSE TWO STAYS ON THE UNDIMENSIONED LINE.
           PERFORM VARYING WS-GLD-INX FROM 1 BY 1
             UNTIL WS-GLD-INX > WS-GLD-COUNT
               IF WS-GLD-PROJECT(WS-GLD-INX) = SPACES OR
                  WS-GLD-SALARY(WS-GLD-INX) NOT = 0
                   MOVE "7010" TO WS-SIE-ACCOUNT
                   MOVE WS-GLD-CODE(WS-GLD-INX) TO WS-SIE-DIM
                   MOVE WS-GLD-PROJECT(WS-GLD-INX) TO WS-SIE-PROJECT
                   MOVE WS-GLD-SALARY(WS-GLD-INX) TO WS-SIE-RESIDUAL
                   PERFORM WRITE-SIE-DEBIT-DIM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GLD-INX FROM 1 BY 1
             UNTIL WS-GLD-INX > WS-GLD-COUNT
               IF WS-GLD-PROJECT(WS-GLD-INX) = SPACES OR
                  WS-GLD-EMPTAX(WS-GLD-INX) NOT = 0
                   MOVE "7510" TO WS-SIE-ACCOUNT
                   MOVE WS-GLD-CODE(WS-GLD-INX) TO WS-SIE-DIM
                   MOVE WS-GLD-PROJECT(WS-GLD-INX) TO WS-SIE-PROJECT
                   MOVE WS-GLD-EMPTAX(WS-GLD-INX) TO WS-SIE-RESIDUAL
                   PERFORM WRITE-SIE-DEBIT-DIM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GLD-PRJ-PENSION
           PERFORM VARYING WS-GLD-INX FROM 1 BY 1
             UNTIL WS-GLD-INX > WS-GLD-COUNT
               IF WS-GLD-PENSION(WS-GLD-INX) NOT = 0
                   MOVE "7410" TO WS-SIE-ACCOUNT
                   MOVE WS-GLD-CODE(WS-GLD-INX) TO WS-SIE-DIM
                   MOVE WS-GLD-PROJECT(WS-GLD-INX) TO WS-SIE-PROJECT
                   MOVE WS-GLD-PENSION(WS-GLD-INX) TO WS-SIE-RESIDUAL
                   ADD WS-GLD-PENSION(WS-GLD-INX)
                     TO WS-GLD-PRJ-PENSION
                   PERFORM WRITE-SIE-DEBIT-DIM
               END-IF
           END-PERFORM
           MOVE "7410" TO WS-SIE-ACCOUNT
           COMPUTE WS-SIE-RESIDUAL =
             WS-PENSION-EMPLOYER-TOTAL + WS-BKP-RUN-PENER
               - WS-GLD-PRJ-PENSION
           PERFORM WRITE-SIE-DEBIT
      *    EXPENSE REIMBURSEMENTS ARE A COST PAID OUT WITH NET PAY
      *    (2820 BELOW ALREADY CARRIES THEM) BUT NEVER A

           PERFORM VARYING WS-GLD-INX FROM 1 BY 1
             UNTIL WS-GLD-INX > WS-GLD-COUNT
               IF WS-GLD-PROJECT(WS-GLD-INX) = SPACES
                   MOVE "2710" TO WS-SIE-ACCOUNT
                   MOVE WS-GLD-CODE(WS-GLD-INX) TO WS-SIE-DIM
                   MOVE SPACES TO WS-SIE-PROJECT
                   MOVE WS-GLD-TAX(WS-GLD-INX) TO WS-SIE-RESIDUAL
                   PERFORM WRITE-SIE-CREDIT-DIM
               END-IF
           END-PERFORM
      *    BACK PAY (PayType "B") IS PAID IN THIS PERIOD, SO ITS
      *    SALARY, TAX AND EMPLOYER-CHARGE DELTAS ARE ALREADY IN THE
      *    DIMENSION TOTALS ABOVE AND ITS OTHER DELTAS JOIN THE
      *    LIABILITY LINES BELOW.
           MOVE "2712" TO WS-SIE-ACCOUNT
           COMPUTE WS-SIE-RESIDUAL = WS-TOTAL-FEE + WS-BKP-RUN-FEE
           PERFORM WRITE-SIE-CREDIT
           MOVE "2731" TO WS-SIE-ACCOUNT
           COMPUTE WS-SIE-RESIDUAL =
             WS-TOTAL-EMPTAX + WS-BKP-RUN-EMPTAX
           PERFORM WRITE-SIE-CREDIT
           MOVE "2959" TO WS-SIE-ACCOUNT
           COMPUTE WS-SIE-RESIDUAL =
             WS-PENSION-EMP-TOTAL + WS-PENSION-EMPLOYER-TOTAL
               + WS-BKP-RUN-PENEMP + WS-BKP-RUN-PENER
           PERFORM WRITE-SIE-CREDIT
           MOVE "2890" TO WS-SIE-ACCOUNT
           COMPUTE WS-SIE-RESIDUAL =
             WS-OTHER-DED-POSTED + WS-GARN-RUN-TOTAL
           PERFORM WRITE-SIE-CREDIT
           MOVE "2820" TO WS-SIE-ACCOUNT
           COMPUTE WS-SIE-RESIDUAL = WS-TOTAL-NET + WS-BKP-RUN-NET
           PERFORM WRITE-SIE-CREDIT

      *    LOAN INSTALLMENTS RECOVERED FROM NET PAY SETTLE THE
      *    THE PERIOD'S VACATION LIABILITY MOVEMENT: A GROWING
      *    SEMESTERLONESKULD DEBITS VACATION-PAY COST AND CREDITS
      *    THE LIABILITY; A PERIOD WHERE MORE VACATION WAS TAKEN
      *    THAN EARNED MOVES THE OTHER WAY. THE PROJECTS' SHARE IS
      *    BOOKED FIRST, ON THE COST ACCOUNT WITH ITS DIMENSIONS AND
      *    AGAINST THE LIABILITY; THE REST MOVES AS BEFORE.
           MOVE 0 TO WS-GLD-PRJ-VACATION
           PERFORM VARYING WS-GLD-INX FROM 1 BY 1
             UNTIL WS-GLD-INX > WS-GLD-COUNT
               IF WS-GLD-VACATION(WS-GLD-INX) NOT = 0
                   MOVE "7290" TO WS-SIE-ACCOUNT
                   MOVE WS-GLD-CODE(WS-GLD-INX) TO WS-SIE-DIM
                   MOVE WS-GLD-PROJECT(WS-GLD-INX) TO WS-SIE-PROJECT
                   MOVE WS-GLD-VACATION(WS-GLD-INX)
                     TO WS-SIE-RESIDUAL
                   ADD WS-GLD-VACATION(WS-GLD-INX)
                     TO WS-GLD-PRJ-VACATION
                   PERFORM WRITE-SIE-DEBIT-DIM
               END-IF
           END-PERFORM
           IF WS-GLD-PRJ-VACATION NOT = 0
               MOVE "2920" TO WS-SIE-ACCOUNT
               MOVE WS-GLD-PRJ-VACATION TO WS-SIE-RESIDUAL
               PERFORM WRITE-SIE-CREDIT
           END-IF
           COMPUTE WS-GLD-VAC-REST =
             WS-VAC-RUN-CHANGE - WS-GLD-PRJ-VACATION
           IF WS-GLD-VAC-REST > 0
               MOVE "7290" TO WS-SIE-ACCOUNT
               MOVE WS-GLD-VAC-REST TO WS-SIE-RESIDUAL
               PERFORM WRITE-SIE-DEBIT
               MOVE "2920" TO WS-SIE-ACCOUNT
               MOVE WS-GLD-VAC-REST TO WS-SIE-RESIDUAL
               PERFORM WRITE-SIE-CREDIT
           END-IF
           IF WS-GLD-VAC-REST < 0
               MOVE "2920" TO WS-SIE-ACCOUNT
               COMPUTE WS-SIE-RESIDUAL = 0 - WS-GLD-VAC-REST
               PERFORM WRITE-SIE-DEBIT
               MOVE "7290" TO WS-SIE-ACCOUNT
               COMPUTE WS-SIE-RESIDUAL = 0 - WS-GLD-VAC-REST
               PERFORM WRITE-SIE-CREDIT
           END-IF

      *    THE COMP-TIME BANK MOVES THE SAME WAY: BANKED OVERTIME IS
      *    A COST EARNED NOW AND OWED AS TIME OFF (ACCRUED WAGES),
      *    AND HOURS TAKEN OR PAID OUT RELEASE IT AGAIN.
           IF WS-CTB-RUN-CHANGE > 0
               MOVE "7299" TO WS-SIE-ACCOUNT
               MOVE WS-CTB-RUN-CHANGE TO WS-SIE-RESIDUAL
               PERFORM WRITE-SIE-DEBIT
               MOVE "2910" TO WS-SIE-ACCOUNT
               MOVE WS-CTB-RUN-CHANGE TO WS-SIE-RESIDUAL
               PERFORM WRITE-SIE-CREDIT
           END-IF
           IF WS-CTB-RUN-CHANGE < 0
               MOVE "2910" TO WS-SIE-ACCOUNT
               COMPUTE WS-SIE-RESIDUAL = 0 - WS-CTB-RUN-CHANGE
               PERFORM WRITE-SIE-DEBIT
               MOVE "7299" TO WS-SIE-ACCOUNT
               COMPUTE WS-SIE-RESIDUAL = 0 - WS-CTB-RUN-CHANGE
               PERFORM WRITE-SIE-CREDIT
           END-IF


       WRITE-SIE-TRANS-DIM SECTION.
      *    SAME #TRANS LINE WITH THE COST-CENTRE OBJECT LIST -
      *    DIMENSION 1 IS THE DEPARTMENT, DIMENSION 6 THE CUSTOMER
      *    PROJECT WHEN THERE IS ONE.
           MOVE SPACES TO FS-SIEFILE
           IF WS-SIE-PROJECT = SPACES
               STRING "#TRANS " WS-SIE-ACCOUNT
                 ' {1 "' WS-SIE-DIM '"} ' WS-SIE-AMOUNT
                 DELIMITED BY SIZE INTO FS-SIEFILE
           ELSE
               STRING "#TRANS " WS-SIE-ACCOUNT
                 ' {1 "' WS-SIE-DIM '" 6 "' DELIMITED BY SIZE
                 WS-SIE-PROJECT DELIMITED BY SPACE
                 '"} ' WS-SIE-AMOUNT DELIMITED BY SIZE
                 INTO FS-SIEFILE
           END-IF
           WRITE FS-SIEFILE.

       VALIDATE-EMPLOYEE-DATA SECTION.
               END-IF
           END-IF

           ADD 1 TO WS-EXCEPTION-COUNT

           MOVE Employees-ID-EMPLOYEE TO WS-FBK-ID
           MOVE "REJECTED" TO WS-FBK-OUTCOME
           MOVE WS-EXCEPTION-REASON TO WS-FBK-REASON
           MOVE 0 TO WS-FBK-GROSS
           MOVE 0 TO WS-FBK-NET
           PERFORM WRITE-EMPLOYEE-FEEDBACK.

       WRITE-PAYSLIP SECTION.
      *    ONE FIXED-WIDTH, PRINT-READY BLOCK PER EMPLOYEE - SEPARATE
             DELIMITED BY SIZE INTO FS-PAYSLIPFILE
           WRITE FS-PAYSLIPFILE

      *    PAY TO AN ESTATE SAYS SO ON ITS FACE - THE ESTATE'S
      *    EXECUTOR NEEDS THE DATE OF DEATH AND THE TAX TREATMENT
      *    FOR THE ESTATE INVENTORY AND RETURN.
           IF ESTATE-PAY
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Paid to the estate of the deceased, died "
                 Employees-DECEASED-DATE
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE

               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "No preliminary tax withheld - taxable for "
                 "the estate"
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

      *    THE MAILING ADDRESS FROM THE EMPLOYEE MASTER - THE
      *    MAILROOM STUFFS ENVELOPES STRAIGHT FROM THIS BLOCK.
           IF Employees-STREET NOT = SPACES

      *    ONE LINE PER STATUTORY ABSENCE DEDUCTION (KARENSAVDRAG,
      *    80% SJUKLON, FULL-DAY ABSENCE) - THE GROSS BELOW IS
      *    ALREADY NET OF THESE. EACH SHOWS THE SPELL (TYPE, DAYS
      *    MMDD-MMDD), ITS EXTENT AND THE HOURS DEDUCTED.
           PERFORM VARYING WS-ABS-INX FROM 1 BY 1
             UNTIL WS-ABS-INX > WS-ABS-COUNT
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING WS-ABS-LABEL(WS-ABS-INX) ": -"
                 WS-ABS-AMOUNT(WS-ABS-INX) "  "
                 WS-ABS-DETAIL(WS-ABS-INX)
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-PERFORM

      *    THE SALARY EXCHANGED FOR PENSION - THE GROSS BELOW IS
      *    ALREADY NET OF IT, AND SO IS THE TAX.
           IF SX-TAKEN
               MOVE WS-SX-AMOUNT TO WS-SX-DISP
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Salary exch. : -" WS-SX-DISP
                 " (to pension, premium " WS-SX-PREMIUM ")"
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

           IF SX-STOPPED
               MOVE WS-SX-FLOOR TO WS-SX-FLOOR-DISP
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Salary exch. : not made - salary left would"
                 " be under " WS-SX-FLOOR-DISP
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

           MOVE SPACES TO FS-PAYSLIPFILE
           STRING "Gross Salary : " WS-Salary
             DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

           IF WS-VAC-ROLL-PAYOUT > 0
               MOVE WS-VAC-ROLL-PAYOUT TO WS-VAC-PAYOUT-DISP
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Vacation pay : +" WS-VAC-PAYOUT-DISP
                 " (unsaved days, included in gross)"
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

           IF WS-CTB-TAKEN-PAY > 0
               MOVE WS-CTB-TAKEN-PAY TO WS-CTB-PAY-DISP
               MOVE WS-CTB-TAKEN-HRS TO WS-CTB-HRS-DISP2
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Comp time pay: +" WS-CTB-PAY-DISP " ("
                 FUNCTION TRIM(WS-CTB-HRS-DISP2)
                 " h taken, included in gross)"
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

           IF WS-CTB-PAYOUT > 0
               MOVE WS-CTB-PAYOUT TO WS-CTB-PAY-DISP
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Comp time pay: +" WS-CTB-PAY-DISP
                 " (balance paid out, included in gross)"
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

      *    THE TIME BANK POSITION AFTER THIS PERIOD - HOURS BANKED
      *    FROM OVERTIME, HOURS TAKEN AS COMP DAYS, AND WHAT IS LEFT.
           IF CTB-ROW-FOUND OR WS-CTB-EARNED-HRS > 0
               MOVE WS-CTB-EARNED-HRS TO WS-CTB-HRS-DISP2
               MOVE WS-CTB-TAKEN-HRS TO WS-CTB-HRS-DISP3
               MOVE WS-CTB-CLOSE-HRS TO WS-CTB-HRS-DISP
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Comp time    : +"
                 FUNCTION TRIM(WS-CTB-HRS-DISP2) " h banked, -"
                 FUNCTION TRIM(WS-CTB-HRS-DISP3) " h taken, balance "
                 FUNCTION TRIM(WS-CTB-HRS-DISP) " h"
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

      *    ONE LINE PER BENEFIT IN KIND - TAXED, NEVER PAID OUT, SO
      *    IT SITS BETWEEN THE CASH GROSS AND THE TAX IT RAISED.
           PERFORM VARYING WS-BEN-INX FROM 1 BY 1
             UNTIL WS-BEN-INX > WS-BEN-COUNT
               MOVE SPACES TO FS-PAYSLIPFILE
      *        THE INTEREST BENEFIT ON AN EMPLOYEE LOAN (LOANBEN01)
      *        IS NAMED, SO IT IS NOT TAKEN FOR A CAR OR MEAL CODE.
               IF WS-BEN-CODE(WS-BEN-INX) = "RANT"
                   STRING "Loan interest benefit: "
                     WS-BEN-VALUE(WS-BEN-INX) " (taxed, not paid)"
                     DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               ELSE
                   STRING "Forman " WS-BEN-CODE(WS-BEN-INX) "  : "
                     WS-BEN-VALUE(WS-BEN-INX) " (taxed, not paid)"
                     DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               END-IF
               WRITE FS-PAYSLIPFILE
           END-PERFORM

             DELIMITED BY SIZE INTO FS-PAYSLIPFILE
           WRITE FS-PAYSLIPFILE

      *    BACK PAY FOR EARLIER PERIODS, ONE LINE PER EARNING PERIOD
      *    SO THE EMPLOYEE CAN CHECK EACH MONTH AGAINST THE NEW
      *    SALARY, THEN ITS OWN DEDUCTIONS AND THE TOTAL PAID OUT.
           IF WS-BKP-COUNT > 0
               PERFORM VARYING WS-BKP-INX FROM 1 BY 1
                 UNTIL WS-BKP-INX > WS-BKP-COUNT
                   MOVE WS-BKP-GROSS(WS-BKP-INX) TO WS-BKP-DISP
                   MOVE SPACES TO FS-PAYSLIPFILE
                   STRING "Back pay " WS-BKP-PERIOD(WS-BKP-INX)
                     ": " WS-BKP-DISP
                     DELIMITED BY SIZE INTO FS-PAYSLIPFILE
                   WRITE FS-PAYSLIPFILE
               END-PERFORM

               MOVE WS-BKP-TAX-SUM TO WS-BKP-DISP
               MOVE WS-BKP-FEE-SUM TO WS-BKP-DISP2
               MOVE WS-BKP-PENEMP-SUM TO WS-BKP-DISP3
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Back pay tax : " WS-BKP-DISP
                 " fee " WS-BKP-DISP2
                 " pension " WS-BKP-DISP3
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE

               MOVE WS-BKP-NET-SUM TO WS-BKP-DISP
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Back pay net : " WS-BKP-DISP
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE

               COMPUTE WS-BKP-TOTAL-NET =
                 WS-NET-SALARY + WS-BKP-NET-SUM
               MOVE SPACES TO FS-PAYSLIPFILE
               STRING "Total net pay: " WS-BKP-TOTAL-NET
                 DELIMITED BY SIZE INTO FS-PAYSLIPFILE
               WRITE FS-PAYSLIPFILE
           END-IF

           MOVE SPACES TO FS-PAYSLIPFILE
           STRING "----------------------------------------"
             DELIMITED BY SIZE INTO FS-PAYSLIPFILE
                       :Employees-COUNTRY,
                       :Employees-PAY-TYPE,
                       :Employees-HOURLY-RATE,
                       :Employees-AGREEMENT-CODE,
                       :Employees-DECEASED-DATE
               END-EXEC


      *                    THEY MAY WELL ALREADY BE "T".
                           WHEN SETTLEMENT-RUN
                               PERFORM PROCESS-ACTIVE-EMPLOYEE
      *                    A DECEASED EMPLOYEE'S LAST PAY GOES TO
      *                    THE ESTATE THROUGH A FINAL SETTLEMENT.
                           WHEN Employees-STATUS-DECEASED
                               DISPLAY "Employee ID "
                                 Employees-ID-EMPLOYEE
                                 " is deceased - the final pay is"
                                 " made to the estate by a final"
                                 " settlement run."
                           WHEN NOT Employees-STATUS-ACTIVE
                               DISPLAY "Employee ID "
                                 Employees-ID-EMPLOYEE
                       :Employees-COUNTRY,
                       :Employees-PAY-TYPE,
                       :Employees-HOURLY-RATE,
                       :Employees-AGREEMENT-CODE,
                       :Employees-DECEASED-DATE
               END-EXEC

               EVALUATE SQLCODE
               WHERE Period = :WS-RUN-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND (PayType IS NULL OR PayType = 'R')
                 AND COALESCE(RunAuditId, 0) NOT IN
                   (SELECT RunAuditId FROM REDWARRIOR.dbo.RunAudit
                    WHERE Outcome = 'BACKED OUT')
           END-EXEC

           EXEC SQL
                 AND (PayType IS NULL OR PayType = 'R')
           END-EXEC

      *    Fees CARRIES NO PayType, SO THE BACK PAY FEES PAID IN
      *    THE PERIOD ARE READ FROM THEIR "B" EmployeeDeductions ROWS
      *    AND TAKEN BACK OUT OF THE Fees SIDE.
           MOVE 0 TO WS-RECON-BKP-FEE
           EXEC SQL
               SELECT COALESCE(SUM(FeeAmount), 0)
               INTO :WS-RECON-BKP-FEE
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE Period = :WS-RUN-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND PayType = 'B'
           END-EXEC
           SUBTRACT WS-RECON-BKP-FEE FROM WS-RECON-FEE-SUM

      *    WS-RECON-*-SUM/COUNT ARE WHOLE-PERIOD FIGURES, INCLUDING
      *    ROWS POSTED BY EARLIER RUNS, SO THE IN-MEMORY SIDE OF EACH
      *    COMPARISON ADDS BACK WS-SKIPPED-* FOR EMPLOYEES THIS RUN
               MOVE "01" TO WS-EMP-AGREEMENT
           END-IF

      *    ONCE A DEATH IS ON FILE EVERYTHING PAID IS THE ESTATE'S,
      *    AND NOTHING IS EARNED AFTER THE DATE OF DEATH - THE
      *    EMPLOYMENT WINDOW IS CLIPPED THERE IF THE MASTER STILL
      *    SHOWS A LATER (OR NO) TERMINATION DATE.
           MOVE "N" TO WS-ESTATE-FLAG
           IF Employees-DECEASED-DATE > 0
               SET ESTATE-PAY TO TRUE
               MOVE Employees-DECEASED-DATE(1:4) TO WS-DEATH-YEAR
               IF Employees-TERM-DATE = 0
                  OR Employees-TERM-DATE > Employees-DECEASED-DATE
                   MOVE Employees-DECEASED-DATE
                     TO Employees-TERM-DATE
               END-IF
           END-IF

           PERFORM VALIDATE-EMPLOYEE-DATA

           IF SETTLEMENT-RUN AND Employees-TERM-DATE = 0
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
           MOVE 0 TO WS-HRS-EMP-TOTAL
           MOVE 0 TO WS-CTB-EARNED-HRS
           MOVE 0 TO WS-CTB-TAKEN-HRS
           MOVE 0 TO WS-PRJ-COUNT
           MOVE 0 TO WS-PRJ-TOTAL-HOURS
           MOVE 0 TO WS-PRJ-OTHER-HOURS
           MOVE 0 TO WS-VAC-NET-CHANGE
           IF Employees-PAY-HOURLY
      *        HOURLY PAY: GROSS IS IMPORTED HOURS TIMES RATE -
      *        EVERYTHING DOWNSTREAM (PRORATION EXCEPTED, WHICH
               PERFORM COMPUTE-HOURLY-GROSS
           ELSE
               PERFORM PRORATE-PERIOD-SALARY
               PERFORM CREDIT-BANKED-OVERTIME
               PERFORM COLLECT-MONTHLY-PROJECT-HOURS
           END-IF

           IF EMPLOYEE-DATA-INVALID
      *    ABSENCE-REDUCED GROSS.
           PERFORM APPLY-ABSENCE-DEDUCTIONS

      *    THE COMP-TIME BANK MOVES ON THE PERIOD'S BANKED OVERTIME
      *    AND "KOMP" DAYS. AN HOURLY EMPLOYEE IS PAID THE HOURS
      *    DRAWN (THE TIME SYSTEM DID NOT REPORT THEM AS WORKED); A
      *    SETTLEMENT PAYS WHAT IS LEFT. BOTH JOIN THE CASH GROSS.
           MOVE 0 TO WS-CTB-TAKEN-PAY
           MOVE 0 TO WS-CTB-PAYOUT
           MOVE 0 TO WS-CTB-PAYOUT-HRS
           MOVE 0 TO WS-CTB-OPEN-HRS
           MOVE 0 TO WS-CTB-CLOSE-HRS
           MOVE 0 TO WS-CTB-OPEN-VALUE
           MOVE 0 TO WS-CTB-CLOSE-VALUE
           SET CTB-ROW-MISSING TO TRUE
           IF DATABASE-AVAILABLE
               PERFORM PRICE-COMP-TIME-BANK
           END-IF

      *    A FINAL SETTLEMENT PAYS OUT THE REMAINING VACATION
      *    BALANCE WITH THE LAST PARTIAL PERIOD - IT JOINS THE
      *    CASH GROSS, AND THEREFORE THE TAX BASE AND NET PAY.
           IF SETTLEMENT-RUN
               PERFORM ADD-VACATION-PAYOUT
           END-IF
           MOVE 0 TO WS-VAC-ROLL-PAYOUT
           IF DATABASE-AVAILABLE
               PERFORM ADD-ROLLOVER-PAYOUT
           END-IF

      *    SALARY EXCHANGE COMES OFF THE GROSS HERE, BEFORE THE
      *    BENEFITS AND THE TAX BASE - TAX, EMPLOYER TAX, FEE AND
      *    NET PAY ALL SEE THE REDUCED SALARY.
           MOVE 0 TO WS-SX-AMOUNT
           MOVE 0 TO WS-SX-UPLIFT
           MOVE 0 TO WS-SX-PREMIUM
           SET SX-NONE TO TRUE
           IF DATABASE-AVAILABLE
               PERFORM APPLY-SALARY-EXCHANGE
           END-IF

      *    BENEFITS IN KIND RAISE THE TAX BASE WITHOUT RAISING THE
      *    CASH PAY - THE TAX, EMPLOYER-CHARGE AND PENSION CALLS
           MOVE Employees-CHURCH TO WS-ChurchMember
           MOVE Employees-BIRTH-DATE TO WS-DATEOFBIRTH

      *    PAY TO AN ESTATE CARRIES NO PRELIMINARY TAX - THE ESTATE
      *    IS TAXED ON IT IN ITS OWN RETURN.
           IF ESTATE-PAY
               MOVE 0 TO WS-TaxAmount
               MOVE 0 TO WS-APPLIED-TAX-RATE
               MOVE 0 TO WS-TAX-DECISION-ID
           ELSE
               CALL "TaxModule" USING WS-TAXABLE-GROSS
                                      WS-ChurchMember
                                      WS-TaxAmount
                                      WS-RUN-DATE
                                      WS-APPLIED-TAX-RATE
                                      Employees-ID-EMPLOYEE
                                      WS-TAX-DECISION-ID
           END-IF

           CALL "FeeModule" USING WS-Salary
                                  WS-DATEOFBIRTH
      *    SALARY INCLUDES BENEFIT VALUES, AS THE PLAN REQUIRES.
           PERFORM FETCH-GROSS-YTD

           COMPUTE WS-PENSION-BASE = WS-TAXABLE-GROSS + WS-SX-AMOUNT
               ON SIZE ERROR
                   MOVE 99999 TO WS-PENSION-BASE
           END-COMPUTE

           CALL "PensionModule" USING WS-PENSION-BASE
                                      WS-DATEOFBIRTH
                                      WS-RUN-DATE
                                      WS-PENSION-EMP
                                      WS-GROSS-YTD-PRIOR
                                      WS-PENSION-CAP-FLAG
                                      WS-EMP-AGREEMENT
                                      WS-SX-AMOUNT
                                      WS-SX-UPLIFT
                                      WS-SX-PREMIUM

           IF PENSION-PERIOD-CAPPED
               DISPLAY "Employee ID " Employees-ID-EMPLOYEE
                                     WS-EMPTAX
                                     WS-EMPTAX-STATUS
                                     WS-APPLIED-EMPTAX-RATE
                                     WS-RUN-DATE
                                     Employees-ID-EMPLOYEE
                                     WS-EMPTAX-COVERAGE-ID

      *    EMPLOYER TAX IS DUE ON PAY TO THE ESTATE ONLY WHEN IT IS
      *    PAID IN THE YEAR OF DEATH - NOTHING IN A LATER YEAR.
           IF ESTATE-PAY AND WS-RUN-DATE(1:4) > WS-DEATH-YEAR
               MOVE 0 TO WS-EMPTAX
               MOVE 0 TO WS-APPLIED-EMPTAX-RATE
           END-IF

           IF EMPTAX-NO-BRACKET-FOUND
               DISPLAY "WARNING: Employee ID "
      *    LOAN AND ADVANCE INSTALLMENTS COME OFF NEXT, AFTER TAX
      *    AND THE ENROLLED DEDUCTIONS, NEVER DRIVING NET PAY
      *    NEGATIVE - A SHORT PERIOD PAYS WHAT IT CAN AND THE
      *    BALANCE WAITS. NOTHING IS TAKEN FROM PAY TO AN ESTATE -
      *    THE BALANCE BECOMES A CLAIM ON THE ESTATE (SEE
      *    CLOSE-DECEASED-EMPLOYEE).
           IF ESTATE-PAY
               MOVE 0 TO WS-LOAN-COUNT
           ELSE
               PERFORM APPLY-LOAN-INSTALLMENTS
           END-IF

      *    COURT-ORDERED GARNISHMENTS COME LAST, AFTER EVERY OTHER
      *    DEDUCTION, AND ONLY OUT OF WHATEVER NET SITS ABOVE THE
      *    STATUTORY PROTECTED-EARNINGS FLOOR. AN ATTACHMENT OF
      *    EARNINGS ENDS WITH THE DEBTOR'S DEATH.
           IF ESTATE-PAY
               MOVE 0 TO WS-GARN-COUNT
           ELSE
               PERFORM APPLY-GARNISHMENTS
           END-IF

      *    THEN ANY OUTSTANDING ARREARS FROM EARLIER PERIODS, UP TO
      *    THE PER-PERIOD RECOVERY CAP.
      *    AFTER EVERYTHING THAT COULD REDUCE IT.
           PERFORM APPLY-EXPENSE-REIMBURSEMENTS

      *    BACK PAY FOR EARLIER PERIODS RIDES ALONG AS ITS OWN
      *    POSTING - LOADED HERE SO A DRY RUN'S PAYSLIP PREVIEWS IT
      *    TOO, BUT KEPT OUT OF WS-NET-SALARY SO THE ANOMALY CHECK
      *    STILL COMPARES LIKE WITH LIKE.
           PERFORM LOAD-BACK-PAY

      *    A SKIPPED DUPLICATE CONTRIBUTES NOTHING TO CONTROL TOTALS,
      *    ROW COUNTS, OR OUTPUT FILES - ONLY AN EMPLOYEE ACTUALLY
      *    POSTED (OR PREVIEWED UNDER DRY-RUN-MODE) IS RECORDED, SO A
      *            END-OF-RUN REPORTS STILL CARRY THEM AND THE
      *            RELEASE MOP-UP CAN CONSUME THEM FOR REAL.
                   PERFORM UNMARK-HELD-INPUTS

                   MOVE Employees-ID-EMPLOYEE TO WS-FBK-ID
                   MOVE "HELD" TO WS-FBK-OUTCOME
                   MOVE "Held for review - not posted"
                     TO WS-FBK-REASON
                   MOVE WS-Salary TO WS-FBK-GROSS
                   MOVE WS-NET-SALARY TO WS-FBK-NET
                   PERFORM WRITE-EMPLOYEE-FEEDBACK
               ELSE
               PERFORM CHECK-ALREADY-POSTED


               ADD 1 TO WS-SKIPPED-COUNT

               MOVE Employees-ID-EMPLOYEE TO WS-FBK-ID
               MOVE "SKIPPED" TO WS-FBK-OUTCOME
               MOVE "Already posted for the period" TO WS-FBK-REASON
               MOVE 0 TO WS-FBK-GROSS
               MOVE 0 TO WS-FBK-NET
               PERFORM WRITE-EMPLOYEE-FEEDBACK

      *        THE RECONCILIATION ADD-BACKS ONLY APPLY TO REGULAR
      *        ROWS - A SETTLEMENT RUN SKIPS THE WHOLE-PERIOD
      *        RECONCILIATION, SO A SKIPPED SETTLEMENT DUPLICATE
                       :WS-RUN-PAYGROUP
                     AND COALESCE(PayCycle, '01') =
                       :WS-RUN-PAYCYCLE
                     AND COALESCE(RunAuditId, 0) NOT IN
                       (SELECT RunAuditId FROM REDWARRIOR.dbo.RunAudit
                        WHERE Outcome = 'BACKED OUT')
               END-EXEC

               ADD WS-POSTED-TAX TO WS-SKIPPED-TAX
      *        THE EMPLOYER CHARGE ALREADY ACCRUED FOR A SKIPPED
      *        DUPLICATE IS READ BACK THE SAME WAY THE POSTED TAX/FEE
      *        ARE, SO THE EMPLOYER-TAX RECONCILIATION ADD-BACK STAYS
      *        TRUE ON A RERUN. SUMMED, SO A BACKED-OUT RUN'S
      *        ACCRUAL AND ITS OFFSET CANCEL OUT OF THE FIGURE.
               MOVE 0 TO WS-POSTED-EMPTAX
               EXEC SQL
                   SELECT COALESCE(SUM(Amount), 0)
                   INTO :WS-POSTED-EMPTAX
                   FROM REDWARRIOR.dbo.EmployerTaxAccrual
                   WHERE EmployeeId = :Employees-ID-EMPLOYEE
                     AND Period = :WS-RUN-PERIOD
                    (EmployeeId, Salary, TaxAmount, FeeAmount, NetSalary,
                    Period, TaxRate, FeePercentage, CurrencyCode,
                    DeptCode, CompanyCode, PayType, BenefitValue,
                    TaxDecisionId, HoursWorked, PayGroup, PayCycle,
                    SalaryExchange, ExpenseAmount, RunAuditId,
                    EstatePay)
                    VALUES (:Employees-ID-EMPLOYEE, :WS-Salary,
                    :WS-TaxAmount, :WS-FEE, :WS-NET-SALARY, :WS-RUN-PERIOD,
                    :WS-APPLIED-TAX-RATE, :WS-APPLIED-FEE-RATE,
                    :WS-RUN-COMPANY, :WS-POST-PAYTYPE,
                    :WS-BEN-TOTAL,
                    :WS-TAX-DECISION-ID, :WS-HRS-POSTED,
                    :WS-RUN-PAYGROUP, :WS-RUN-PAYCYCLE,
                    :WS-SX-AMOUNT, :WS-EXP-EMP-TOTAL,
                    :WS-RUN-AUDIT-ID, :WS-ESTATE-FLAG)
                END-EXEC

                DISPLAY "Fee saved for Employee ID: "
                PERFORM POST-PENSION-CONTRIBUTION
                PERFORM POST-EMPLOYER-TAX
                PERFORM POST-VACATION-ACCRUAL
                PERFORM POST-COMP-TIME-BANK
                IF WS-VAC-ROLL-PAYOUT > 0
                    PERFORM POST-ROLLOVER-PAYOUT
                END-IF
                PERFORM UPDATE-YTD-ACCUMULATOR
                IF WS-BKP-COUNT > 0
                    PERFORM POST-BACK-PAY
                END-IF
                IF SETTLEMENT-RUN
                    IF ESTATE-PAY
                        PERFORM CLOSE-DECEASED-EMPLOYEE
                    ELSE
                        PERFORM CLOSE-SETTLED-EMPLOYEE
                    END-IF
                END-IF
                PERFORM RECORD-PROCESSED-EMPLOYEE
           END-IF
           END-IF
           END-IF.

       JOURNAL-SIDE-POSTING SECTION.
      *    ONE RunJournal ROW FOR A CHANGE THE POSTING PATH HAS JUST
      *    MADE OUTSIDE Taxes/Fees/EmployeeDeductions - THE CALLER
      *    FILLS IN THE TABLE, ROW AND AMOUNTS; THE RUN AND THE
      *    EMPLOYEE ARE ADDED HERE. THE ENTRY IS CLEARED AFTERWARDS
      *    SO THE NEXT CALLER STARTS FROM NOTHING. BACKOUT01 LIVES
      *    ON THESE ROWS - A RUN IT CANNOT SEE IN FULL IT CANNOT PUT
      *    BACK.
           MOVE WS-RUN-AUDIT-ID TO RunJournal-RunAuditId
           MOVE Employees-ID-EMPLOYEE TO RunJournal-EmployeeId

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RunJournal
               (RunAuditId, EmployeeId, TableName, RowId, RowKey,
               Amount1, Amount2, Amount3, PriorText)
               VALUES (:RunJournal-RunAuditId,
               :RunJournal-EmployeeId, :RunJournal-TableName,
               :RunJournal-RowId, :RunJournal-RowKey,
               :RunJournal-Amount1, :RunJournal-Amount2,
               :RunJournal-Amount3, :RunJournal-PriorText)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON RUN JOURNAL INSERT, "
                 "CODE = " SQLCODE
           END-IF

           INITIALIZE DCLRunJournal.

       WRITE-RUN-EVENT SECTION.
      *    ONE ROW PER CONDITION - NOT ATTEMPTED WHEN THE DATABASE
      *    ITSELF IS THE PROBLEM (THE FLAT-FILE FALLBACK HAS
           IF SETTLEMENT-RUN
               CONTINUE
           ELSE
               PERFORM CHECK-POPREG-HOLD
               IF NOT EMPLOYEE-HELD
                   PERFORM EVALUATE-NET-ANOMALY
               END-IF
           END-IF.

       CHECK-POPREG-HOLD SECTION.
      *    A DEATH OR EMIGRATION REPORTED BY THE POPULATION
      *    REGISTER (NAVET01) HOLDS THE EMPLOYEE OUT OF EVERY
      *    REGULAR RUN, WHATEVER PERIOD IT WAS REPORTED IN, UNTIL
      *    HR RELEASES OR CORRECTS THE CASE IN HOLDREV01.
           MOVE 0 TO WS-HOLD-HELD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HOLD-HELD-COUNT
               FROM REDWARRIOR.dbo.PayrollHold
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND HoldSource = 'POPREG'
                 AND Status = 'HELD'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "MAIN01: SQL ERROR ON POPULATION REGISTER "
                 "HOLD CHECK, CODE = " SQLCODE
           END-IF

           IF WS-HOLD-HELD-COUNT > 0
               MOVE "Y" TO WS-HOLD-FLAG
               ADD 1 TO WS-HOLD-RUN-COUNT
               DISPLAY "HELD: Employee ID " Employees-ID-EMPLOYEE
                 " - death or emigration reported by the "
                 "population register, awaiting HR (HOLDREV01)."
           END-IF.

       EVALUATE-NET-ANOMALY SECTION.
                 AND Period = :WS-RUN-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND Status = 'RELEASED'
                 AND COALESCE(HoldSource, 'ANOMALY') = 'ANOMALY'
           END-EXEC

           MOVE 0 TO WS-HOLD-HELD-COUNT
                 AND Period = :WS-RUN-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND Status = 'HELD'
                 AND COALESCE(HoldSource, 'ANOMALY') = 'ANOMALY'
           END-EXEC

           EVALUATE TRUE
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.PayrollHold
               (EmployeeId, Period, CompanyCode, ComputedNet,
               PreviousNet, Reason, Status, HeldDate, HoldSource)
               VALUES (:PayrollHold-EmployeeId,
               :PayrollHold-Period, :PayrollHold-CompanyCode,
               :PayrollHold-ComputedNet,
               :PayrollHold-PreviousNet, :PayrollHold-Reason,
               'HELD', :PayrollHold-HeldDate, 'ANOMALY')
           END-EXEC

           IF SQLCODE NOT = 0
      *    THIS PERIOD), A 20% DEDUCTION FOR SPELL DAYS 2-14 (THE
      *    EMPLOYER PAYS 80% SJUKLON), AND A FULL DEDUCTION FROM DAY
      *    15 ON (FORSAKRINGSKASSAN PAYS FROM THERE). EVERY OTHER
      *    TYPE IS A FULL DEDUCTION PER ABSENT DAY. ONLY THE HOURS
      *    THE EMPLOYEE WAS SCHEDULED TO WORK ON AN ABSENT DAY ARE
      *    DEDUCTED (WorkSchedule), AT THE PERIOD GROSS OVER THE
      *    HOURS SCHEDULED IN THE ACTIVE WINDOW - A WEEKEND OR A
      *    PART-TIMER'S DAY OFF COSTS NOTHING.
           MOVE 0 TO WS-ABS-COUNT
           MOVE 0 TO WS-ABS-TOTAL
           MOVE 0 TO WS-ABS-SWITCHES
           MOVE 0 TO WS-VAC-TAKEN-DAYS

           PERFORM LOAD-WORK-SCHEDULE
           PERFORM COUNT-WINDOW-HOURS

           IF WS-SCH-WINDOW-HOURS > 0
               COMPUTE WS-ABS-HOURLY ROUNDED =
                 WS-Salary / WS-SCH-WINDOW-HOURS
           ELSE
               MOVE 0 TO WS-ABS-HOURLY
           END-IF

           EXEC SQL
               OPEN AbsenceCursor
                   FETCH AbsenceCursor INTO
                       :Absences-AbsenceType,
                       :Absences-FromDate,
                       :Absences-ToDate,
                       :Absences-ExtentUnit,
                       :Absences-ExtentValue
               END-EXEC

               EVALUATE SQLCODE
                             Employees-ID-EMPLOYEE
                             " has more than 10 absence deduction"
                             " lines - extra spells skipped."
                           MOVE 0 TO WS-FBK-AMOUNT
                           MOVE 0 TO WS-FBK-HOURS
                           MOVE "SKIPPED" TO WS-FBK-STATUS
                           PERFORM WRITE-ABSENCE-FEEDBACK
                           SET ABSENCE-EOF TO TRUE
                       END-IF
                   WHEN OTHER
      *    CLIPPED DATES TO DAY INDICES COUNTED FROM THE SPELL'S OWN
      *    FIRST DAY - THE KARENS/80%/FULL SPLIT FOLLOWS THE SPELL,
      *    NOT THE PERIOD, SO A SPELL STRADDLING A MONTH END KEEPS
      *    COUNTING WHERE THE LAST PERIOD LEFT OFF. EACH DAY IN THE
      *    WINDOW THEN CONTRIBUTES ITS SCHEDULED HOURS, CUT TO THE
      *    SPELL'S EXTENT, TO ONE BUCKET.
           MOVE WS-ABS-TOTAL TO WS-FBK-ABS-BEFORE
           MOVE Absences-FromDate TO WS-ABS-WIN-START
           IF WS-ABS-WIN-START < WS-ACTIVE-START
               MOVE WS-ACTIVE-START TO WS-ABS-WIN-START
           IF WS-ABS-WIN-START > WS-ABS-WIN-END
               CONTINUE
           ELSE
               COMPUTE WS-ABS-SPELL-START =
                 FUNCTION INTEGER-OF-DATE(Absences-FromDate)
               COMPUTE WS-ABS-IDX-FIRST =
                 FUNCTION INTEGER-OF-DATE(WS-ABS-WIN-START) -
                 WS-ABS-SPELL-START + 1
               COMPUTE WS-ABS-IDX-LAST =
                 FUNCTION INTEGER-OF-DATE(WS-ABS-WIN-END) -
                 WS-ABS-SPELL-START + 1

               MOVE 0 TO WS-ABS-KARENS-HRS
               MOVE 0 TO WS-ABS-REDUCED-HRS
               MOVE 0 TO WS-ABS-FULL-HRS

      *        THE KARENSAVDRAG FALLS ON THE FIRST DAY OF THE SPELL
      *        THE EMPLOYEE WAS SCHEDULED TO WORK - A SPELL STARTING
      *        ON A SATURDAY TAKES IT ON THE MONDAY. NONE WHEN NO
      *        SCHEDULED DAY FALLS IN SICK-PAY DAYS 1-14.
               MOVE 0 TO WS-ABS-KARENS-IDX
               IF Absences-Sick-Rules AND WS-ABS-IDX-FIRST <= 14
                   PERFORM VARYING WS-ABS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-ABS-DAY-IDX > 14
                     OR WS-ABS-KARENS-IDX > 0
                       COMPUTE WS-SCH-DAYNUM =
                         WS-ABS-SPELL-START + WS-ABS-DAY-IDX - 1
                       PERFORM FIND-SCHEDULED-HOURS
                       IF WS-SCH-DAY-HOURS > 0
                           MOVE WS-ABS-DAY-IDX TO WS-ABS-KARENS-IDX
                       END-IF
                   END-PERFORM
               END-IF

               PERFORM VARYING WS-ABS-DAY-IDX FROM WS-ABS-IDX-FIRST
                 BY 1 UNTIL WS-ABS-DAY-IDX > WS-ABS-IDX-LAST
                   COMPUTE WS-SCH-DAYNUM =
                     WS-ABS-SPELL-START + WS-ABS-DAY-IDX - 1
                   PERFORM FIND-SCHEDULED-HOURS
                   PERFORM APPLY-ABSENCE-EXTENT
                   PERFORM CLASSIFY-ABSENT-DAY
               END-PERFORM

               IF Absences-Extent-Percent
                   MOVE Absences-ExtentValue TO WS-ABS-EXTENT-DISP
                   MOVE SPACES TO WS-ABS-EXTENT-TEXT
                   STRING FUNCTION TRIM(WS-ABS-EXTENT-DISP) "%"
                     DELIMITED BY SIZE INTO WS-ABS-EXTENT-TEXT
               ELSE
               IF Absences-Extent-Hours
                   MOVE Absences-ExtentValue TO WS-ABS-EXTENT-DISP
                   MOVE SPACES TO WS-ABS-EXTENT-TEXT
                   STRING FUNCTION TRIM(WS-ABS-EXTENT-DISP) "h/day"
                     DELIMITED BY SIZE INTO WS-ABS-EXTENT-TEXT
               ELSE
                   MOVE "100%" TO WS-ABS-EXTENT-TEXT
               END-IF
               END-IF

               IF WS-ABS-KARENS-HRS > 0
                   COMPUTE WS-ABS-THIS-AMT ROUNDED =
                     WS-ABS-HOURLY * WS-ABS-KARENS-HRS
                   MOVE WS-ABS-KARENS-HRS TO WS-ABS-LINE-HRS
                   MOVE "Karensavdrag" TO WS-ABS-LABEL(WS-ABS-COUNT + 1)
                   PERFORM RECORD-ABSENCE-LINE
               END-IF

               IF WS-ABS-REDUCED-HRS > 0
                   COMPUTE WS-ABS-THIS-AMT ROUNDED =
                     WS-ABS-HOURLY * WS-ABS-REDUCED-HRS * 20 / 100
                   MOVE WS-ABS-REDUCED-HRS TO WS-ABS-LINE-HRS
                   MOVE "Sjukavdr 80%" TO WS-ABS-LABEL(WS-ABS-COUNT + 1)
                   PERFORM RECORD-ABSENCE-LINE
               END-IF

               IF WS-ABS-FULL-HRS > 0
                   COMPUTE WS-ABS-THIS-AMT ROUNDED =
                     WS-ABS-HOURLY * WS-ABS-FULL-HRS
                   MOVE WS-ABS-FULL-HRS TO WS-ABS-LINE-HRS
                   IF Absences-Sick-Rules
                       MOVE "Sjukavdr 100%"
                         TO WS-ABS-LABEL(WS-ABS-COUNT + 1)
                   ELSE
                   END-IF
                   PERFORM RECORD-ABSENCE-LINE
               END-IF

               COMPUTE WS-FBK-AMOUNT =
                 WS-ABS-TOTAL - WS-FBK-ABS-BEFORE
               IF WS-FBK-AMOUNT > 0
                   MOVE "DEDUCTED" TO WS-FBK-STATUS
               ELSE
                   MOVE "COUNTED" TO WS-FBK-STATUS
               END-IF
               COMPUTE WS-FBK-HOURS = WS-ABS-KARENS-HRS +
                 WS-ABS-REDUCED-HRS + WS-ABS-FULL-HRS
               PERFORM WRITE-ABSENCE-FEEDBACK
           END-IF.

       CLASSIFY-ABSENT-DAY SECTION.
      *    A DAY WITH NO SCHEDULED HOURS IS NEITHER DEDUCTED NOR
      *    COUNTED. VACATION IS PAID LEAVE - NOTHING IS DEDUCTED,
      *    BUT EACH SCHEDULED DAY COUNTS AGAINST THE VACATION
      *    BALANCE WHEN THE PERIOD POSTS. COMP TIME IS THE SAME,
      *    COUNTED IN HOURS AGAINST THE TIME BANK. AN HOURLY
      *    EMPLOYEE'S GROSS IS BUILT FROM THE HOURS THE TIME SYSTEM
      *    REPORTED, WHICH ALREADY EXCLUDE ABSENT DAYS - ONLY THE
      *    VACATION AND COMP-TIME COUNTS APPLY TO THEM. SICK DAYS
      *    2-14 ARE THE 80% SJUKLON DAYS (THE KARENS DAY ASIDE),
      *    FULL DEDUCTION FROM DAY 15. A PART-DAY SPELL COUNTS ITS
      *    SHARE OF THE DAY THROUGHOUT.
           EVALUATE TRUE
               WHEN WS-ABS-DAY-HOURS = 0
                   CONTINUE
               WHEN Absences-Type-Vacation
                   COMPUTE WS-VAC-TAKEN-DAYS ROUNDED =
                     WS-VAC-TAKEN-DAYS +
                     WS-ABS-DAY-HOURS / WS-SCH-DAY-HOURS
               WHEN Absences-Type-CompTime
                   ADD WS-ABS-DAY-HOURS TO WS-CTB-TAKEN-HRS
               WHEN Employees-PAY-HOURLY
                   CONTINUE
               WHEN Absences-Sick-Rules AND
                    WS-ABS-DAY-IDX = WS-ABS-KARENS-IDX
                   ADD WS-ABS-DAY-HOURS TO WS-ABS-KARENS-HRS
               WHEN Absences-Sick-Rules AND WS-ABS-DAY-IDX <= 14
                   ADD WS-ABS-DAY-HOURS TO WS-ABS-REDUCED-HRS
               WHEN OTHER
                   ADD WS-ABS-DAY-HOURS TO WS-ABS-FULL-HRS
           END-EVALUATE.

       APPLY-ABSENCE-EXTENT SECTION.
      *    THE SHARE OF THE DAY'S SCHEDULED HOURS THE SPELL TAKES -
      *    A PERCENTAGE OF THEM, OR FIXED HOURS NO MORE THAN WERE
      *    SCHEDULED.
           EVALUATE TRUE
               WHEN Absences-Extent-Percent
                   COMPUTE WS-ABS-DAY-HOURS ROUNDED =
                     WS-SCH-DAY-HOURS * Absences-ExtentValue / 100
               WHEN Absences-Extent-Hours
                   IF Absences-ExtentValue < WS-SCH-DAY-HOURS
                       MOVE Absences-ExtentValue TO WS-ABS-DAY-HOURS
                   ELSE
                       MOVE WS-SCH-DAY-HOURS TO WS-ABS-DAY-HOURS
                   END-IF
               WHEN OTHER
                   MOVE WS-SCH-DAY-HOURS TO WS-ABS-DAY-HOURS
           END-EVALUATE.

       LOAD-WORK-SCHEDULE SECTION.
           MOVE 0 TO WS-SCH-COUNT
           MOVE 0 TO WS-SCH-SWITCHES
           COMPUTE WS-SCH-LOOKBACK = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-ACTIVE-START) - 14)

           EXEC SQL
               OPEN ScheduleCursor
           END-EXEC

           PERFORM UNTIL SCHEDULE-EOF
               EXEC SQL
                   FETCH ScheduleCursor INTO
                       :WorkSchedule-EffectiveFrom,
                       :WorkSchedule-EffectiveTo,
                       :WorkSchedule-HoursMon,
                       :WorkSchedule-HoursTue,
                       :WorkSchedule-HoursWed,
                       :WorkSchedule-HoursThu,
                       :WorkSchedule-HoursFri,
                       :WorkSchedule-HoursSat,
                       :WorkSchedule-HoursSun
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET SCHEDULE-EOF TO TRUE
                   WHEN 0
                       IF WS-SCH-COUNT < 6
                           ADD 1 TO WS-SCH-COUNT
                           MOVE WorkSchedule-EffectiveFrom
                             TO WS-SCH-FROM(WS-SCH-COUNT)
                           MOVE WorkSchedule-EffectiveTo
                             TO WS-SCH-TO(WS-SCH-COUNT)
                           MOVE WorkSchedule-HoursMon
                             TO WS-SCH-HOURS(WS-SCH-COUNT, 1)
                           MOVE WorkSchedule-HoursTue
                             TO WS-SCH-HOURS(WS-SCH-COUNT, 2)
                           MOVE WorkSchedule-HoursWed
                             TO WS-SCH-HOURS(WS-SCH-COUNT, 3)
                           MOVE WorkSchedule-HoursThu
                             TO WS-SCH-HOURS(WS-SCH-COUNT, 4)
                           MOVE WorkSchedule-HoursFri
                             TO WS-SCH-HOURS(WS-SCH-COUNT, 5)
                           MOVE WorkSchedule-HoursSat
                             TO WS-SCH-HOURS(WS-SCH-COUNT, 6)
                           MOVE WorkSchedule-HoursSun
                             TO WS-SCH-HOURS(WS-SCH-COUNT, 7)
                       ELSE
                           DISPLAY "WARNING: Employee ID "
                             Employees-ID-EMPLOYEE
                             " has more than 6 work schedules in"
                             " the period - extra rows skipped."
                           SET SCHEDULE-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "MAIN01: SQL ERROR ON SCHEDULE "
                         "FETCH, CODE = " SQLCODE
                       SET SCHEDULE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ScheduleCursor
           END-EXEC.

       COUNT-WINDOW-HOURS SECTION.
      *    THE HOURS THE PERIOD GROSS PAYS FOR - EVERY SCHEDULED
      *    HOUR IN THE ACTIVE WINDOW - AND THE SCHEDULED DAYS,
      *    WHICH VALUE A VACATION DAY TAKEN.
           MOVE 0 TO WS-SCH-WINDOW-HOURS
           MOVE 0 TO WS-SCH-WINDOW-DAYS
           COMPUTE WS-SCH-LAST-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-ACTIVE-END)

           PERFORM VARYING WS-SCH-DAYNUM
             FROM FUNCTION INTEGER-OF-DATE(WS-ACTIVE-START) BY 1
             UNTIL WS-SCH-DAYNUM > WS-SCH-LAST-DAYNUM
               PERFORM FIND-SCHEDULED-HOURS
               ADD WS-SCH-DAY-HOURS TO WS-SCH-WINDOW-HOURS
               IF WS-SCH-DAY-HOURS > 0
                   ADD 1 TO WS-SCH-WINDOW-DAYS
               END-IF
           END-PERFORM.

       FIND-SCHEDULED-HOURS SECTION.
      *    DAY 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER BY 7
      *    IS 1 FOR MONDAY THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY.
      *    THE LAST SCHEDULE COVERING THE DATE WINS.
           COMPUTE WS-SCH-DATE =
             FUNCTION DATE-OF-INTEGER(WS-SCH-DAYNUM)
           DIVIDE WS-SCH-DAYNUM BY 7
             GIVING WS-SCH-WEEK-QUOTIENT REMAINDER WS-SCH-WEEKDAY
           IF WS-SCH-WEEKDAY = 0
               MOVE 7 TO WS-SCH-WEEKDAY
           END-IF

           IF WS-SCH-WEEKDAY <= 5
               MOVE WS-SCH-DEFAULT-HOURS TO WS-SCH-DAY-HOURS
           ELSE
               MOVE 0 TO WS-SCH-DAY-HOURS
           END-IF

           PERFORM VARYING WS-SCH-INX FROM 1 BY 1
             UNTIL WS-SCH-INX > WS-SCH-COUNT
               IF WS-SCH-FROM(WS-SCH-INX) <= WS-SCH-DATE AND
                  (WS-SCH-TO(WS-SCH-INX) = 0 OR
                   WS-SCH-TO(WS-SCH-INX) >= WS-SCH-DATE)
                   MOVE WS-SCH-HOURS(WS-SCH-INX, WS-SCH-WEEKDAY)
                     TO WS-SCH-DAY-HOURS
               END-IF
           END-PERFORM

      *    A PUBLIC HOLIDAY (OR BANK-CLOSED EVE) ON A WEEKDAY IS A
      *    DAY OFF UNDER EVERY PATTERN THE REGISTER HOLDS.
           IF WS-SCH-DAY-HOURS > 0 AND WS-SCH-WEEKDAY <= 5
               CALL "BankDayModule" USING WS-SCH-BDM-FUNCTION
                                          WS-RUN-COMPANY
                                          WS-SCH-DATE
                                          WS-SCH-BDM-OUT
               IF WS-SCH-BDM-OUT = 0
                   MOVE 0 TO WS-SCH-DAY-HOURS
               END-IF
           END-IF.

       RECORD-ABSENCE-LINE SECTION.
      *    THE LABEL FOR THE LINE HAS ALREADY BEEN PLACED IN THE
      *    NEXT FREE SLOT - THIS FIXES THE AMOUNT, THE SPELL TEXT
      *    AND THE HOURS BEHIND IT, AND COUNTS IT.
           ADD 1 TO WS-ABS-COUNT
           MOVE WS-ABS-THIS-AMT TO WS-ABS-AMOUNT(WS-ABS-COUNT)
           MOVE WS-ABS-LINE-HRS TO WS-ABS-LINE-HRS-DISP
           MOVE SPACES TO WS-ABS-DETAIL(WS-ABS-COUNT)
           STRING Absences-AbsenceType " "
             WS-ABS-WIN-START(5:4) "-" WS-ABS-WIN-END(5:4) " "
             FUNCTION TRIM(WS-ABS-EXTENT-TEXT) " "
             FUNCTION TRIM(WS-ABS-LINE-HRS-DISP) " h"
             DELIMITED BY SIZE INTO WS-ABS-DETAIL(WS-ABS-COUNT)
           ADD WS-ABS-AMOUNT(WS-ABS-COUNT) TO WS-ABS-TOTAL.

       LOAD-BENEFIT-VALUES SECTION.
      *    THE BENEFITS RUNNING DURING ANY PART OF THE PERIOD, AT
      *    THEIR FULL MONTHLY VALUE - THE TAXABLE VALUE IS A
      *    MONTHLY FIGURE SET BY THE AUTHORITY, NOT A DAY-PRORATED
      *    ONE, SO A BENEFIT STARTING MID-MONTH COUNTS IN FULL.
           MOVE 0 TO WS-BEN-COUNT
           MOVE 0 TO WS-BEN-TOTAL
           MOVE 0 TO WS-BEN-SWITCHES

           EXEC SQL
               OPEN BenefitCursor
           END-EXEC

           PERFORM UNTIL BENEFIT-EOF
               EXEC SQL
                   FETCH BenefitCursor INTO
                       :Benefits-BenefitCode,
                       :Benefits-MonthlyValue
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET BENEFIT-EOF TO TRUE
                   WHEN 0
                       IF WS-BEN-COUNT < 10
                           ADD 1 TO WS-BEN-COUNT
                           MOVE Benefits-BenefitCode
                             TO WS-BEN-CODE(WS-BEN-COUNT)
                           MOVE Benefits-MonthlyValue
                             TO WS-BEN-VALUE(WS-BEN-COUNT)
                           ADD Benefits-MonthlyValue TO WS-BEN-TOTAL
                       ELSE
                           DISPLAY "WARNING: Employee ID "
                             Employees-ID-EMPLOYEE
                             " has more than 10 benefits - extras"
                             " skipped."
                           SET BENEFIT-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "MAIN01: SQL ERROR ON BENEFIT "
                         "FETCH, CODE = " SQLCODE
                       SET BENEFIT-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE BenefitCursor
           END-EXEC

           IF WS-BEN-TOTAL > 0
               ADD WS-BEN-TOTAL TO WS-BEN-RUN-TOTAL
           ELSE
               DISPLAY "Employee ID " Employees-ID-EMPLOYEE
                 " settled and set to status T."
               MOVE "Employees" TO RunJournal-TableName
               MOVE Employees-STATUS TO RunJournal-PriorText
               PERFORM JOURNAL-SIDE-POSTING
           END-IF.

       CLOSE-DECEASED-EMPLOYEE SECTION.
      *    THE ESTATE'S FINAL SETTLEMENT LEAVES THE EMPLOYEE AT "D".
      *    AN OUTSTANDING LOAN IS NOT TAKEN FROM THE PAY - IT IS
      *    HANDED OVER AS A CLAIM ON THE ESTATE (STATUS "ESTATE",
      *    BALANCE KEPT FOR THE ESTATE INVENTORY). A GARNISHMENT
      *    ENDS WITH THE DEBTOR (STATUS "DECEASED"). BOTH ARE
      *    JOURNALLED, SO A BACKOUT MAKES THEM ACTIVE AGAIN.
           MOVE 0 TO WS-LOAN-SWITCHES

           EXEC SQL
               OPEN LoanCursor
           END-EXEC

           PERFORM UNTIL LOAN-EOF
               EXEC SQL
                   FETCH LoanCursor INTO
                       :Loans-LoanId,
                       :Loans-Installment,
                       :Loans-RemainingBalance
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LOAN-EOF TO TRUE
                   WHEN 0
                       PERFORM CLOSE-ONE-ESTATE-LOAN
                   WHEN OTHER
                       DISPLAY "MAIN01: SQL ERROR ON LOAN FETCH, "
                         "CODE = " SQLCODE
                       SET LOAN-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE LoanCursor
           END-EXEC

           MOVE 0 TO WS-GARN-SWITCHES

           EXEC SQL
               OPEN GarnishmentCursor
           END-EXEC

           PERFORM UNTIL GARNISH-EOF
               EXEC SQL
                   FETCH GarnishmentCursor INTO
                       :Garnishments-GarnishId,
                       :Garnishments-CaseReference,
                       :Garnishments-PeriodMax,
                       :Garnishments-RemainingBalance
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET GARNISH-EOF TO TRUE
                   WHEN 0
                       PERFORM CLOSE-ONE-ESTATE-GARNISHMENT
                   WHEN OTHER
                       DISPLAY "MAIN01: SQL ERROR ON GARNISHMENT "
                         "FETCH, CODE = " SQLCODE
                       SET GARNISH-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE GarnishmentCursor
           END-EXEC

           DISPLAY "Employee ID " Employees-ID-EMPLOYEE
             " settled to the estate - status stays D.".

       CLOSE-ONE-ESTATE-LOAN SECTION.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.Loans
               SET Status = 'ESTATE'
               WHERE LoanId = :Loans-LoanId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON ESTATE LOAN UPDATE, "
                 "CODE = " SQLCODE
           ELSE
               MOVE Loans-RemainingBalance
                 TO WS-LOAN-BAL-DISP
               DISPLAY "Loan " Loans-LoanId " balance "
                 WS-LOAN-BAL-DISP
                 " passed to the estate as a claim."
               MOVE "Loans" TO RunJournal-TableName
               MOVE Loans-LoanId TO RunJournal-RowId
               MOVE 0 TO RunJournal-Amount1
               PERFORM JOURNAL-SIDE-POSTING
           END-IF.

       CLOSE-ONE-ESTATE-GARNISHMENT SECTION.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.Garnishments
               SET Status = 'DECEASED'
               WHERE GarnishId = :Garnishments-GarnishId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON ESTATE GARNISHMENT "
                 "UPDATE, CODE = " SQLCODE
           ELSE
               DISPLAY "Garnishment "
                 Garnishments-CaseReference
                 " ended by the debtor's death."
               MOVE "Garnishments" TO RunJournal-TableName
               MOVE Garnishments-GarnishId TO RunJournal-RowId
               MOVE Garnishments-CaseReference TO RunJournal-RowKey
               MOVE 0 TO RunJournal-Amount1
               PERFORM JOURNAL-SIDE-POSTING
           END-IF.

       APPLY-ENROLLED-DEDUCTIONS SECTION.
               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON DEDUCTION DETAIL "
                     "INSERT, CODE = " SQLCODE
               ELSE
                   MOVE "DeductionDetail" TO RunJournal-TableName
                   MOVE WS-DED-CODE(WS-DED-INX) TO RunJournal-RowKey
                   MOVE WS-DED-AMOUNT(WS-DED-INX)
                     TO RunJournal-Amount1
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               ADD WS-DED-AMOUNT(WS-DED-INX) TO WS-OTHER-DED-POSTED
           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON EMPLOYER TAX INSERT, "
                 "CODE = " SQLCODE
           ELSE
               MOVE "EmployerTaxAccrual" TO RunJournal-TableName
               MOVE WS-POST-PAYTYPE TO RunJournal-RowKey
               MOVE WS-EMPTAX TO RunJournal-Amount1
               PERFORM JOURNAL-SIDE-POSTING
           END-IF

           MOVE Employees-ID-EMPLOYEE TO WS-EMPTAX-REG-ID
       POST-PENSION-CONTRIBUTION SECTION.
      *    ONE PensionContrib ROW AND ONE PROVIDER-FILE LINE PER
      *    EMPLOYEE WITH ANY CONTRIBUTION THIS PERIOD - POSTING
      *    PATH ONLY, SAME AS THE OTHER INSERTS AROUND IT. A ROW
      *    ALREADY THERE FOR THE PERIOD (LEFT AT ZERO BY BACKOUT01
      *    WHEN IT BACKED OUT AN EARLIER RUN) IS ADDED TO, THE SAME
      *    WAY POST-BACK-PAY ADDS ITS DELTAS, SO THE PERIOD KEEPS
      *    ONE ROW.
           IF WS-PENSION-EMP = 0 AND WS-PENSION-EMPLOYER = 0
               CONTINUE
           ELSE
               MOVE WS-PENSION-EMP TO PensionContrib-EmployeeAmount
               MOVE WS-PENSION-EMPLOYER
                 TO PensionContrib-EmployerAmount
               MOVE WS-SX-PREMIUM TO PensionContrib-ExchangeAmount

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.PensionContrib
                   SET EmployeeAmount = EmployeeAmount
                       + :PensionContrib-EmployeeAmount,
                   EmployerAmount = EmployerAmount
                       + :PensionContrib-EmployerAmount,
                   ExchangeAmount = COALESCE(ExchangeAmount, 0)
                       + :PensionContrib-ExchangeAmount
                   WHERE EmployeeId = :PensionContrib-EmployeeId
                     AND Period = :PensionContrib-Period
               END-EXEC

               IF SQLCODE = 100 OR
                  (SQLCODE = 0 AND SQLERRD(3) = 0)
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.PensionContrib
                       (EmployeeId, Period, EmployeeAmount,
                       EmployerAmount, ExchangeAmount)
                       VALUES (:PensionContrib-EmployeeId,
                       :PensionContrib-Period,
                       :PensionContrib-EmployeeAmount,
                       :PensionContrib-EmployerAmount,
                       :PensionContrib-ExchangeAmount)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON PENSION INSERT, "
                     "CODE = " SQLCODE
               ELSE
                   MOVE "PensionContrib" TO RunJournal-TableName
                   MOVE WS-PENSION-EMP TO RunJournal-Amount1
                   MOVE WS-PENSION-EMPLOYER TO RunJournal-Amount2
                   MOVE WS-SX-PREMIUM TO RunJournal-Amount3
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               MOVE Employees-ID-EMPLOYEE TO WS-PENSION-REG-ID
               MOVE SPACES TO FS-PENSIONFILE
               IF WS-SX-PREMIUM > 0
      *            THE PROVIDER BOOKS THE EXCHANGE PREMIUM APART FROM
      *            THE PLAN CONTRIBUTION IT IS INCLUDED IN.
                   STRING WS-PENSION-REG-ID
                     " employee " WS-PENSION-EMP
                     " employer " WS-PENSION-EMPLOYER
                     " exchange " WS-SX-PREMIUM
                     DELIMITED BY SIZE INTO FS-PENSIONFILE
               ELSE
                   STRING WS-PENSION-REG-ID
                     " employee " WS-PENSION-EMP
                     " employer " WS-PENSION-EMPLOYER
                     DELIMITED BY SIZE INTO FS-PENSIONFILE
               END-IF
               WRITE FS-PENSIONFILE

               ADD WS-PENSION-EMP TO WS-PENSION-EMP-TOTAL
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE.

       PRICE-COMP-TIME-BANK SECTION.
      *    THE OPENING BALANCE, PLUS THE PERIOD'S BANKED OVERTIME,
      *    LESS THE "KOMP" HOURS DRAWN. A DRAW BEYOND WHAT THE BANK
      *    HOLDS IS CUT TO THE BALANCE AND REPORTED - THE BANK NEVER
      *    GOES NEGATIVE. NOTHING IS WRITTEN HERE; THE POSTING PATH
      *    STORES THE CLOSING POSITION.
           IF Employees-PAY-HOURLY
               COMPUTE WS-CTB-RATE ROUNDED =
                 Employees-HOURLY-RATE * WS-CURRENCY-RATE
           ELSE
               MOVE WS-ABS-HOURLY TO WS-CTB-RATE
           END-IF

           MOVE Employees-ID-EMPLOYEE TO CompTimeBank-EmployeeId
           MOVE SPACES TO WS-CTB-PRIOR-PERIOD

           EXEC SQL
               SELECT BalanceHours, LiabilityValue,
               COALESCE(LastPeriod, ' ')
               INTO :CompTimeBank-BalanceHours,
               :CompTimeBank-LiabilityValue,
               :WS-CTB-PRIOR-PERIOD
               FROM REDWARRIOR.dbo.CompTimeBank
               WHERE EmployeeId = :CompTimeBank-EmployeeId
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET CTB-ROW-FOUND TO TRUE
                   MOVE CompTimeBank-BalanceHours TO WS-CTB-OPEN-HRS
                   MOVE CompTimeBank-LiabilityValue
                     TO WS-CTB-OPEN-VALUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MAIN01: SQL ERROR ON COMP TIME BANK "
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE

           COMPUTE WS-CTB-EARN-VALUE ROUNDED =
             WS-CTB-EARNED-HRS * WS-CTB-RATE
           COMPUTE WS-CTB-CLOSE-HRS =
             WS-CTB-OPEN-HRS + WS-CTB-EARNED-HRS
           COMPUTE WS-CTB-CLOSE-VALUE =
             WS-CTB-OPEN-VALUE + WS-CTB-EARN-VALUE

           MOVE 0 TO WS-CTB-SHORT-HRS
           IF WS-CTB-TAKEN-HRS > WS-CTB-CLOSE-HRS
               COMPUTE WS-CTB-SHORT-HRS =
                 WS-CTB-TAKEN-HRS - WS-CTB-CLOSE-HRS
               IF WS-CTB-CLOSE-HRS > 0
                   MOVE WS-CTB-CLOSE-HRS TO WS-CTB-TAKEN-HRS
               ELSE
                   MOVE 0 TO WS-CTB-TAKEN-HRS
               END-IF
               MOVE WS-CTB-SHORT-HRS TO WS-CTB-HRS-DISP2
               DISPLAY "WARNING: Employee ID " Employees-ID-EMPLOYEE
                 " took " WS-CTB-HRS-DISP2 " comp-time hours more"
                 " than the bank holds - review the KOMP absences."
           END-IF

           MOVE 0 TO WS-CTB-TAKEN-VALUE
           IF WS-CTB-TAKEN-HRS > 0
               COMPUTE WS-CTB-TAKEN-VALUE ROUNDED =
                 WS-CTB-TAKEN-HRS * WS-CTB-CLOSE-VALUE
                 / WS-CTB-CLOSE-HRS
               SUBTRACT WS-CTB-TAKEN-HRS FROM WS-CTB-CLOSE-HRS
               SUBTRACT WS-CTB-TAKEN-VALUE FROM WS-CTB-CLOSE-VALUE
           END-IF

      *    AN HOURLY EMPLOYEE'S COMP DAYS ARE PAID AT THE CURRENT
      *    RATE - THE GROSS FROM THE HOURS FILE DOES NOT COVER THEM.
      *    A MONTHLY EMPLOYEE'S SALARY ALREADY DOES.
           IF Employees-PAY-HOURLY AND WS-CTB-TAKEN-HRS > 0
               COMPUTE WS-CTB-TAKEN-PAY ROUNDED =
                 WS-CTB-TAKEN-HRS * WS-CTB-RATE
               COMPUTE WS-Salary = WS-Salary + WS-CTB-TAKEN-PAY
                   ON SIZE ERROR
                       DISPLAY "WARNING: comp-time pay overflows "
                         "gross for Employee ID "
                         Employees-ID-EMPLOYEE " - capped at 99999."
                       MOVE 99999 TO WS-Salary
               END-COMPUTE
           END-IF

      *    A FINAL SETTLEMENT PAYS EVERY HOUR LEFT AT THE CURRENT
      *    RATE AND CLOSES THE BANK, LIKE THE VACATION BALANCE.
           IF SETTLEMENT-RUN AND WS-CTB-CLOSE-HRS > 0
               MOVE WS-CTB-CLOSE-HRS TO WS-CTB-PAYOUT-HRS
               COMPUTE WS-CTB-PAYOUT ROUNDED =
                 WS-CTB-PAYOUT-HRS * WS-CTB-RATE
               COMPUTE WS-Salary = WS-Salary + WS-CTB-PAYOUT
                   ON SIZE ERROR
                       DISPLAY "WARNING: settlement gross "
                         "overflows for Employee ID "
                         Employees-ID-EMPLOYEE " - capped at 99999."
                       MOVE 99999 TO WS-Salary
               END-COMPUTE
               MOVE 0 TO WS-CTB-CLOSE-HRS
               MOVE WS-CTB-PAYOUT TO WS-CTB-PAY-DISP
               DISPLAY "Final settlement: comp-time payout "
                 WS-CTB-PAY-DISP " for Employee ID "
                 Employees-ID-EMPLOYEE
           END-IF

      *    AN EMPTY BANK OWES NOTHING - NO ROUNDING CRUMB SURVIVES.
           IF WS-CTB-CLOSE-HRS = 0
               MOVE 0 TO WS-CTB-CLOSE-VALUE
           END-IF.

       APPLY-SALARY-EXCHANGE SECTION.
      *    THE ENROLMENT RUNNING ON THE PERIOD START. A PERCENTAGE
      *    IS TAKEN OF THE SALARY BEFORE ANY VACATION PAYOUT - THE
      *    EXCHANGE IS AGREED ON THE MONTHLY PAY, NOT ON A PAYOUT.
           MOVE Employees-ID-EMPLOYEE TO SalaryExchange-EmployeeId

           EXEC SQL
               SELECT TOP 1 Method, Amount, ExchangePct, UpliftPct
               INTO :SalaryExchange-Method, :SalaryExchange-Amount,
               :SalaryExchange-ExchangePct, :SalaryExchange-UpliftPct
               FROM REDWARRIOR.dbo.SalaryExchange
               WHERE EmployeeId = :SalaryExchange-EmployeeId
                 AND EffectiveFrom <= :WS-PERIOD-START
                 AND (EffectiveTo = 0
                  OR EffectiveTo >= :WS-PERIOD-START)
               ORDER BY EffectiveFrom DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM PRICE-SALARY-EXCHANGE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MAIN01: SQL ERROR ON SALARY EXCHANGE "
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE.

       PRICE-SALARY-EXCHANGE SECTION.
           COMPUTE WS-SX-BASE =
             WS-Salary - WS-VAC-PAYOUT - WS-VAC-ROLL-PAYOUT
           IF WS-SX-BASE < 0
               MOVE 0 TO WS-SX-BASE
           END-IF

           IF SalaryExchange-By-Percent
               COMPUTE WS-SX-AMOUNT ROUNDED =
                 WS-SX-BASE * SalaryExchange-ExchangePct / 100
           ELSE
               IF SalaryExchange-Amount > WS-SX-BASE
                   MOVE WS-SX-BASE TO WS-SX-AMOUNT
               ELSE
                   MOVE SalaryExchange-Amount TO WS-SX-AMOUNT
               END-IF
           END-IF

           MOVE WS-RUN-DATE(1:4) TO WS-SX-RUN-YEAR
           IF WS-SX-RUN-YEAR NOT = WS-SX-FLOOR-YEAR
               PERFORM LOAD-EXCHANGE-FLOOR
           END-IF

      *    THE GUARD: EXCHANGING BELOW THE PENSION-QUALIFYING FLOOR
      *    WOULD COST THE EMPLOYEE STATE PENSION AND SICK PAY
      *    RIGHTS, SO THE WHOLE EXCHANGE IS SKIPPED FOR THE PERIOD
      *    (A SHORT OR ABSENCE-CUT MONTH) RATHER THAN PART-TAKEN.
           COMPUTE WS-SX-REMAINING = WS-SX-BASE - WS-SX-AMOUNT
           EVALUATE TRUE
               WHEN WS-SX-AMOUNT = 0
                   MOVE 0 TO WS-SX-AMOUNT
               WHEN WS-SX-REMAINING < WS-SX-FLOOR
                   MOVE 0 TO WS-SX-AMOUNT
                   SET SX-STOPPED TO TRUE
                   MOVE WS-SX-FLOOR TO WS-SX-FLOOR-DISP
                   DISPLAY "WARNING: salary exchange not made for "
                     "Employee ID " Employees-ID-EMPLOYEE
                     " - salary left would be under "
                     WS-SX-FLOOR-DISP "."
               WHEN OTHER
                   SUBTRACT WS-SX-AMOUNT FROM WS-Salary
                   MOVE SalaryExchange-UpliftPct TO WS-SX-UPLIFT
                   SET SX-TAKEN TO TRUE
                   ADD WS-SX-AMOUNT TO WS-SX-RUN-TOTAL
           END-EVALUATE.

       LOAD-EXCHANGE-FLOOR SECTION.
      *    8.07 INCOME BASE AMOUNTS A YEAR, AS A MONTHLY FIGURE. A
      *    YEAR WITH NO IncomeBase ROW LEAVES NO FLOOR (AND SAYS SO)
      *    - THE SAME CHOICE PENSIONMODULE MAKES FOR ITS CAP.
           MOVE 0 TO WS-SX-FLOOR
           MOVE WS-SX-RUN-YEAR TO IncomeBase-YearValue

           EXEC SQL
               SELECT Amount INTO :IncomeBase-Amount
               FROM REDWARRIOR.dbo.IncomeBase
               WHERE YearValue = :IncomeBase-YearValue
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-SX-FLOOR ROUNDED =
                     IncomeBase-Amount * 807 / 1200
               WHEN 100
                   DISPLAY "MAIN01: no IncomeBase row for year "
                     WS-SX-RUN-YEAR
                     " - salary exchange floor not applied."
               WHEN OTHER
                   DISPLAY "MAIN01: SQL ERROR ON INCOME BASE "
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE

           MOVE WS-SX-RUN-YEAR TO WS-SX-FLOOR-YEAR.

       ADD-ROLLOVER-PAYOUT SECTION.
      *    EVERY RUN TYPE PAYS WHAT THE YEAR-END ROLLOVER QUEUED - A
      *    FINAL SETTLEMENT BEFORE THE NEXT REGULAR RUN MUST NOT
      *    LEAVE IT BEHIND.
           MOVE Employees-ID-EMPLOYEE TO VacationPayout-EmployeeId

           EXEC SQL
               SELECT COALESCE(SUM(Amount), 0)
               INTO :VacationPayout-Amount
               FROM REDWARRIOR.dbo.VacationPayout
               WHERE EmployeeId = :VacationPayout-EmployeeId
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND Status = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON VACATION ROLLOVER "
                 "PAYOUT LOOKUP, CODE = " SQLCODE
           ELSE
               IF VacationPayout-Amount > 0
                   MOVE VacationPayout-Amount TO WS-VAC-ROLL-PAYOUT
                   COMPUTE WS-Salary =
                     WS-Salary + WS-VAC-ROLL-PAYOUT
                     ON SIZE ERROR
                         DISPLAY "WARNING: gross with vacation "
                           "payout overflows for Employee ID "
                           Employees-ID-EMPLOYEE
                           " - capped at 99999."
                         MOVE 99999 TO WS-Salary
                   END-COMPUTE
                   MOVE WS-VAC-ROLL-PAYOUT TO WS-VAC-PAYOUT-DISP
                   DISPLAY "Vacation year-end payout "
                     WS-VAC-PAYOUT-DISP " for Employee ID "
                     Employees-ID-EMPLOYEE
               END-IF
           END-IF.

       POST-ROLLOVER-PAYOUT SECTION.
      *    POSTING PATH ONLY - A DRY RUN OR A HELD EMPLOYEE LEAVES
      *    THE PAYOUT PENDING FOR THE RUN THAT REALLY PAYS IT.
           MOVE Employees-ID-EMPLOYEE TO VacationPayout-EmployeeId
           MOVE WS-RUN-PERIOD TO VacationPayout-PaidPeriod
           MOVE WS-RUN-AUDIT-ID TO VacationPayout-PaidRunAuditId

           EXEC SQL
               UPDATE REDWARRIOR.dbo.VacationPayout
               SET Status = 'PAID',
               PaidPeriod = :VacationPayout-PaidPeriod,
               PaidRunAuditId = :VacationPayout-PaidRunAuditId
               WHERE EmployeeId = :VacationPayout-EmployeeId
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND Status = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON VACATION PAYOUT "
                 "UPDATE, CODE = " SQLCODE
           END-IF

           ADD 1 TO WS-VAC-ROLL-RUN-COUNT
           ADD WS-VAC-ROLL-PAYOUT TO WS-VAC-ROLL-RUN-TOTAL.

       POST-VACATION-ACCRUAL SECTION.
      *    POSTING PATH ONLY, LIKE EVERY OTHER INSERT AROUND IT.
      *    A FINAL SETTLEMENT EARNS NOTHING NEW - IT PAYS THE
           IF SETTLEMENT-RUN
               MOVE Employees-ID-EMPLOYEE
                 TO VacationBalance-EmployeeId
      *        THE POSITION BEING CLOSED IS READ FIRST SO THE RUN
      *        JOURNAL CARRIES WHAT THE CLOSE TOOK OFF IT.
               EXEC SQL
                   SELECT DaysEarned, DaysTaken, AccruedPay
                   INTO :VacationBalance-DaysEarned,
                   :VacationBalance-DaysTaken,
                   :VacationBalance-AccruedPay
                   FROM REDWARRIOR.dbo.VacationBalance
                   WHERE EmployeeId = :VacationBalance-EmployeeId
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.VacationBalance
                       SET AccruedPay = 0, DaysTaken = DaysEarned
                       WHERE EmployeeId = :VacationBalance-EmployeeId
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "MAIN01: SQL ERROR ON SETTLEMENT "
                     "VACATION CLOSE, CODE = " SQLCODE
               END-IF
               IF SQLCODE = 0
                   MOVE "VacationBalance" TO RunJournal-TableName
                   COMPUTE RunJournal-Amount2 =
                     VacationBalance-DaysEarned
                     - VacationBalance-DaysTaken
                   COMPUTE RunJournal-Amount3 =
                     0 - VacationBalance-AccruedPay
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF
      *        THE SAVED DAYS' VALUE WAS PART OF THE AccruedPay JUST
      *        PAID OUT - NO SAVED DAY SURVIVES THE SETTLEMENT. EACH
      *        SAVED YEAR CLOSED IS JOURNALLED BEFORE IT IS ZEROED.
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.RunJournal
                   (RunAuditId, EmployeeId, TableName, RowId,
                   Amount1)
                   SELECT :WS-RUN-AUDIT-ID, EmployeeId,
                   'VacationSaved', SavedYear, DaysLeft
                   FROM REDWARRIOR.dbo.VacationSaved
                   WHERE EmployeeId = :VacationBalance-EmployeeId
                     AND DaysLeft > 0
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "MAIN01: SQL ERROR ON RUN JOURNAL "
                     "INSERT, CODE = " SQLCODE
               END-IF
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.VacationSaved
                   SET DaysLeft = 0
                   WHERE EmployeeId = :VacationBalance-EmployeeId
                     AND DaysLeft > 0
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "MAIN01: SQL ERROR ON SETTLEMENT "
                     "SAVED DAYS CLOSE, CODE = " SQLCODE
               END-IF
               SUBTRACT WS-VAC-PAYOUT FROM WS-VAC-RUN-CHANGE
               COMPUTE WS-VAC-MOVEMENT = 0 - WS-VAC-PAYOUT
               MOVE "S" TO VacationAccrual-Source
               PERFORM RECORD-VACATION-MOVEMENT
           ELSE
               PERFORM ACCRUE-PERIOD-VACATION
           END-IF.
      *    ENTITIES TOGETHER STILL EARN ONE MONTH'S DAYS, NOT
      *    DOUBLE. ACCRUED PAY: 12 PERCENT OF THE PERIOD GROSS
      *    (ALREADY PROPORTIONAL TO THE SLICE POSTED). TAKEN: THE
      *    "SEM" DAYS THE ABSENCE WALK COUNTED (SCHEDULED DAYS
      *    ONLY), VALUED AT 12 PERCENT OF THE GROSS PER SCHEDULED
      *    DAY - THE LIABILITY THE POT CARRIED FOR THOSE DAYS.
           COMPUTE WS-VAC-ACTIVE-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-ACTIVE-END) -
             FUNCTION INTEGER-OF-DATE(WS-ACTIVE-START) + 1
             / WS-DAYS-IN-MONTH / WS-CYCLES-IN-PERIOD

           COMPUTE WS-VAC-ACCRUE-PAY ROUNDED =
             (WS-Salary - WS-VAC-ROLL-PAYOUT) * 12 / 100

           IF WS-SCH-WINDOW-DAYS > 0
               COMPUTE WS-VAC-DAILY ROUNDED =
                 (WS-Salary - WS-VAC-ROLL-PAYOUT) / WS-SCH-WINDOW-DAYS
           ELSE
               COMPUTE WS-VAC-DAILY ROUNDED =
                 (WS-Salary - WS-VAC-ROLL-PAYOUT) / WS-DAYS-IN-MONTH
           END-IF
           COMPUTE WS-VAC-TAKEN-VALUE ROUNDED =
             WS-VAC-TAKEN-DAYS * WS-VAC-DAILY * 12 / 100

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON VACATION BALANCE "
                 "UPDATE, CODE = " SQLCODE
           ELSE
               MOVE "VacationBalance" TO RunJournal-TableName
               MOVE WS-VAC-EARN-DAYS TO RunJournal-Amount1
               MOVE WS-VAC-TAKEN-DAYS TO RunJournal-Amount2
               MOVE WS-VAC-NET-CHANGE TO RunJournal-Amount3
               PERFORM JOURNAL-SIDE-POSTING
           END-IF

           ADD WS-VAC-NET-CHANGE TO WS-VAC-RUN-CHANGE

           MOVE WS-VAC-NET-CHANGE TO WS-VAC-MOVEMENT
           MOVE "R" TO VacationAccrual-Source
           PERFORM RECORD-VACATION-MOVEMENT.

       RECORD-VACATION-MOVEMENT SECTION.
      *    THE EMPLOYEE'S SHARE OF THE RUN'S LIABILITY MOVEMENT, KEPT
      *    BESIDE THE EmployerTaxAccrual ROW SO THE VACATION COST
      *    CAN BE TOLD PER DEPARTMENT LATER. NO MOVEMENT, NO ROW.
           IF WS-VAC-MOVEMENT NOT = 0
               MOVE Employees-ID-EMPLOYEE
                 TO VacationAccrual-EmployeeId
               MOVE WS-RUN-PERIOD TO VacationAccrual-Period
               MOVE WS-VAC-MOVEMENT TO VacationAccrual-Amount
               MOVE WS-RUN-COMPANY TO VacationAccrual-CompanyCode

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.VacationAccrual
                   (EmployeeId, Period, Amount, CompanyCode, Source)
                   VALUES (:VacationAccrual-EmployeeId,
                   :VacationAccrual-Period,
                   :VacationAccrual-Amount,
                   :VacationAccrual-CompanyCode,
                   :VacationAccrual-Source)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON VACATION ACCRUAL "
                     "INSERT, CODE = " SQLCODE
               ELSE
                   MOVE "VacationAccrual" TO RunJournal-TableName
                   MOVE VacationAccrual-Source TO RunJournal-RowKey
                   MOVE WS-VAC-MOVEMENT TO RunJournal-Amount1
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF
           END-IF.

       POST-COMP-TIME-BANK SECTION.
      *    POSTING PATH ONLY. AN EMPLOYEE WHO HAS NEVER BANKED AN
      *    HOUR GETS NO ROW.
           IF CTB-ROW-MISSING AND WS-CTB-EARNED-HRS = 0
               CONTINUE
           ELSE
               MOVE Employees-ID-EMPLOYEE TO CompTimeBank-EmployeeId
               MOVE WS-CTB-CLOSE-HRS TO CompTimeBank-BalanceHours
               MOVE WS-CTB-CLOSE-VALUE
                 TO CompTimeBank-LiabilityValue
               MOVE WS-RUN-PERIOD TO CompTimeBank-LastPeriod

               IF CTB-ROW-FOUND
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.CompTimeBank
                       SET BalanceHours = :CompTimeBank-BalanceHours,
                       LiabilityValue = :CompTimeBank-LiabilityValue,
                       LastPeriod = :CompTimeBank-LastPeriod
                       WHERE EmployeeId = :CompTimeBank-EmployeeId
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.CompTimeBank
                       (EmployeeId, BalanceHours, LiabilityValue,
                       LastPeriod)
                       VALUES (:CompTimeBank-EmployeeId,
                       :CompTimeBank-BalanceHours,
                       :CompTimeBank-LiabilityValue,
                       :CompTimeBank-LastPeriod)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON COMP TIME BANK "
                     "UPDATE, CODE = " SQLCODE
               ELSE
                   MOVE "CompTimeBank" TO RunJournal-TableName
                   COMPUTE RunJournal-Amount1 =
                     WS-CTB-CLOSE-HRS - WS-CTB-OPEN-HRS
                   COMPUTE RunJournal-Amount2 =
                     WS-CTB-CLOSE-VALUE - WS-CTB-OPEN-VALUE
                   MOVE WS-CTB-PRIOR-PERIOD TO RunJournal-PriorText
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               COMPUTE WS-CTB-NET-CHANGE =
                 WS-CTB-CLOSE-VALUE - WS-CTB-OPEN-VALUE
               ADD WS-CTB-NET-CHANGE TO WS-CTB-RUN-CHANGE
               ADD WS-CTB-PAYOUT TO WS-CTB-RUN-PAYOUT
           END-IF.

       READ-ARREARS-CONTROL SECTION.
           OPEN INPUT ARRCTLFILE

           OPEN INPUT EXPENSEFILE
           IF WS-EXPFILE-STATUS = "00"
               PERFORM START-INBOUND-FILE
               PERFORM UNTIL EXPENSE-FILE-EOF
                 OR WS-EXP-COUNT >= 200
                   READ EXPENSEFILE
                       AT END
                           SET EXPENSE-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE EXPENSE-RECORD TO WS-FRG-RECORD
                           PERFORM HASH-INBOUND-RECORD
                           PERFORM LOAD-ONE-EXPENSE
                   END-READ
               END-PERFORM
               CLOSE EXPENSEFILE

               MOVE "EXPENSES" TO WS-FRG-FILE-TYPE
               MOVE WS-EXPENSE-PATH TO WS-FRG-FILE-NAME
               MOVE "EXPENSE SYSTEM" TO WS-FRG-SOURCE
               PERFORM CHECK-INBOUND-FILE
               MOVE WS-FRG-FILE-ID TO WS-EXP-FILE-ID
               MOVE WS-FRG-RECORD-COUNT TO WS-EXP-FILE-ROWS

               IF WS-EXP-COUNT > 0
                   DISPLAY "Expense claims loaded: " WS-EXP-COUNT
               END-IF

           OPEN INPUT HOURSFILE
           IF WS-HRSFILE-STATUS = "00"
               PERFORM START-INBOUND-FILE
               PERFORM UNTIL HOURS-FILE-EOF
                 OR WS-HRS-COUNT >= 500
                   READ HOURSFILE
                       AT END
                           SET HOURS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE HOURS-RECORD TO WS-FRG-RECORD
                           PERFORM HASH-INBOUND-RECORD
                           PERFORM LOAD-ONE-HOURS-ROW
                   END-READ
               END-PERFORM
               CLOSE HOURSFILE

               MOVE "HOURS" TO WS-FRG-FILE-TYPE
               MOVE WS-HOURS-PATH TO WS-FRG-FILE-NAME
               MOVE "TIME SYSTEM" TO WS-FRG-SOURCE
               PERFORM CHECK-INBOUND-FILE
               MOVE WS-FRG-FILE-ID TO WS-HRS-FILE-ID
               MOVE WS-FRG-RECORD-COUNT TO WS-HRS-FILE-ROWS

               IF WS-HRS-COUNT > 0
                   DISPLAY "Hours rows loaded: " WS-HRS-COUNT
               END-IF
           END-IF.

      *    A DRY RUN POSTS NOTHING, AND WITHOUT THE DATABASE THERE IS
      *    NO REGISTRY - NEITHER REGISTERS ITS INPUT FILES.
       START-INBOUND-FILE SECTION.
           IF DATABASE-AVAILABLE AND NOT DRY-RUN-MODE
               SET FRG-START-FILE TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS
           END-IF.

       HASH-INBOUND-RECORD SECTION.
           IF DATABASE-AVAILABLE AND NOT DRY-RUN-MODE
               SET FRG-HASH-RECORD TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS
           END-IF.

       CHECK-INBOUND-FILE SECTION.
      *    NOTHING FROM THE FILE HAS BEEN POSTED YET - A DUPLICATE
      *    STOPS THE RUN HERE, BEFORE THE FIRST EMPLOYEE.
           IF DATABASE-AVAILABLE AND NOT DRY-RUN-MODE
               STRING WS-RUN-COMPANY WS-RUN-PERIOD WS-RUN-PAYGROUP
                 DELIMITED BY SIZE INTO WS-FRG-SCOPE
               MOVE "MAIN01" TO WS-FRG-PROGRAM
               SET FRG-CHECK-FILE TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS

               IF NOT FRG-FILE-MAY-APPLY
                   DISPLAY "MAIN01: " WS-FRG-FILE-TYPE
                     " file not accepted - run refused."
                   MOVE "REFUSED - DUP FILE" TO WS-RUN-OUTCOME
                   PERFORM WRITE-RUN-AUDIT-END
                   EXEC SQL COMMIT END-EXEC
                   IF POSTING-LOCK-HELD
                       PERFORM RELEASE-POSTING-LOCK
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       MARK-INBOUND-FILES-APPLIED SECTION.
           IF WS-EXP-FILE-ID NOT = 0
               MOVE WS-EXP-FILE-ID TO WS-FRG-FILE-ID
               MOVE WS-EXP-COUNT TO WS-FRG-APPLIED-COUNT
               COMPUTE WS-FRG-REJECTED-COUNT =
                 WS-EXP-FILE-ROWS - WS-EXP-COUNT
               SET FRG-MARK-APPLIED TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS
           END-IF

           IF WS-HRS-FILE-ID NOT = 0
               MOVE WS-HRS-FILE-ID TO WS-FRG-FILE-ID
               MOVE WS-HRS-COUNT TO WS-FRG-APPLIED-COUNT
               COMPUTE WS-FRG-REJECTED-COUNT =
                 WS-HRS-FILE-ROWS - WS-HRS-COUNT
               SET FRG-MARK-APPLIED TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS
           END-IF

           IF WS-PJH-FILE-ID NOT = 0
               MOVE WS-PJH-FILE-ID TO WS-FRG-FILE-ID
               MOVE WS-PJH-COUNT TO WS-FRG-APPLIED-COUNT
               COMPUTE WS-FRG-REJECTED-COUNT =
                 WS-PJH-FILE-ROWS - WS-PJH-COUNT
               SET FRG-MARK-APPLIED TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS
           END-IF.

       LOAD-ONE-HOURS-ROW SECTION.
           MOVE SPACES TO WS-HRS-ID-TEXT WS-HRS-CLASS-TEXT
             WS-HRS-HOURS-TEXT WS-HRS-INT-TEXT WS-HRS-FRAC-TEXT
             WS-HRS-BANK-TEXT WS-HRS-PROJECT-TEXT

           UNSTRING HOURS-RECORD DELIMITED BY ";"
             INTO WS-HRS-ID-TEXT
                  WS-HRS-CLASS-TEXT
                  WS-HRS-HOURS-TEXT
                  WS-HRS-BANK-TEXT
                  WS-HRS-PROJECT-TEXT
           END-UNSTRING

           INSPECT WS-HRS-ID-TEXT REPLACING LEADING " " BY "0"
              WS-HRS-FRAC-TEXT NOT NUMERIC
               DISPLAY "WARNING: hours row dropped - bad employee "
                 "ID or hours: " HOURS-RECORD
               MOVE "Bad employee ID or hours" TO WS-FBK-REASON
               PERFORM WRITE-DROPPED-HOURS-FEEDBACK
           ELSE
           IF WS-HRS-BANK-TEXT NOT = SPACES AND
              WS-HRS-BANK-TEXT NOT = "B"
               DISPLAY "WARNING: hours row dropped - bank flag "
                 "not B or blank: " HOURS-RECORD
               MOVE "Bank flag not B or blank" TO WS-FBK-REASON
               PERFORM WRITE-DROPPED-HOURS-FEEDBACK
           ELSE
               ADD 1 TO WS-HRS-COUNT
               MOVE WS-HRS-ID-TEXT TO WS-HRS-ID(WS-HRS-COUNT)
                 FUNCTION NUMVAL(WS-HRS-INT-TEXT) +
                 FUNCTION NUMVAL(WS-HRS-FRAC-TEXT) / 100
               MOVE "N" TO WS-HRS-USED(WS-HRS-COUNT)
               MOVE WS-HRS-BANK-TEXT TO WS-HRS-BANK(WS-HRS-COUNT)
               MOVE WS-HRS-PROJECT-TEXT
                 TO WS-HRS-PROJECT(WS-HRS-COUNT)
           END-IF
           END-IF.

       READ-PROJECT-HOURS-FILE SECTION.
           MOVE 0 TO WS-PJH-COUNT
           MOVE 0 TO WS-PJH-SWITCHES

           OPEN INPUT PROJHOURSFILE
           IF WS-PJHFILE-STATUS = "00"
               PERFORM START-INBOUND-FILE
               PERFORM UNTIL PROJHOURS-FILE-EOF
                 OR WS-PJH-COUNT >= 500
                   READ PROJHOURSFILE
                       AT END
                           SET PROJHOURS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE PROJHOURS-RECORD TO WS-FRG-RECORD
                           PERFORM HASH-INBOUND-RECORD
                           PERFORM LOAD-ONE-PROJECT-HOURS-ROW
                   END-READ
               END-PERFORM
               CLOSE PROJHOURSFILE

               MOVE "PROJHOURS" TO WS-FRG-FILE-TYPE
               MOVE WS-PROJHOURS-PATH TO WS-FRG-FILE-NAME
               MOVE "TIME SYSTEM" TO WS-FRG-SOURCE
               PERFORM CHECK-INBOUND-FILE
               MOVE WS-FRG-FILE-ID TO WS-PJH-FILE-ID
               MOVE WS-FRG-RECORD-COUNT TO WS-PJH-FILE-ROWS

               IF WS-PJH-COUNT > 0
                   DISPLAY "Project hours rows loaded: " WS-PJH-COUNT
               END-IF
           END-IF.

       LOAD-ONE-PROJECT-HOURS-ROW SECTION.
      *    SAME FIELD HANDLING AS LOAD-ONE-HOURS-ROW - THE HOURS
      *    WORK FIELDS ARE BORROWED FOR THE SPLIT.
           MOVE SPACES TO WS-HRS-ID-TEXT WS-HRS-PROJECT-TEXT
             WS-HRS-HOURS-TEXT WS-HRS-INT-TEXT WS-HRS-FRAC-TEXT

           UNSTRING PROJHOURS-RECORD DELIMITED BY ";"
             INTO WS-HRS-ID-TEXT
                  WS-HRS-PROJECT-TEXT
                  WS-HRS-HOURS-TEXT
           END-UNSTRING

           INSPECT WS-HRS-ID-TEXT REPLACING LEADING " " BY "0"

           MOVE "00" TO WS-HRS-FRAC-TEXT
           UNSTRING WS-HRS-HOURS-TEXT DELIMITED BY "."
             INTO WS-HRS-INT-TEXT
                  WS-HRS-FRAC-TEXT
           END-UNSTRING
           INSPECT WS-HRS-INT-TEXT REPLACING LEADING " " BY "0"
           INSPECT WS-HRS-FRAC-TEXT REPLACING ALL " " BY "0"

           IF WS-HRS-ID-TEXT NOT NUMERIC OR
              WS-HRS-INT-TEXT NOT NUMERIC OR
              WS-HRS-FRAC-TEXT NOT NUMERIC
               DISPLAY "WARNING: project hours row dropped - bad "
                 "employee ID or hours: " PROJHOURS-RECORD
           ELSE
               ADD 1 TO WS-PJH-COUNT
               MOVE WS-HRS-ID-TEXT TO WS-PJH-ID(WS-PJH-COUNT)
               MOVE WS-HRS-PROJECT-TEXT
                 TO WS-PJH-PROJECT(WS-PJH-COUNT)
               COMPUTE WS-PJH-HOURS(WS-PJH-COUNT) =
                 FUNCTION NUMVAL(WS-HRS-INT-TEXT) +
                 FUNCTION NUMVAL(WS-HRS-FRAC-TEXT) / 100
               MOVE "N" TO WS-PJH-USED(WS-PJH-COUNT)
           END-IF.

       LOAD-DEPARTMENT-MASTER SECTION.
               CLOSE DeptMasterCursor
           END-EXEC.

       LOAD-PROJECT-MASTER SECTION.
           MOVE 0 TO WS-PRJM-COUNT
           MOVE 0 TO WS-PRJM-SWITCHES

           EXEC SQL
               OPEN ProjectMasterCursor
           END-EXEC

           PERFORM UNTIL PROJECT-LOAD-EOF
               EXEC SQL
                   FETCH ProjectMasterCursor INTO
                       :Projects-ProjectCode
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET PROJECT-LOAD-EOF TO TRUE
                   WHEN 0
                       IF WS-PRJM-COUNT < 300
                           ADD 1 TO WS-PRJM-COUNT
                           MOVE Projects-ProjectCode
                             TO WS-PRJM-CODE(WS-PRJM-COUNT)
                       ELSE
                           DISPLAY "MAIN01: more than 300 active "
                             "projects - extras not loaded."
                           SET PROJECT-LOAD-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "MAIN01: SQL ERROR ON PROJECT "
                         "MASTER LOAD, CODE = " SQLCODE
                       SET PROJECT-LOAD-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ProjectMasterCursor
           END-EXEC.

       LOAD-CYCLE-COUNT SECTION.
      *    THE GROUP'S PLANNED CYCLES FOR THE PERIOD - WHAT THE
      *    VACATION DAY ACCRUAL IS SPREAD OVER.
                      Employees-ID-EMPLOYEE AND
                      WS-HRS-USED(WS-HRS-INX) = "N"
                       MOVE "Y" TO WS-HRS-USED(WS-HRS-INX)
                       IF HRS-ROW-BANKED(WS-HRS-INX)
                           PERFORM CREDIT-ONE-BANKED-ROW
                       ELSE
                           PERFORM ADD-ONE-HOURS-CLASS
                       END-IF
                   END-IF
               END-PERFORM

                       SET EMPLOYEE-DATA-INVALID TO TRUE
                       MOVE "Hourly gross overflows PIC 9(5)"
                         TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-HOURS-CLASS SECTION.
      *    PRICE THE CLASS UNDER THE AGREEMENT'S PREMIUM RULES: AN
      *    HOUR PAYS RATE TIMES THE CLASS MULTIPLIER PLUS THE FIXED
      *    SUPPLEMENT. NO RULE MEANS THE PLAIN RATE, WHICH IS WHAT
      *    "REG" ALWAYS PAYS.
           PERFORM FIND-PREMIUM-RULE

           COMPUTE WS-HCL-THIS-AMT ROUNDED =
             WS-HRS-HOURS(WS-HRS-INX) *
           ADD WS-HRS-HOURS(WS-HRS-INX) TO WS-HRS-EMP-TOTAL
           ADD WS-HCL-THIS-AMT TO WS-HRS-GROSS

      *    THE PAID HOURS ARE WHAT THE COST IS SPREAD OVER - A
      *    BANKED ROW'S COST IS THE TIME BANK'S, NOT THE GROSS'S.
           MOVE WS-HRS-PROJECT(WS-HRS-INX) TO WS-PRJ-THIS-CODE
           MOVE WS-HRS-HOURS(WS-HRS-INX) TO WS-PRJ-THIS-HOURS
           PERFORM ADD-PROJECT-HOURS

      *    ACCUMULATE THE PER-CLASS PAYSLIP LINE - THE CLASS LINES
      *    SUM TO THE GROSS POSTED.
           MOVE 0 TO WS-HCL-SLOT
               ADD WS-HCL-THIS-AMT TO WS-HCL-AMOUNT(WS-HCL-SLOT)
           END-IF.

       FIND-PREMIUM-RULE SECTION.
      *    THE MULTIPLIER AND SUPPLEMENT FOR THE CURRENT HOURS ROW'S
      *    CLASS UNDER THE EMPLOYEE'S AGREEMENT.
           MOVE 1.00 TO WS-PREM-USE-MULT
           MOVE 0 TO WS-PREM-USE-SUPPL
           PERFORM VARYING WS-PREM-INX FROM 1 BY 1
             UNTIL WS-PREM-INX > WS-PREM-COUNT
               IF WS-PREM-AGR(WS-PREM-INX) = WS-EMP-AGREEMENT AND
                  WS-PREM-CLASS(WS-PREM-INX) =
                    WS-HRS-CLASS(WS-HRS-INX)
                   MOVE WS-PREM-MULT(WS-PREM-INX)
                     TO WS-PREM-USE-MULT
                   MOVE WS-PREM-SUPPL(WS-PREM-INX)
                     TO WS-PREM-USE-SUPPL
               END-IF
           END-PERFORM.

       CREDIT-ONE-BANKED-ROW SECTION.
      *    A BANKED ROW PAYS NOTHING THIS PERIOD - ITS HOURS GO INTO
      *    THE TIME BANK AT THE CLASS MULTIPLIER (AN OT HOUR AT 1.50
      *    BANKS 1.50 HOURS). THE FIXED SUPPLEMENT IS MONEY, NOT
      *    TIME, AND IS NOT BANKED.
           PERFORM FIND-PREMIUM-RULE

           COMPUTE WS-CTB-EARNED-HRS ROUNDED =
             WS-CTB-EARNED-HRS +
             WS-HRS-HOURS(WS-HRS-INX) * WS-PREM-USE-MULT
               ON SIZE ERROR
                   DISPLAY "WARNING: banked hours overflow for "
                     "Employee ID " Employees-ID-EMPLOYEE
                     " - row not credited: class "
                     WS-HRS-CLASS(WS-HRS-INX)
           END-COMPUTE.

       CREDIT-BANKED-OVERTIME SECTION.
      *    MONTHLY STAFF ARE NOT PAID FROM THE HOURS FILE - ONLY
      *    THEIR BANKED ROWS ARE TAKEN. A PAID ROW FOR A MONTHLY
      *    EMPLOYEE IS LEFT FOR REPORT-UNMATCHED-HOURS AS BEFORE.
           PERFORM VARYING WS-HRS-INX FROM 1 BY 1
             UNTIL WS-HRS-INX > WS-HRS-COUNT
               IF WS-HRS-ID(WS-HRS-INX) =
                  Employees-ID-EMPLOYEE AND
                  WS-HRS-USED(WS-HRS-INX) = "N" AND
                  HRS-ROW-BANKED(WS-HRS-INX)
                   MOVE "Y" TO WS-HRS-USED(WS-HRS-INX)
                   PERFORM CREDIT-ONE-BANKED-ROW
               END-IF
           END-PERFORM.

       COLLECT-MONTHLY-PROJECT-HOURS SECTION.
      *    A MONTHLY EMPLOYEE'S PROJECT TIME COMES FROM
      *    projhours.dat. A ROW FOR AN HOURLY EMPLOYEE IS NOT TAKEN
      *    - THEIR PROJECT TIME TRAVELS ON THE HOURS FILE - AND IS
      *    LEFT FOR REPORT-UNMATCHED-PROJECT-HOURS.
           PERFORM VARYING WS-PJH-INX FROM 1 BY 1
             UNTIL WS-PJH-INX > WS-PJH-COUNT
               IF WS-PJH-ID(WS-PJH-INX) =
                  Employees-ID-EMPLOYEE AND
                  WS-PJH-USED(WS-PJH-INX) = "N"
                   MOVE "Y" TO WS-PJH-USED(WS-PJH-INX)
                   MOVE WS-PJH-PROJECT(WS-PJH-INX)
                     TO WS-PRJ-THIS-CODE
                   MOVE WS-PJH-HOURS(WS-PJH-INX)
                     TO WS-PRJ-THIS-HOURS
                   PERFORM ADD-PROJECT-HOURS
               END-IF
           END-PERFORM.

       ADD-PROJECT-HOURS SECTION.
      *    ONE REPORTED ROW INTO THE EMPLOYEE'S PROJECT TABLE. A
      *    CODE THE MASTER DOES NOT KNOW (OR HAS CLOSED) IS
      *    REJECTED: THE HOURS STILL COUNT - THEY WERE WORKED - BUT
      *    AS INTERNAL TIME, AND THE ROW GOES ON THE EXCEPTIONS
      *    LIST FOR THE TIME SYSTEM TO CORRECT.
           ADD WS-PRJ-THIS-HOURS TO WS-PRJ-TOTAL-HOURS

           IF WS-PRJ-THIS-CODE = SPACES OR WS-PRJ-THIS-HOURS = 0
               ADD WS-PRJ-THIS-HOURS TO WS-PRJ-OTHER-HOURS
           ELSE
               MOVE 0 TO WS-PRJM-MATCH
               IF DATABASE-AVAILABLE AND WS-PRJM-COUNT > 0
                   PERFORM VARYING WS-PRJM-INX FROM 1 BY 1
                     UNTIL WS-PRJM-INX > WS-PRJM-COUNT
                     OR PROJECT-CODE-ON-MASTER
                       IF WS-PRJM-CODE(WS-PRJM-INX) =
                          WS-PRJ-THIS-CODE
                           SET PROJECT-CODE-ON-MASTER TO TRUE
                       END-IF
                   END-PERFORM
               ELSE
                   SET PROJECT-CODE-ON-MASTER TO TRUE
               END-IF

               IF NOT PROJECT-CODE-ON-MASTER
                   ADD WS-PRJ-THIS-HOURS TO WS-PRJ-OTHER-HOURS
                   PERFORM REJECT-PROJECT-CODE
               ELSE
                   MOVE 0 TO WS-PRJ-SLOT
                   PERFORM VARYING WS-PRJ-INX FROM 1 BY 1
                     UNTIL WS-PRJ-INX > WS-PRJ-COUNT
                     OR WS-PRJ-SLOT > 0
                       IF WS-PRJ-CODE(WS-PRJ-INX) = WS-PRJ-THIS-CODE
                           MOVE WS-PRJ-INX TO WS-PRJ-SLOT
                       END-IF
                   END-PERFORM
                   IF WS-PRJ-SLOT = 0 AND WS-PRJ-COUNT < 20
                       ADD 1 TO WS-PRJ-COUNT
                       MOVE WS-PRJ-COUNT TO WS-PRJ-SLOT
                       MOVE WS-PRJ-THIS-CODE
                         TO WS-PRJ-CODE(WS-PRJ-SLOT)
                       MOVE 0 TO WS-PRJ-HOURS(WS-PRJ-SLOT)
                       MOVE 0 TO WS-PRJ-GROSS(WS-PRJ-SLOT)
                       MOVE 0 TO WS-PRJ-EMPTAX(WS-PRJ-SLOT)
                       MOVE 0 TO WS-PRJ-PENSION(WS-PRJ-SLOT)
                       MOVE 0 TO WS-PRJ-VACATION(WS-PRJ-SLOT)
                   END-IF
                   IF WS-PRJ-SLOT > 0
                       ADD WS-PRJ-THIS-HOURS
                         TO WS-PRJ-HOURS(WS-PRJ-SLOT)
                   ELSE
                       DISPLAY "WARNING: more than 20 projects for "
                         "Employee ID " Employees-ID-EMPLOYEE
                         " - " WS-PRJ-THIS-CODE
                         " kept as internal time."
                       ADD WS-PRJ-THIS-HOURS TO WS-PRJ-OTHER-HOURS
                   END-IF
               END-IF
           END-IF.

       REJECT-PROJECT-CODE SECTION.
           DISPLAY "WARNING: project " WS-PRJ-THIS-CODE
             " for Employee ID " Employees-ID-EMPLOYEE
             " is not an active project - hours kept as "
             "internal time."
           MOVE Employees-ID-EMPLOYEE TO WS-EXCEPTION-ID
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING WS-EXCEPTION-ID
             " Hours on unknown or closed project "
             WS-PRJ-THIS-CODE
             DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO FS-EXCEPTIONFILE
           WRITE FS-EXCEPTIONFILE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-PRJ-REJECT-COUNT.

       REPORT-UNMATCHED-HOURS SECTION.
      *    AN HOURS ROW STILL UNUSED AT END OF RUN BELONGS TO NO
      *    PROCESSED EMPLOYEE - UNKNOWN ID, WRONG COMPANY, OR AN
               END-IF
           END-PERFORM.

       REPORT-UNMATCHED-PROJECT-HOURS SECTION.
      *    A PROJECT-HOURS ROW NOBODY TOOK - UNKNOWN ID, AN HOURLY
      *    EMPLOYEE, OR AN EMPLOYEE NOT PROCESSED. IT PAYS NOTHING,
      *    SO IT ONLY GOES ON THE EXCEPTIONS LIST.
           PERFORM VARYING WS-PJH-INX FROM 1 BY 1
             UNTIL WS-PJH-INX > WS-PJH-COUNT
               IF WS-PJH-USED(WS-PJH-INX) = "N"
                   DISPLAY "WARNING: project hours row unmatched - "
                     "employee " WS-PJH-ID(WS-PJH-INX)
                     " project " WS-PJH-PROJECT(WS-PJH-INX)
                     " was not taken this run."
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   STRING WS-PJH-ID(WS-PJH-INX)
                     " Project hours not taken - project "
                     WS-PJH-PROJECT(WS-PJH-INX)
                     DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
                   MOVE WS-EXCEPTION-LINE TO FS-EXCEPTIONFILE
                   WRITE FS-EXCEPTIONFILE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM.

       WRITE-HOURS-FEEDBACK SECTION.
      *    EVERY LOADED HOURS ROW GOES BACK TO THE TIME SYSTEM AS
      *    USED OR UNUSED - A HELD EMPLOYEE'S ROWS WERE HANDED BACK
      *    BY UNMARK-HELD-INPUTS, SO THEY SHOW AS UNUSED HERE AND
      *    FEEDBK01 TAKES THE REASON FROM THE EMPLOYEE'S OUTCOME.
      *    EVERY PARTITION LOADS THE WHOLE HOURS FILE, SO EACH ONE
      *    REPORTS ONLY THE ROWS IN ITS OWN ID RANGE.
           PERFORM VARYING WS-HRS-INX FROM 1 BY 1
             UNTIL WS-HRS-INX > WS-HRS-COUNT
               IF WS-HRS-ID(WS-HRS-INX) >= WS-PART-LOW-ID AND
                  WS-HRS-ID(WS-HRS-INX) <= WS-PART-HIGH-ID
                   MOVE WS-HRS-HOURS(WS-HRS-INX) TO WS-FBK-HOURS
                   IF WS-HRS-USED(WS-HRS-INX) = "Y"
                       MOVE "USED" TO WS-FBK-STATUS
                   ELSE
                       MOVE "UNUSED" TO WS-FBK-STATUS
                   END-IF
                   MOVE SPACES TO FS-FEEDBACKFILE
                   STRING "H;" WS-HRS-ID(WS-HRS-INX) ";"
                     WS-HRS-CLASS(WS-HRS-INX) ";" WS-FBK-HOURS ";"
                     WS-HRS-PROJECT(WS-HRS-INX) ";"
                     FUNCTION TRIM(WS-FBK-STATUS) ";"
                     DELIMITED BY SIZE INTO FS-FEEDBACKFILE
                   WRITE FS-FEEDBACKFILE
               END-IF
           END-PERFORM.

       WRITE-DROPPED-HOURS-FEEDBACK SECTION.
      *    A ROW THAT NEVER MADE THE HOURS TABLE - THE RAW FIELDS GO
      *    BACK AS READ SO THE TIME SYSTEM CAN FIND THE ROW. UNDER
      *    PARTITIONING THE ROW GOES OUT ONCE - FROM THE PARTITION
      *    OWNING THE ID, OR FROM PARTITION 01 WHEN THE ID ITSELF
      *    IS UNREADABLE.
           MOVE "N" TO WS-FBK-WRITE-ROW
           IF NOT PARTITIONED-RUN
               MOVE "Y" TO WS-FBK-WRITE-ROW
           ELSE
               IF WS-HRS-ID-TEXT NUMERIC
                   MOVE WS-HRS-ID-TEXT TO WS-FBK-ID
                   IF WS-FBK-ID >= WS-PART-LOW-ID AND
                      WS-FBK-ID <= WS-PART-HIGH-ID
                       MOVE "Y" TO WS-FBK-WRITE-ROW
                   END-IF
               ELSE
                   IF WS-PARTITION-NUMBER = 1
                       MOVE "Y" TO WS-FBK-WRITE-ROW
                   END-IF
               END-IF
           END-IF

           IF WS-FBK-WRITE-ROW = "Y"
               MOVE SPACES TO FS-FEEDBACKFILE
               STRING "H;" WS-HRS-ID-TEXT ";" WS-HRS-CLASS-TEXT ";"
                 WS-HRS-HOURS-TEXT ";" WS-HRS-PROJECT-TEXT
                 ";DROPPED;" FUNCTION TRIM(WS-FBK-REASON)
                 DELIMITED BY SIZE INTO FS-FEEDBACKFILE
               WRITE FS-FEEDBACKFILE
           END-IF.

       WRITE-EMPLOYEE-FEEDBACK SECTION.
      *    ONE OUTCOME LINE PER EMPLOYEE TOUCHED BY THE RUN.
           MOVE SPACES TO FS-FEEDBACKFILE
           STRING "E;" WS-FBK-ID ";" FUNCTION TRIM(WS-FBK-OUTCOME)
             ";" WS-FBK-GROSS ";" WS-FBK-NET ";"
             FUNCTION TRIM(WS-FBK-REASON)
             DELIMITED BY SIZE INTO FS-FEEDBACKFILE
           WRITE FS-FEEDBACKFILE.

       WRITE-ABSENCE-FEEDBACK SECTION.
      *    ONE LINE PER ABSENCE SPELL THE RUN LOOKED AT - DEDUCTED,
      *    COUNTED WITHOUT COST (NO SCHEDULED HOURS OR A ZERO
      *    HOURLY RATE) OR SKIPPED OVER THE TEN-LINE LIMIT.
           MOVE Employees-ID-EMPLOYEE TO WS-FBK-ID
           MOVE SPACES TO FS-FEEDBACKFILE
           STRING "A;" WS-FBK-ID ";"
             Absences-AbsenceType ";" Absences-FromDate ";"
             Absences-ToDate ";" WS-FBK-HOURS ";" WS-FBK-AMOUNT ";"
             FUNCTION TRIM(WS-FBK-STATUS)
             DELIMITED BY SIZE INTO FS-FEEDBACKFILE
           WRITE FS-FEEDBACKFILE.

       LOG-UNMATCHED-HOURS-ROW SECTION.
      *    SAME REPROCESSING-SAFE SHAPE AS WRITE-EXCEPTION-RECORD -
      *    A RERUN MUST NOT STACK A SECOND OPEN ROW.
               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON ARREARS UPDATE, "
                     "CODE = " SQLCODE
               ELSE
                   MOVE "DeductionArrears" TO RunJournal-TableName
                   MOVE WS-ARR-ID(WS-ARR-INX) TO RunJournal-RowId
                   COMPUTE RunJournal-Amount1 =
                     0 - WS-ARR-TAKE(WS-ARR-INX)
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               MOVE SPACES TO FS-ARREARSFILE
               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON ARREARS INSERT, "
                     "CODE = " SQLCODE
               ELSE
                   EXEC SQL
                       SELECT @@IDENTITY INTO :RunJournal-RowId
                   END-EXEC
                   MOVE "DeductionArrears" TO RunJournal-TableName
                   MOVE WS-NEW-ARREARS TO RunJournal-Amount1
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               MOVE SPACES TO FS-ARREARSFILE
               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON LOAN UPDATE, "
                     "CODE = " SQLCODE
               ELSE
                   MOVE "Loans" TO RunJournal-TableName
                   MOVE Loans-LoanId TO RunJournal-RowId
                   MOVE WS-LOAN-TAKE(WS-LOAN-INX) TO RunJournal-Amount1
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               MOVE WS-LOAN-NEW-BAL(WS-LOAN-INX)
               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON GARNISH DETAIL "
                     "INSERT, CODE = " SQLCODE
               ELSE
                   MOVE "Garnishments" TO RunJournal-TableName
                   MOVE Garnishments-GarnishId TO RunJournal-RowId
                   MOVE WS-GARN-CASE(WS-GARN-INX) TO RunJournal-RowKey
                   MOVE WS-GARN-TAKE(WS-GARN-INX)
                     TO RunJournal-Amount1
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               ADD WS-GARN-TAKE(WS-GARN-INX) TO WS-GARN-RUN-TOTAL
      *    UNDER DRY-RUN-MODE) THIS RUN - PERFORMED ONLY FROM THE
      *    LIVE PATHS IN PROCESS-ACTIVE-EMPLOYEE, NEVER FROM THE
      *    DUPLICATE-SKIP BRANCH.
           MOVE Employees-ID-EMPLOYEE TO WS-FBK-ID
           IF DRY-RUN-MODE
               MOVE "PREVIEW" TO WS-FBK-OUTCOME
           ELSE
               MOVE "POSTED" TO WS-FBK-OUTCOME
           END-IF
           MOVE SPACES TO WS-FBK-REASON
           MOVE WS-Salary TO WS-FBK-GROSS
           MOVE WS-NET-SALARY TO WS-FBK-NET
           PERFORM WRITE-EMPLOYEE-FEEDBACK

           ADD WS-Salary TO WS-TOTAL-SALARY
           ADD WS-TaxAmount TO WS-TOTAL-TAX
           ADD WS-FEE TO WS-TOTAL-FEE

           IF DATABASE-AVAILABLE
               PERFORM ALLOCATE-EMPLOYEE-COST
               IF NOT DRY-RUN-MODE
                   PERFORM POST-PROJECT-COST
               END-IF
           END-IF

           MOVE Employees-FIRST-NAME
      *    LOAD THE SPLIT (NO ROWS, OR ROWS THAT DO NOT SUM TO
      *    100, MEAN 100 PERCENT HOME DEPARTMENT) AND SPREAD THIS
      *    EMPLOYEE'S SALARY, TAX AND EMPLOYER CHARGE ACROSS THE
      *    GL DIMENSION TOTALS. EACH DEPARTMENT'S SLICE OF THE
      *    SALARY AND EMPLOYER CHARGE IS SPREAD ON OVER THE
      *    EMPLOYEE'S PROJECTS BY HOURS; THE EMPLOYER PENSION AND
      *    THE VACATION LIABILITY MOVEMENT FOLLOW THE PROJECTS
      *    UNDER THE HOME DEPARTMENT.
           MOVE 0 TO WS-ALO-COUNT
           MOVE 0 TO WS-ALO-PCT-SUM
           MOVE 0 TO WS-ALO-SWITCHES
           MOVE 0 TO WS-ALO-RUNNING
           PERFORM VARYING WS-ALO-INX FROM 1 BY 1
             UNTIL WS-ALO-INX > WS-ALO-COUNT
               IF WS-ALO-INX = WS-ALO-COUNT
                   COMPUTE WS-ALO-PART =
                     WS-Salary - WS-ALO-RUNNING
                     WS-Salary * WS-ALO-PCT(WS-ALO-INX) / 100
                   ADD WS-ALO-PART TO WS-ALO-RUNNING
               END-IF
               MOVE WS-ALO-CODE(WS-ALO-INX) TO WS-GLD-FIND-CODE
               MOVE WS-ALO-PART TO WS-PRJ-AMOUNT
               SET PRJ-SPREAD-SALARY TO TRUE
               PERFORM SPREAD-COST-OVER-PROJECTS
           END-PERFORM

           MOVE 0 TO WS-ALO-RUNNING
           PERFORM VARYING WS-ALO-INX FROM 1 BY 1
             UNTIL WS-ALO-INX > WS-ALO-COUNT
               MOVE WS-ALO-CODE(WS-ALO-INX) TO WS-GLD-FIND-CODE
               MOVE SPACES TO WS-GLD-FIND-PROJECT
               PERFORM FIND-GLD-SLOT
               IF WS-ALO-INX = WS-ALO-COUNT
                   COMPUTE WS-ALO-PART =
           MOVE 0 TO WS-ALO-RUNNING
           PERFORM VARYING WS-ALO-INX FROM 1 BY 1
             UNTIL WS-ALO-INX > WS-ALO-COUNT
               IF WS-ALO-INX = WS-ALO-COUNT
                   COMPUTE WS-ALO-PART =
                     WS-EMPTAX - WS-ALO-RUNNING
                     WS-EMPTAX * WS-ALO-PCT(WS-ALO-INX) / 100
                   ADD WS-ALO-PART TO WS-ALO-RUNNING
               END-IF
               MOVE WS-ALO-CODE(WS-ALO-INX) TO WS-GLD-FIND-CODE
               MOVE WS-ALO-PART TO WS-PRJ-AMOUNT
               SET PRJ-SPREAD-EMPTAX TO TRUE
               PERFORM SPREAD-COST-OVER-PROJECTS
           END-PERFORM

           IF WS-PRJ-COUNT > 0
               MOVE Employees-DEPT-CODE TO WS-GLD-FIND-CODE
               MOVE WS-PENSION-EMPLOYER TO WS-PRJ-AMOUNT
               SET PRJ-SPREAD-PENSION TO TRUE
               PERFORM SPREAD-COST-OVER-PROJECTS
               MOVE WS-VAC-NET-CHANGE TO WS-PRJ-AMOUNT
               SET PRJ-SPREAD-VACATION TO TRUE
               PERFORM SPREAD-COST-OVER-PROJECTS
           END-IF.

       SPREAD-COST-OVER-PROJECTS SECTION.
      *    WS-PRJ-AMOUNT OVER THE EMPLOYEE'S PROJECTS FOR THE
      *    DEPARTMENT IN WS-GLD-FIND-CODE. WHAT THE PROJECTS DO NOT
      *    TAKE - THE INTERNAL HOURS' SHARE, OR ALL OF IT WHEN NO
      *    PROJECT TIME WAS REPORTED - GOES TO THE DEPARTMENT'S
      *    BLANK-PROJECT ENTRY FOR SALARY AND EMPLOYER CHARGE, AND
      *    STAYS ON THE UNDIMENSIONED LINE FOR PENSION AND VACATION.
           MOVE 0 TO WS-PRJ-RUNNING
           PERFORM VARYING WS-PRJ-INX FROM 1 BY 1
             UNTIL WS-PRJ-INX > WS-PRJ-COUNT
               IF WS-PRJ-INX = WS-PRJ-COUNT AND
                  WS-PRJ-OTHER-HOURS = 0
                   COMPUTE WS-PRJ-PART =
                     WS-PRJ-AMOUNT - WS-PRJ-RUNNING
               ELSE
                   COMPUTE WS-PRJ-PART ROUNDED =
                     WS-PRJ-AMOUNT * WS-PRJ-HOURS(WS-PRJ-INX)
                     / WS-PRJ-TOTAL-HOURS
               END-IF
               ADD WS-PRJ-PART TO WS-PRJ-RUNNING
               MOVE WS-PRJ-CODE(WS-PRJ-INX) TO WS-GLD-FIND-PROJECT
               PERFORM FIND-GLD-SLOT
               EVALUATE TRUE
                   WHEN PRJ-SPREAD-SALARY
                       ADD WS-PRJ-PART TO WS-PRJ-GROSS(WS-PRJ-INX)
                       IF WS-GLD-SLOT > 0
                           ADD WS-PRJ-PART
                             TO WS-GLD-SALARY(WS-GLD-SLOT)
                       END-IF
                   WHEN PRJ-SPREAD-EMPTAX
                       ADD WS-PRJ-PART TO WS-PRJ-EMPTAX(WS-PRJ-INX)
                       IF WS-GLD-SLOT > 0
                           ADD WS-PRJ-PART
                             TO WS-GLD-EMPTAX(WS-GLD-SLOT)
                       END-IF
                   WHEN PRJ-SPREAD-PENSION
                       ADD WS-PRJ-PART TO WS-PRJ-PENSION(WS-PRJ-INX)
                       IF WS-GLD-SLOT > 0
                           ADD WS-PRJ-PART
                             TO WS-GLD-PENSION(WS-GLD-SLOT)
                       END-IF
                   WHEN PRJ-SPREAD-VACATION
                       ADD WS-PRJ-PART
                         TO WS-PRJ-VACATION(WS-PRJ-INX)
                       IF WS-GLD-SLOT > 0
                           ADD WS-PRJ-PART
                             TO WS-GLD-VACATION(WS-GLD-SLOT)
                       END-IF
               END-EVALUATE
           END-PERFORM

           COMPUTE WS-PRJ-PART = WS-PRJ-AMOUNT - WS-PRJ-RUNNING
           IF PRJ-SPREAD-SALARY OR PRJ-SPREAD-EMPTAX
               MOVE SPACES TO WS-GLD-FIND-PROJECT
               PERFORM FIND-GLD-SLOT
               IF WS-GLD-SLOT > 0
                   IF PRJ-SPREAD-SALARY
                       ADD WS-PRJ-PART TO WS-GLD-SALARY(WS-GLD-SLOT)
                   ELSE
                       ADD WS-PRJ-PART TO WS-GLD-EMPTAX(WS-GLD-SLOT)
                   END-IF
               END-IF
           END-IF.

       FIND-GLD-SLOT SECTION.
      *    THE DIMENSION-TOTAL ENTRY FOR WS-GLD-FIND-CODE AND
      *    WS-GLD-FIND-PROJECT, OPENED IF NEW.
           MOVE 0 TO WS-GLD-SLOT
           PERFORM VARYING WS-GLD-INX FROM 1 BY 1
             UNTIL WS-GLD-INX > WS-GLD-COUNT
             OR WS-GLD-SLOT > 0
               IF WS-GLD-CODE(WS-GLD-INX) = WS-GLD-FIND-CODE AND
                  WS-GLD-PROJECT(WS-GLD-INX) = WS-GLD-FIND-PROJECT
                   MOVE WS-GLD-INX TO WS-GLD-SLOT
               END-IF
           END-PERFORM

           IF WS-GLD-SLOT = 0
               IF WS-GLD-COUNT < 200
                   ADD 1 TO WS-GLD-COUNT
                   MOVE WS-GLD-COUNT TO WS-GLD-SLOT
                   MOVE WS-GLD-FIND-CODE
                     TO WS-GLD-CODE(WS-GLD-SLOT)
                   MOVE WS-GLD-FIND-PROJECT
                     TO WS-GLD-PROJECT(WS-GLD-SLOT)
                   MOVE 0 TO WS-GLD-SALARY(WS-GLD-SLOT)
                   MOVE 0 TO WS-GLD-TAX(WS-GLD-SLOT)
                   MOVE 0 TO WS-GLD-EMPTAX(WS-GLD-SLOT)
                   MOVE 0 TO WS-GLD-PENSION(WS-GLD-SLOT)
                   MOVE 0 TO WS-GLD-VACATION(WS-GLD-SLOT)
               ELSE
                   DISPLAY "WARNING: more than 200 department/"
                     "project combinations - "
                     WS-GLD-FIND-CODE " " WS-GLD-FIND-PROJECT
                     " left off the voucher dimensions."
               END-IF
           END-IF.

       POST-PROJECT-COST SECTION.
      *    ONE ProjectCost ROW PER PROJECT THE EMPLOYEE REPORTED -
      *    POSTING PATH ONLY, JOURNALLED SO BACKOUT01 CAN OFFSET IT.
      *    Amount3 CARRIES PENSION AND VACATION TOGETHER - THE ROW
      *    ITSELF IS WHAT THE BACKOUT COPIES.
           PERFORM VARYING WS-PRJ-INX FROM 1 BY 1
             UNTIL WS-PRJ-INX > WS-PRJ-COUNT
               MOVE WS-RUN-COMPANY TO ProjectCost-CompanyCode
               MOVE WS-RUN-PERIOD TO ProjectCost-Period
               MOVE Employees-ID-EMPLOYEE TO ProjectCost-EmployeeId
               MOVE WS-PRJ-CODE(WS-PRJ-INX) TO ProjectCost-ProjectCode
               MOVE Employees-DEPT-CODE TO ProjectCost-DeptCode
               MOVE WS-PRJ-HOURS(WS-PRJ-INX) TO ProjectCost-Hours
               MOVE WS-PRJ-GROSS(WS-PRJ-INX)
                 TO ProjectCost-GrossAmount
               MOVE WS-PRJ-EMPTAX(WS-PRJ-INX)
                 TO ProjectCost-EmpTaxAmount
               MOVE WS-PRJ-PENSION(WS-PRJ-INX)
                 TO ProjectCost-PensionAmount
               MOVE WS-PRJ-VACATION(WS-PRJ-INX)
                 TO ProjectCost-VacationAmount
               MOVE WS-RUN-DATE TO ProjectCost-RunDate
               MOVE WS-RUN-AUDIT-ID TO ProjectCost-RunAuditId

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.ProjectCost
                   (CompanyCode, Period, EmployeeId, ProjectCode,
                   DeptCode, Hours, GrossAmount, EmpTaxAmount,
                   PensionAmount, VacationAmount, RunDate,
                   RunAuditId)
                   VALUES (:ProjectCost-CompanyCode,
                   :ProjectCost-Period, :ProjectCost-EmployeeId,
                   :ProjectCost-ProjectCode, :ProjectCost-DeptCode,
                   :ProjectCost-Hours, :ProjectCost-GrossAmount,
                   :ProjectCost-EmpTaxAmount,
                   :ProjectCost-PensionAmount,
                   :ProjectCost-VacationAmount,
                   :ProjectCost-RunDate, :ProjectCost-RunAuditId)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON PROJECT COST "
                     "INSERT, CODE = " SQLCODE
               ELSE
                   EXEC SQL
                       SELECT @@IDENTITY
                       INTO :ProjectCost-ProjectCostId
                   END-EXEC
                   ADD 1 TO WS-PRJ-ROW-COUNT
                   MOVE "ProjectCost" TO RunJournal-TableName
                   MOVE ProjectCost-ProjectCostId TO RunJournal-RowId
                   MOVE ProjectCost-ProjectCode TO RunJournal-RowKey
                   MOVE ProjectCost-GrossAmount TO RunJournal-Amount1
                   MOVE ProjectCost-EmpTaxAmount TO RunJournal-Amount2
                   COMPUTE RunJournal-Amount3 =
                     ProjectCost-PensionAmount
                     + ProjectCost-VacationAmount
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF
           END-PERFORM.

       FIND-DEPT-SLOT SECTION.
      *    LOCATE (OR OPEN) THE RUNNING-TOTAL SLOT FOR THE CURRENT
      *    EMPLOYEE'S DEPARTMENT. SLOT 0 MEANS THE TABLE IS FULL -
               WHEN OTHER
                   DISPLAY "MAIN01: SQL ERROR ON YTD LOOKUP, CODE = "
                     SQLCODE
           END-EVALUATE

           IF SQLCODE = 0
               MOVE "YtdAccumulator" TO RunJournal-TableName
               MOVE WS-YTD-YEAR TO RunJournal-RowId
               MOVE WS-TaxAmount TO RunJournal-Amount1
               MOVE WS-FEE TO RunJournal-Amount2
               MOVE WS-TAXABLE-GROSS TO RunJournal-Amount3
               PERFORM JOURNAL-SIDE-POSTING
           END-IF.

       LOAD-BACK-PAY SECTION.
      *    THE EMPLOYEE'S PENDING BackPay ROWS, ONE TABLE ENTRY PER
      *    EARNING PERIOD FOR THE PAYSLIP BREAKDOWN AND ONE SET OF
      *    SUMS FOR THE "B" POSTING. MORE THAN 24 PENDING PERIODS
      *    STAYS PENDING FOR THE NEXT RUN RATHER THAN OVERRUNNING.
           MOVE 0 TO WS-BKP-COUNT
           MOVE 0 TO WS-BKP-SWITCHES
           MOVE 0 TO WS-BKP-GROSS-SUM
           MOVE 0 TO WS-BKP-TAX-SUM
           MOVE 0 TO WS-BKP-FEE-SUM
           MOVE 0 TO WS-BKP-PENEMP-SUM
           MOVE 0 TO WS-BKP-PENER-SUM
           MOVE 0 TO WS-BKP-EMPTAX-SUM
           MOVE 0 TO WS-BKP-NET-SUM

      *    THE FLAT-FILE PATH HAS NO DATABASE TO READ BackPay FROM.
           IF DATABASE-AVAILABLE
               EXEC SQL
                   OPEN BackPayCursor
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON BACK PAY OPEN, "
                     "CODE = " SQLCODE
               ELSE
                   PERFORM UNTIL BACKPAY-EOF
                       PERFORM FETCH-ONE-BACK-PAY
                   END-PERFORM

                   EXEC SQL
                       CLOSE BackPayCursor
                   END-EXEC
               END-IF
           END-IF

      *    BACK PAY TO AN ESTATE FOLLOWS THE SAME RULES AS THE
      *    REGULAR ROW - NO PRELIMINARY TAX, AND EMPLOYER TAX ONLY
      *    WHEN PAID IN THE YEAR OF DEATH - SO THE PAYSLIP, THE
      *    POSTING AND THE TOTALS ALL TAKE THE SAME SUMS.
           IF ESTATE-PAY
               MOVE 0 TO WS-BKP-TAX-SUM
               MOVE 0 TO WS-APPLIED-TAX-RATE
               MOVE 0 TO WS-TAX-DECISION-ID
               IF WS-RUN-DATE(1:4) > WS-DEATH-YEAR
                   MOVE 0 TO WS-BKP-EMPTAX-SUM
               END-IF
           END-IF

           COMPUTE WS-BKP-NET-SUM =
             WS-BKP-GROSS-SUM - WS-BKP-TAX-SUM - WS-BKP-FEE-SUM
               - WS-BKP-PENEMP-SUM.

       FETCH-ONE-BACK-PAY SECTION.
           EXEC SQL
               FETCH BackPayCursor INTO
                   :BackPay-BackPayId, :BackPay-Period,
                   :BackPay-GrossDelta, :BackPay-TaxDelta,
                   :BackPay-FeeDelta, :BackPay-PensionEmpDelta,
                   :BackPay-PensionEmplrDelta,
                   :BackPay-EmpTaxDelta
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   SET BACKPAY-EOF TO TRUE
               WHEN 0
                   IF WS-BKP-COUNT < 24
                       ADD 1 TO WS-BKP-COUNT
                       MOVE BackPay-BackPayId
                         TO WS-BKP-ID(WS-BKP-COUNT)
                       MOVE BackPay-Period
                         TO WS-BKP-PERIOD(WS-BKP-COUNT)
                       MOVE BackPay-GrossDelta
                         TO WS-BKP-GROSS(WS-BKP-COUNT)
                       ADD BackPay-GrossDelta TO WS-BKP-GROSS-SUM
                       ADD BackPay-TaxDelta TO WS-BKP-TAX-SUM
                       ADD BackPay-FeeDelta TO WS-BKP-FEE-SUM
                       ADD BackPay-PensionEmpDelta
                         TO WS-BKP-PENEMP-SUM
                       ADD BackPay-PensionEmplrDelta
                         TO WS-BKP-PENER-SUM
                       ADD BackPay-EmpTaxDelta TO WS-BKP-EMPTAX-SUM
                   ELSE
                       SET BACKPAY-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "MAIN01: SQL ERROR ON BACK PAY FETCH, "
                     "CODE = " SQLCODE
                   SET BACKPAY-EOF TO TRUE
           END-EVALUATE.

       POST-BACK-PAY SECTION.
      *    ONE PayType "B" ROW IN EACH OF Taxes, Fees,
      *    EmployeeDeductions AND EmployerTaxAccrual FOR THE SUM OF
      *    THE EMPLOYEE'S PENDING BackPay, POSTED IN THIS RUN'S
      *    PERIOD SO AGI AND THE ANNUAL STATEMENT SEE IT WHEN IT IS
      *    PAID. THE PENSION DELTAS JOIN THIS PERIOD'S PensionContrib
      *    ROW, THE YEAR POSITION MOVES BY THE DELTAS, AND EVERY ROW
      *    PAID IS STAMPED WITH THE PERIOD AND RUN THAT PAID IT.
      *    Fees HAS NO PayType - THE RECONCILIATION TAKES THE "B" FEE
      *    BACK OUT VIA EmployeeDeductions.
           EXEC SQL
                INSERT INTO REDWARRIOR.dbo.Taxes(
                ID_EMPLOYEE,
                TaxesAmount,
                Period,
                CompanyCode,
                PayType)
               VALUES (:Employees-ID-EMPLOYEE,
                :WS-BKP-TAX-SUM, :WS-RUN-PERIOD, :WS-RUN-COMPANY,
                :WS-BKP-PAYTYPE)
           END-EXEC

           EXEC SQL
                INSERT INTO REDWARRIOR.dbo.Fees (
                ID_EMPLOYEE,
                FeeAmount,
                Period,
                CompanyCode)
              VALUES (:Employees-ID-EMPLOYEE, :WS-BKP-FEE-SUM,
               :WS-RUN-PERIOD, :WS-RUN-COMPANY)
           END-EXEC

           EXEC SQL
                INSERT INTO REDWARRIOR.dbo.EmployeeDeductions
                (EmployeeId, Salary, TaxAmount, FeeAmount, NetSalary,
                Period, TaxRate, FeePercentage, CurrencyCode,
                DeptCode, CompanyCode, PayType, BenefitValue,
                TaxDecisionId, HoursWorked, PayGroup, PayCycle,
                RunAuditId, EstatePay)
                VALUES (:Employees-ID-EMPLOYEE, :WS-BKP-GROSS-SUM,
                :WS-BKP-TAX-SUM, :WS-BKP-FEE-SUM, :WS-BKP-NET-SUM,
                :WS-RUN-PERIOD,
                :WS-APPLIED-TAX-RATE, :WS-APPLIED-FEE-RATE,
                :Employees-CURRENCY-CODE, :Employees-DEPT-CODE,
                :WS-RUN-COMPANY, :WS-BKP-PAYTYPE, 0,
                :WS-TAX-DECISION-ID, 0,
                :WS-RUN-PAYGROUP, :WS-RUN-PAYCYCLE,
                :WS-RUN-AUDIT-ID, :WS-ESTATE-FLAG)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON BACK PAY INSERT, "
                 "CODE = " SQLCODE
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.EmployerTaxAccrual
               (EmployeeId, Period, Amount, CompanyCode, PayType)
               VALUES (:Employees-ID-EMPLOYEE, :WS-RUN-PERIOD,
               :WS-BKP-EMPTAX-SUM, :WS-RUN-COMPANY,
               :WS-BKP-PAYTYPE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON BACK PAY EMPLOYER TAX "
                 "INSERT, CODE = " SQLCODE
           ELSE
               MOVE "EmployerTaxAccrual" TO RunJournal-TableName
               MOVE WS-BKP-PAYTYPE TO RunJournal-RowKey
               MOVE WS-BKP-EMPTAX-SUM TO RunJournal-Amount1
               PERFORM JOURNAL-SIDE-POSTING
           END-IF

           IF WS-BKP-PENEMP-SUM NOT = 0 OR WS-BKP-PENER-SUM NOT = 0
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.PensionContrib
                   SET EmployeeAmount =
                       EmployeeAmount + :WS-BKP-PENEMP-SUM,
                   EmployerAmount =
                       EmployerAmount + :WS-BKP-PENER-SUM
                   WHERE EmployeeId = :Employees-ID-EMPLOYEE
                     AND Period = :WS-RUN-PERIOD
               END-EXEC

               IF SQLCODE = 100 OR
                  (SQLCODE = 0 AND SQLERRD(3) = 0)
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.PensionContrib
                       (EmployeeId, Period, EmployeeAmount,
                       EmployerAmount)
                       VALUES (:Employees-ID-EMPLOYEE,
                       :WS-RUN-PERIOD, :WS-BKP-PENEMP-SUM,
                       :WS-BKP-PENER-SUM)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON BACK PAY PENSION, "
                     "CODE = " SQLCODE
               ELSE
                   MOVE "PensionContrib" TO RunJournal-TableName
                   MOVE WS-BKP-PENEMP-SUM TO RunJournal-Amount1
                   MOVE WS-BKP-PENER-SUM TO RunJournal-Amount2
                   PERFORM JOURNAL-SIDE-POSTING
               END-IF

               MOVE Employees-ID-EMPLOYEE TO WS-PENSION-REG-ID
               MOVE WS-BKP-PENEMP-SUM TO WS-BKP-DISP
               MOVE WS-BKP-PENER-SUM TO WS-BKP-DISP2
               MOVE SPACES TO FS-PENSIONFILE
               STRING WS-PENSION-REG-ID
                 " back pay employee " WS-BKP-DISP
                 " employer " WS-BKP-DISP2
                 DELIMITED BY SIZE INTO FS-PENSIONFILE
               WRITE FS-PENSIONFILE
           END-IF

      *    UPDATE-YTD-ACCUMULATOR HAS JUST MADE SURE THE YEAR'S ROW
      *    EXISTS, SO THE DELTAS ARE A PLAIN UPDATE.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.YtdAccumulator
               SET TaxYTD = TaxYTD + :WS-BKP-TAX-SUM,
               FeeYTD = FeeYTD + :WS-BKP-FEE-SUM,
               GrossYTD = COALESCE(GrossYTD, 0) + :WS-BKP-GROSS-SUM
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND YtdYear = :WS-YTD-YEAR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MAIN01: SQL ERROR ON BACK PAY YTD UPDATE, "
                 "CODE = " SQLCODE
           ELSE
               MOVE "YtdAccumulator" TO RunJournal-TableName
               MOVE WS-YTD-YEAR TO RunJournal-RowId
               MOVE WS-BKP-TAX-SUM TO RunJournal-Amount1
               MOVE WS-BKP-FEE-SUM TO RunJournal-Amount2
               MOVE WS-BKP-GROSS-SUM TO RunJournal-Amount3
               PERFORM JOURNAL-SIDE-POSTING
           END-IF

           PERFORM VARYING WS-BKP-INX FROM 1 BY 1
             UNTIL WS-BKP-INX > WS-BKP-COUNT
               MOVE WS-BKP-ID(WS-BKP-INX) TO BackPay-BackPayId
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.BackPay
                   SET Status = 'PAID',
                   PaidPeriod = :WS-RUN-PERIOD,
                   PaidRunAuditId = :WS-RUN-AUDIT-ID
                   WHERE BackPayId = :BackPay-BackPayId
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "MAIN01: SQL ERROR ON BACK PAY STATUS "
                     "UPDATE, CODE = " SQLCODE
               END-IF
           END-PERFORM

           MOVE Employees-ID-EMPLOYEE TO WS-EMPTAX-REG-ID
           MOVE WS-BKP-GROSS-SUM TO WS-BKP-DISP
           MOVE WS-BKP-EMPTAX-SUM TO WS-BKP-DISP2
           MOVE SPACES TO FS-EMPTAXFILE
           STRING WS-EMPTAX-REG-ID
             " back pay gross " WS-BKP-DISP
             " employer tax " WS-BKP-DISP2
             DELIMITED BY SIZE INTO FS-EMPTAXFILE
           WRITE FS-EMPTAXFILE

      *    THE SALARY, TAX AND EMPLOYER-CHARGE DELTAS ARE BOOKED TO
      *    THE HOME DEPARTMENT - THE EARNING PERIODS' SPLITS ARE
      *    HISTORY BY NOW.
           MOVE Employees-DEPT-CODE TO WS-GLD-FIND-CODE
           MOVE SPACES TO WS-GLD-FIND-PROJECT
           PERFORM FIND-GLD-SLOT
           IF WS-GLD-SLOT > 0
               ADD WS-BKP-GROSS-SUM TO WS-GLD-SALARY(WS-GLD-SLOT)
               ADD WS-BKP-TAX-SUM TO WS-GLD-TAX(WS-GLD-SLOT)
               ADD WS-BKP-EMPTAX-SUM TO WS-GLD-EMPTAX(WS-GLD-SLOT)
           END-IF

           ADD 1 TO WS-BKP-RUN-COUNT
           ADD WS-BKP-GROSS-SUM TO WS-BKP-RUN-GROSS
           ADD WS-BKP-TAX-SUM TO WS-BKP-RUN-TAX
           ADD WS-BKP-FEE-SUM TO WS-BKP-RUN-FEE
           ADD WS-BKP-PENEMP-SUM TO WS-BKP-RUN-PENEMP
           ADD WS-BKP-PENER-SUM TO WS-BKP-RUN-PENER
           ADD WS-BKP-EMPTAX-SUM TO WS-BKP-RUN-EMPTAX
           ADD WS-BKP-NET-SUM TO WS-BKP-RUN-NET

           DISPLAY "Back pay paid for Employee ID: "
             Employees-ID-EMPLOYEE " periods " WS-BKP-COUNT.

       PROCESS-EMPLOYEES-FROM-FLATFILE SECTION.
           DISPLAY 'PROCESSING EMPLOYEES FROM FLAT-FILE FALLBACK '
             'SOURCE (REDWARRIOR UNREACHABLE).'.
             ".txt" DELIMITED BY SIZE
             INTO WS-EXCEPTION-PATH

           MOVE SPACES TO WS-FEEDBACK-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\feedback" DELIMITED BY SIZE
             WS-PART-SUFFIX DELIMITED BY SPACE
             ".dat" DELIMITED BY SIZE
             INTO WS-FEEDBACK-PATH

           MOVE SPACES TO WS-PAYSLIP-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\payslips" DELIMITED BY SIZE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE WS-RUN-PERIOD TO WS-BDM-PERIOD
               MOVE "01" TO WS-BDM-DAY
               CALL "BankDayModule" USING WS-BDM-FUNCTION
                                          WS-RUN-COMPANY
                                          WS-BDM-DATE-IN
                                          WS-RUN-PAYDAY
               IF WS-RUN-PAYDAY > 0 AND
                  WS-SYSTEM-DATE >= WS-RUN-PAYDAY
                   DISPLAY "MAIN01: WARNING - period " WS-RUN-PERIOD
                     " pays on " WS-RUN-PAYDAY
                     " - this run is too late to fund it on time."
                   MOVE "LATE RUN" TO WS-EVENT-TYPE
                   MOVE SPACES TO WS-EVENT-DETAIL
                   STRING "Run started on or after payday "
                     WS-RUN-PAYDAY
                     DELIMITED BY SIZE INTO WS-EVENT-DETAIL
                   PERFORM WRITE-RUN-EVENT
               END-IF
           END-IF.

       READ-CALENDAR-OVERRIDE SECTION.
               END-EVALUATE
           END-IF.

       TAKE-POSTING-LOCK SECTION.
      *    NO CORRECTION JOB MAY CHANGE THIS COMPANY/PERIOD/PAY GROUP
      *    WHILE THE RUN POSTS IT, AND THIS RUN DOES NOT START WHILE
      *    ONE IS. A DRY RUN POSTS NOTHING AND TAKES NO LOCK.
           IF DRY-RUN-MODE
               CONTINUE
           ELSE
               IF WS-RESTART-EVENT-FLAG = "Y"
                   MOVE "T" TO WS-PLK-FUNCTION
               ELSE
                   MOVE "A" TO WS-PLK-FUNCTION
               END-IF
               IF PARTITIONED-RUN
                   MOVE "S" TO WS-PLK-MODE
               ELSE
                   MOVE "X" TO WS-PLK-MODE
               END-IF

               CALL "PostLockModule" USING WS-PLK-FUNCTION
                                           WS-RUN-COMPANY
                                           WS-RUN-PERIOD
                                           WS-RUN-PAYGROUP
                                           WS-PLK-HOLDER
                                           WS-PART-SUFFIX
                                           WS-PLK-MODE
                                           WS-PLK-RESULT

               IF POSTING-LOCK-GRANTED
                   MOVE "Y" TO WS-PLK-HELD
               ELSE
                   DISPLAY "MAIN01: period " WS-RUN-PERIOD
                     " could not be locked for posting - run "
                     "refused."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       RELEASE-POSTING-LOCK SECTION.
           MOVE "R" TO WS-PLK-FUNCTION

           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-RUN-COMPANY
                                       WS-RUN-PERIOD
                                       WS-RUN-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PART-SUFFIX
                                       WS-PLK-MODE
                                       WS-PLK-RESULT

           MOVE "N" TO WS-PLK-HELD.

       WRITE-RUN-SNAPSHOT SECTION.
      *    THE DOZEN LOOSE CONTROL FILES DECIDE WHAT A RUN DOES -
      *    THIS COPIES WHAT WAS ACTUALLY IN THEM TONIGHT INTO ONE
                     'start record, SQL CODE: ' SQLCODE
           END-EVALUATE.

           INITIALIZE DCLRunJournal.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-EMPLOYEE-COUNT TO RunAudit-EmployeeCount
