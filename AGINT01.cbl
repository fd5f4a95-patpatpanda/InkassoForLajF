       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGINT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE PRINT-READY ARBETSGIVARINTYG FOR ONE EMPLOYEE - THE
      *    LAST TWELVE MONTHS OF EMPLOYMENT, MONTH BY MONTH, FOR HR
      *    TO CHECK AND SIGN.
           SELECT AGIPRTFILE ASSIGN TO WS-AGIPRT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE UNEMPLOYMENT FUND'S FIXED-FORMAT CERTIFICATE FILE:
      *    AN "AH" HEADER FOR THE EMPLOYMENT, ONE "AM" RECORD PER
      *    MONTH AND AN "AT" TRAILER.
           SELECT AGIFUNDFILE ASSIGN TO WS-AGIFUND-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AGIPRTFILE.
       01 FS-AGIPRTFILE PIC X(100).

       FD AGIFUNDFILE.
       01 FS-AGIFUNDFILE PIC X(80).

       WORKING-STORAGE SECTION.

      *    EVERYTHING ON THE CERTIFICATE COMES FROM WHAT WAS POSTED
      *    AND REGISTERED - PAY FROM EmployeeDeductions, ABSENCE
      *    FROM Absences, THE WORKING PATTERN FROM WorkSchedule - SO
      *    IT CAN BE REPRINTED LATER WITH THE SAME FIGURES.
       COPY "EMPLOYEES.CPY".
       COPY "EmployeeDeductions.cpy".
       COPY "Absences.cpy".
       COPY "WorkSchedule.cpy".
       COPY "EmploymentContract.cpy".
       COPY "ReversalAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE MONTH'S POSTED PAY, WITH THE HOURS AN HOURLY
      *    EMPLOYEE WAS PAID FOR AND A COUNT OF THE BACK-PAY AND
      *    ONE-OFF ROWS THAT MAKE THE MONTH'S PAY DIFFER FROM THE
      *    WORK DONE IN IT. SUMMING FOLDS REVERSAL AND RETRO
      *    OFFSETS IN, AS ANNSTM01 DOES.
           EXEC SQL
           DECLARE AgiPayCursor CURSOR FOR
           SELECT Period, SUM(Salary),
           COALESCE(SUM(HoursWorked), 0),
           SUM(CASE WHEN PayType = 'B' THEN 1 ELSE 0 END),
           SUM(CASE WHEN PayType = 'O' THEN 1 ELSE 0 END)
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND CompanyCode = :WS-RUN-COMPANY
             AND Period >= :WS-FROM-PERIOD
             AND Period <= :WS-TO-PERIOD
           GROUP BY Period
           ORDER BY Period
           END-EXEC.

      *    MONTHS WHERE ADJUST01 REVERSED A ROW OR RETRO01 POSTED A
      *    CORRECTION - BOTH LEAVE A ReversalAudit ROW AGAINST THE
      *    PERIOD THEY CORRECTED.
           EXEC SQL
           DECLARE AgiReversalCursor CURSOR FOR
           SELECT DISTINCT Period
           FROM REDWARRIOR.dbo.ReversalAudit
           WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
             AND Period >= :WS-FROM-PERIOD
             AND Period <= :WS-TO-PERIOD
           END-EXEC.

           EXEC SQL
           DECLARE AgiAbsenceCursor CURSOR FOR
           SELECT AbsenceType, FromDate, ToDate,
           COALESCE(ExtentUnit, ' '), COALESCE(ExtentValue, 100)
           FROM REDWARRIOR.dbo.Absences
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND FromDate <= :WS-END-DATE
             AND (ToDate = 0 OR ToDate >= :WS-COUNT-START)
           ORDER BY FromDate
           END-EXEC.

           EXEC SQL
           DECLARE AgiScheduleCursor CURSOR FOR
           SELECT EffectiveFrom, EffectiveTo, HoursMon, HoursTue,
           HoursWed, HoursThu, HoursFri, HoursSat, HoursSun
           FROM REDWARRIOR.dbo.WorkSchedule
           WHERE EmployeeId = :Employees-ID-EMPLOYEE
             AND EffectiveFrom <= :WS-END-DATE
             AND (EffectiveTo = 0 OR EffectiveTo >= :WS-COUNT-START)
           ORDER BY EffectiveFrom
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-AGIPRT-PATH PIC X(80).
       01 WS-AGIFUND-PATH PIC X(80).

       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EMP-TEXT PIC X(9).
       01 WS-EMP-ID-DISP PIC 9(9).

      *    THE CERTIFICATE COVERS THE TWELVE CALENDAR MONTHS ENDING
      *    WITH THE MONTH EMPLOYMENT ENDED. DAYS ARE COUNTED FROM
      *    THE LATER OF THE FIRST MONTH'S FIRST DAY AND THE HIRE
      *    DATE, UP TO THE TERMINATION DATE.
       01 WS-END-DATE PIC 9(8).
       01 WS-END-DATE-X REDEFINES WS-END-DATE.
         05 WS-END-YEAR PIC 9(4).
         05 WS-END-MONTH PIC 9(2).
         05 WS-END-DAY PIC 9(2).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-START-X REDEFINES WS-WINDOW-START.
         05 WS-WS-YEAR PIC 9(4).
         05 WS-WS-MONTH PIC 9(2).
         05 WS-WS-DAY PIC 9(2).
       01 WS-COUNT-START PIC 9(8).
       01 WS-FROM-PERIOD PIC X(6).
       01 WS-TO-PERIOD PIC X(6).
       01 WS-FIRST-MONTH-NUM PIC S9(9) COMP-5.
       01 WS-MONTH-NUM PIC S9(9) COMP-5.
       01 WS-MON-INX PIC S9(4) COMP-5.
       01 WS-ABS-INX PIC 9(1).
       01 WS-PERIOD-WORK PIC 9(6).
       01 WS-PERIOD-WORK-X REDEFINES WS-PERIOD-WORK.
         05 WS-PW-YEAR PIC 9(4).
         05 WS-PW-MONTH PIC 9(2).

       01 WS-SWITCHES.
         05 WS-PAY-EOF-SW PIC 9 VALUE 0.
           88 PAY-EOF VALUE 1.
         05 WS-REV-EOF-SW PIC 9 VALUE 0.
           88 REVERSAL-EOF VALUE 1.
         05 WS-ABS-EOF-SW PIC 9 VALUE 0.
           88 ABSENCE-EOF VALUE 1.
         05 WS-STILL-EMPLOYED-SW PIC 9 VALUE 0.
           88 STILL-EMPLOYED VALUE 1.

      *    ABSENCE HOURS ARE BUCKETED BY THE CERTIFICATE'S ABSENCE
      *    TYPES: 1 SICKNESS (FULL AND PART-TIME), 2 CARE OF CHILD,
      *    3 PARENTAL LEAVE, 4 UNPAID LEAVE, 5 VACATION, 6 COMP TIME
      *    OFF, 7 ANYTHING ELSE. VACATION AND COMP TIME ARE PAID
      *    LEAVE AND COUNT AS TIME WORKED.
       01 WS-MONTH-TABLE.
         05 WS-MON OCCURS 12 TIMES.
           10 WS-MON-PERIOD PIC X(6).
           10 WS-MON-SCHED PIC 9(3)V9(2).
           10 WS-MON-WORKED PIC 9(3)V9(2).
           10 WS-MON-PAY PIC S9(9).
           10 WS-MON-PAID-HOURS PIC S9(5)V9(2) COMP-3.
           10 WS-MON-ABSENT PIC 9(3)V9(2) OCCURS 7 TIMES.
           10 WS-MON-FLAGS.
             15 WS-MON-FLAG-REV PIC X(1).
             15 WS-MON-FLAG-BACK PIC X(1).
             15 WS-MON-FLAG-ONEOFF PIC X(1).

       01 WS-PAY-SUM PIC S9(09) COMP-5.
       01 WS-PAY-HOURS PIC S9(5)V9(2) COMP-3.
       01 WS-BACK-ROWS PIC S9(09) COMP-5.
       01 WS-ONEOFF-ROWS PIC S9(09) COMP-5.
       01 WS-NOT-WORKED PIC 9(4)V9(2).

       01 WS-CONTRACT-TEXT PIC X(30).
       01 WS-REASON-TEXT PIC X(40).
       01 WS-DEGREE PIC S9(3)V9(2) COMP-3.
       01 WS-DEGREE-DISP PIC ZZ9.99.

       01 WS-FLAGGED-COUNT PIC 9(2) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(3) VALUE 0.
       01 WS-TOTAL-WORKED PIC 9(5)V9(2) VALUE 0.
       01 WS-TOTAL-PAY PIC S9(11) VALUE 0.

      *    WORK-SCHEDULE LOOKUP, THE SAME WAY MAIN01 VALUES AN
      *    ABSENT DAY: THE LAST PATTERN COVERING THE DATE, EIGHT
      *    HOURS MONDAY TO FRIDAY WITHOUT ONE, NOTHING ON A BANK
      *    HOLIDAY.
       01 WS-SCH-COUNT PIC 9(2) VALUE 0.
       01 WS-SCH-TABLE.
         05 WS-SCH-ROW OCCURS 20 TIMES.
           10 WS-SCH-FROM PIC 9(8).
           10 WS-SCH-TO PIC 9(8).
           10 WS-SCH-HOURS PIC 9(2)V9(2) OCCURS 7 TIMES.
       01 WS-SCH-INX PIC 9(2) VALUE 0.
       01 WS-SCH-SWITCHES PIC 9 VALUE 0.
         88 SCHEDULE-EOF VALUE 1.
       01 WS-SCH-DATE PIC 9(8).
       01 WS-SCH-DATE-X REDEFINES WS-SCH-DATE.
         05 WS-SD-YEAR PIC 9(4).
         05 WS-SD-MONTH PIC 9(2).
         05 WS-SD-DAY PIC 9(2).
       01 WS-SCH-DAYNUM PIC S9(9) COMP-5.
       01 WS-SCH-LAST-DAYNUM PIC S9(9) COMP-5.
       01 WS-SCH-WEEK-QUOTIENT PIC S9(9) COMP-5.
       01 WS-SCH-WEEKDAY PIC 9.
       01 WS-SCH-DAY-HOURS PIC 9(2)V9(2).
       01 WS-SCH-DEFAULT-HOURS PIC 9(2)V9(2) VALUE 8.
       01 WS-SCH-BDM-FUNCTION PIC X(1) VALUE "B".
       01 WS-SCH-BDM-OUT PIC 9(8).
       01 WS-ABS-DAY-HOURS PIC 9(2)V9(2).
       01 WS-ABS-WIN-START PIC 9(8).
       01 WS-ABS-WIN-END PIC 9(8).

       01 WS-HRS-DISP PIC ZZ9.99.
       01 WS-PAY-DISP PIC -Z,ZZZ,ZZ9.
       01 WS-TOTAL-HRS-DISP PIC ZZ,ZZ9.99.
       01 WS-TOTAL-PAY-DISP PIC -ZZZ,ZZZ,ZZ9.
       01 WS-PRINT-LINE PIC X(100).
       01 WS-PRINT-PTR PIC 9(3).

       01 WS-AGI-HEADER.
         05 WS-AH-TYPE PIC X(2) VALUE "AH".
         05 WS-AH-COMPANY PIC X(2).
         05 WS-AH-PERSONNR PIC X(12).
         05 WS-AH-HIRE-DATE PIC 9(8).
         05 WS-AH-END-DATE PIC 9(8).
         05 WS-AH-REASON PIC X(2).
         05 WS-AH-CONTRACT PIC X(2).
         05 WS-AH-DEGREE PIC 9(3)V9(2).
         05 WS-AH-PAY-TYPE PIC X(1).
         05 WS-AH-MONTHS PIC 9(2).
         05 WS-AH-RUN-DATE PIC 9(8).
         05 FILLER PIC X(28) VALUE SPACES.

       01 WS-AGI-MONTH.
         05 WS-AM-TYPE PIC X(2) VALUE "AM".
         05 WS-AM-PERIOD PIC X(6).
         05 WS-AM-SCHED PIC 9(3)V9(2).
         05 WS-AM-WORKED PIC 9(3)V9(2).
         05 WS-AM-PAY PIC S9(9) SIGN LEADING SEPARATE.
         05 WS-AM-ABSENT PIC 9(3)V9(2) OCCURS 7 TIMES.
         05 WS-AM-FLAGS PIC X(3).
         05 FILLER PIC X(14) VALUE SPACES.

       01 WS-AGI-TRAILER.
         05 WS-AT-TYPE PIC X(2) VALUE "AT".
         05 WS-AT-MONTHS PIC 9(2).
         05 WS-AT-WORKED PIC 9(5)V9(2).
         05 WS-AT-PAY PIC S9(11) SIGN LEADING SEPARATE.
         05 WS-AT-FLAGGED PIC 9(2).
         05 FILLER PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "Employer's certificate (arbetsgivarintyg)"
           DISPLAY "Employee ID: "
           MOVE SPACES TO WS-EMP-TEXT
           ACCEPT WS-EMP-TEXT
           IF WS-EMP-TEXT = SPACES OR
              FUNCTION TEST-NUMVAL(WS-EMP-TEXT) NOT = 0
               DISPLAY "AGINT01: employee ID must be a number."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE Employees-ID-EMPLOYEE = FUNCTION NUMVAL(WS-EMP-TEXT)

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           PERFORM CONNECT-TO-DATABASE
           PERFORM LOAD-EMPLOYEE
           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM BUILD-MONTH-TABLE
           PERFORM LOAD-EMPLOYMENT-TERMS
           PERFORM LOAD-WORK-SCHEDULE
           PERFORM COUNT-SCHEDULED-HOURS
           PERFORM SUM-ABSENCE-HOURS
           PERFORM LOAD-POSTED-PAY
           PERFORM LOAD-REVERSAL-FLAGS
           PERFORM COMPUTE-WORKED-HOURS

           PERFORM WRITE-CERTIFICATE
           PERFORM WRITE-FUND-FILE

           DISPLAY "AGINT01: certificate written for Employee ID "
             WS-EMP-ID-DISP " - " WS-FLAGGED-COUNT
             " month(s) flagged for checking."

           IF WS-FLAGGED-COUNT > 0 OR WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
      *    ONE PAIR OF FILES PER EMPLOYEE, NAMED BY THE EMPLOYEE ID,
      *    SO CERTIFICATES FOR SEVERAL LEAVERS CAN SIT SIDE BY SIDE.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-AGIPRT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\agintyg_" WS-EMP-ID-DISP ".txt" DELIMITED BY SIZE
             INTO WS-AGIPRT-PATH

           MOVE SPACES TO WS-AGIFUND-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\agintyg_" WS-EMP-ID-DISP ".dat" DELIMITED BY SIZE
             INTO WS-AGIFUND-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "AGINT01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-EMPLOYEE SECTION.
           MOVE Employees-ID-EMPLOYEE TO WS-EMP-ID-DISP

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME,
               COALESCE(PERSONNUMMER, ' '), HIRE_DATE, TERM_DATE,
               COMPANY_CODE, COALESCE(PAY_TYPE, 'M'),
               COALESCE(STREET, ' '), COALESCE(POSTAL_CODE, ' '),
               COALESCE(CITY, ' '), COALESCE(TERM_REASON, ' '),
               COALESCE(PROTECTED_ID, 'N')
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME,
               :Employees-PERSONNUMMER, :Employees-HIRE-DATE,
               :Employees-TERM-DATE, :Employees-COMPANY-CODE,
               :Employees-PAY-TYPE, :Employees-STREET,
               :Employees-POSTAL-CODE, :Employees-CITY,
               :Employees-TERM-REASON, :Employees-PROTECTED-ID
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY "AGINT01: no employee found with ID "
                     WS-EMP-ID-DISP "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "AGINT01: SQL ERROR ON EMPLOYEE SELECT, "
                     "CODE = " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

      *    A PROTECTED IDENTITY'S ADDRESS IS NEVER PRINTED.
           IF Employees-PROTECTED-IDENTITY
               MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
                 Employees-CITY
           END-IF

      *    AN EMPLOYEE WHO MOVED TO ANOTHER GROUP COMPANY GETS A
      *    CERTIFICATE FROM EACH EMPLOYER - THIS ONE COVERS ONLY
      *    WHAT THE SELECTED COMPANY PAID.
           IF Employees-COMPANY-CODE NOT = WS-RUN-COMPANY
               DISPLAY "AGINT01: WARNING - Employee ID "
                 WS-EMP-ID-DISP " now belongs to company "
                 Employees-COMPANY-CODE " - only company "
                 WS-RUN-COMPANY "'s pay is certified."
               ADD 1 TO WS-WARNING-COUNT
           END-IF

           IF Employees-TERM-DATE = 0
               DISPLAY "AGINT01: WARNING - Employee ID "
                 WS-EMP-ID-DISP " has no termination date - "
                 "certificate runs to today."
               SET STILL-EMPLOYED TO TRUE
               ADD 1 TO WS-WARNING-COUNT
               MOVE WS-RUN-DATE TO WS-END-DATE
           ELSE
               MOVE Employees-TERM-DATE TO WS-END-DATE
               IF NOT Employees-TERM-REASON-VALID
                   DISPLAY "AGINT01: WARNING - Employee ID "
                     WS-EMP-ID-DISP " has no termination reason "
                     "on the master - fix via EMPMAINT."
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.

       BUILD-MONTH-TABLE SECTION.
           COMPUTE WS-FIRST-MONTH-NUM =
             WS-END-YEAR * 12 + WS-END-MONTH - 1 - 11
           DIVIDE WS-FIRST-MONTH-NUM BY 12
             GIVING WS-WS-YEAR REMAINDER WS-WS-MONTH
           ADD 1 TO WS-WS-MONTH
           MOVE 1 TO WS-WS-DAY

           MOVE WS-WINDOW-START TO WS-COUNT-START
           IF Employees-HIRE-DATE > WS-COUNT-START
               MOVE Employees-HIRE-DATE TO WS-COUNT-START
           END-IF

           INITIALIZE WS-MONTH-TABLE
           PERFORM VARYING WS-MON-INX FROM 1 BY 1
             UNTIL WS-MON-INX > 12
               COMPUTE WS-MONTH-NUM = WS-FIRST-MONTH-NUM +
                 WS-MON-INX - 1
               DIVIDE WS-MONTH-NUM BY 12
                 GIVING WS-PW-YEAR REMAINDER WS-PW-MONTH
               ADD 1 TO WS-PW-MONTH
               MOVE WS-PERIOD-WORK TO WS-MON-PERIOD(WS-MON-INX)
               MOVE SPACES TO WS-MON-FLAGS(WS-MON-INX)
           END-PERFORM

           MOVE WS-MON-PERIOD(1) TO WS-FROM-PERIOD
           MOVE WS-MON-PERIOD(12) TO WS-TO-PERIOD.

       LOAD-EMPLOYMENT-TERMS SECTION.
      *    THE EMPLOYMENT FORM IS THE LAST CONTRACT THAT STARTED ON
      *    OR BEFORE THE END DATE; THE DEGREE IS THE WorkSchedule
      *    IN FORCE ON THAT DAY - 100 PERCENT WITHOUT ONE, AS SCB01
      *    AND MAIN01 TREAT IT.
           MOVE SPACES TO EmploymentContract-ContractType

           EXEC SQL
               SELECT TOP 1 ContractType
               INTO :EmploymentContract-ContractType
               FROM REDWARRIOR.dbo.EmploymentContract
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND StartDate <= :WS-END-DATE
               ORDER BY StartDate DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE SPACES TO EmploymentContract-ContractType
               WHEN OTHER
                   DISPLAY "AGINT01: SQL ERROR ON CONTRACT SELECT, "
                     "CODE = " SQLCODE
                   MOVE SPACES TO EmploymentContract-ContractType
           END-EVALUATE

           EVALUATE TRUE
               WHEN Contract-Permanent
                   MOVE "Permanent (tillsvidare)" TO WS-CONTRACT-TEXT
               WHEN Contract-FixedTerm
                   MOVE "Fixed term (allman visstid)"
                     TO WS-CONTRACT-TEXT
               WHEN Contract-Probation
                   MOVE "Probation (provanstallning)"
                     TO WS-CONTRACT-TEXT
               WHEN Contract-Substitute
                   MOVE "Substitute (vikariat)" TO WS-CONTRACT-TEXT
               WHEN OTHER
                   MOVE "No contract registered" TO WS-CONTRACT-TEXT
                   DISPLAY "AGINT01: WARNING - Employee ID "
                     WS-EMP-ID-DISP " has no EmploymentContract "
                     "row - employment form left blank."
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE

           EVALUATE TRUE
               WHEN Employees-TERM-OWN-REQUEST
                   MOVE "Own request" TO WS-REASON-TEXT
               WHEN Employees-TERM-REDUNDANCY
                   MOVE "Redundancy (arbetsbrist)" TO WS-REASON-TEXT
               WHEN Employees-TERM-FIXED-END
                   MOVE "Fixed-term employment ended"
                     TO WS-REASON-TEXT
               WHEN Employees-TERM-PERSONAL
                   MOVE "Notice/dismissal for personal reasons"
                     TO WS-REASON-TEXT
               WHEN Employees-TERM-RETIREMENT
                   MOVE "Retirement" TO WS-REASON-TEXT
               WHEN Employees-TERM-OTHER
                   MOVE "Other" TO WS-REASON-TEXT
               WHEN STILL-EMPLOYED
                   MOVE "Still employed" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "NOT RECORDED" TO WS-REASON-TEXT
           END-EVALUATE

           EXEC SQL
               SELECT COALESCE(MAX(EmploymentDegree), 100)
               INTO :WS-DEGREE
               FROM REDWARRIOR.dbo.WorkSchedule
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND EffectiveFrom <= :WS-END-DATE
                 AND (EffectiveTo = 0 OR EffectiveTo >= :WS-END-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "AGINT01: SQL ERROR ON DEGREE SELECT, CODE = "
                 SQLCODE
               MOVE 100 TO WS-DEGREE
           END-IF.

       LOAD-WORK-SCHEDULE SECTION.
           MOVE 0 TO WS-SCH-COUNT
           MOVE 0 TO WS-SCH-SWITCHES

           EXEC SQL
               OPEN AgiScheduleCursor
           END-EXEC

           PERFORM UNTIL SCHEDULE-EOF
               EXEC SQL
                   FETCH AgiScheduleCursor INTO
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
                       IF WS-SCH-COUNT < 20
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
                           DISPLAY "AGINT01: WARNING - more than 20 "
                             "work schedules in the window - extra "
                             "rows skipped."
                           ADD 1 TO WS-WARNING-COUNT
                           SET SCHEDULE-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "AGINT01: SQL ERROR ON SCHEDULE "
                         "FETCH, CODE = " SQLCODE
                       SET SCHEDULE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AgiScheduleCursor
           END-EXEC.

       COUNT-SCHEDULED-HOURS SECTION.
      *    THE HOURS THE EMPLOYEE WAS SCHEDULED TO WORK IN EACH
      *    MONTH WHILE EMPLOYED - THE STARTING POINT FOR WORKED TIME.
           COMPUTE WS-SCH-LAST-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-END-DATE)

           PERFORM VARYING WS-SCH-DAYNUM
             FROM FUNCTION INTEGER-OF-DATE(WS-COUNT-START) BY 1
             UNTIL WS-SCH-DAYNUM > WS-SCH-LAST-DAYNUM
               PERFORM FIND-SCHEDULED-HOURS
               PERFORM FIND-MONTH-INDEX
               IF WS-MON-INX >= 1 AND WS-MON-INX <= 12
                   ADD WS-SCH-DAY-HOURS TO WS-MON-SCHED(WS-MON-INX)
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

           IF WS-SCH-DAY-HOURS > 0 AND WS-SCH-WEEKDAY <= 5
               CALL "BankDayModule" USING WS-SCH-BDM-FUNCTION
                                          WS-RUN-COMPANY
                                          WS-SCH-DATE
                                          WS-SCH-BDM-OUT
               IF WS-SCH-BDM-OUT = 0
                   MOVE 0 TO WS-SCH-DAY-HOURS
               END-IF
           END-IF.

       FIND-MONTH-INDEX SECTION.
           COMPUTE WS-MON-INX = WS-SD-YEAR * 12 + WS-SD-MONTH - 1
             - WS-FIRST-MONTH-NUM + 1.

       SUM-ABSENCE-HOURS SECTION.
      *    EACH SPELL IS CLIPPED TO THE EMPLOYMENT WINDOW AND EVERY
      *    DAY IN IT CONTRIBUTES ITS SCHEDULED HOURS, CUT TO THE
      *    SPELL'S EXTENT, TO ITS MONTH AND TYPE.
           EXEC SQL
               OPEN AgiAbsenceCursor
           END-EXEC

           PERFORM UNTIL ABSENCE-EOF
               EXEC SQL
                   FETCH AgiAbsenceCursor INTO
                       :Absences-AbsenceType,
                       :Absences-FromDate,
                       :Absences-ToDate,
                       :Absences-ExtentUnit,
                       :Absences-ExtentValue
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET ABSENCE-EOF TO TRUE
                   WHEN 0
                       PERFORM ADD-ONE-ABSENCE
                   WHEN OTHER
                       DISPLAY "AGINT01: SQL ERROR ON ABSENCE "
                         "FETCH, CODE = " SQLCODE
                       SET ABSENCE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AgiAbsenceCursor
           END-EXEC.

       ADD-ONE-ABSENCE SECTION.
           EVALUATE TRUE
               WHEN Absences-Sick-Rules
                   MOVE 1 TO WS-ABS-INX
               WHEN Absences-Type-ChildCare
                   MOVE 2 TO WS-ABS-INX
               WHEN Absences-Type-Parental
                   MOVE 3 TO WS-ABS-INX
               WHEN Absences-Type-Unpaid
                   MOVE 4 TO WS-ABS-INX
               WHEN Absences-Type-Vacation
                   MOVE 5 TO WS-ABS-INX
               WHEN Absences-Type-CompTime
                   MOVE 6 TO WS-ABS-INX
               WHEN OTHER
                   MOVE 7 TO WS-ABS-INX
           END-EVALUATE

           MOVE Absences-FromDate TO WS-ABS-WIN-START
           IF WS-ABS-WIN-START < WS-COUNT-START
               MOVE WS-COUNT-START TO WS-ABS-WIN-START
           END-IF

           MOVE WS-END-DATE TO WS-ABS-WIN-END
           IF Absences-ToDate NOT = 0 AND
              Absences-ToDate < WS-ABS-WIN-END
               MOVE Absences-ToDate TO WS-ABS-WIN-END
           END-IF

           IF WS-ABS-WIN-START <= WS-ABS-WIN-END
               COMPUTE WS-SCH-LAST-DAYNUM =
                 FUNCTION INTEGER-OF-DATE(WS-ABS-WIN-END)
               PERFORM VARYING WS-SCH-DAYNUM
                 FROM FUNCTION INTEGER-OF-DATE(WS-ABS-WIN-START)
                 BY 1 UNTIL WS-SCH-DAYNUM > WS-SCH-LAST-DAYNUM
                   PERFORM FIND-SCHEDULED-HOURS
                   PERFORM APPLY-ABSENCE-EXTENT
                   PERFORM FIND-MONTH-INDEX
                   IF WS-MON-INX >= 1 AND WS-MON-INX <= 12
                       ADD WS-ABS-DAY-HOURS
                         TO WS-MON-ABSENT(WS-MON-INX, WS-ABS-INX)
                   END-IF
               END-PERFORM
           END-IF.

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

       LOAD-POSTED-PAY SECTION.
           EXEC SQL
               OPEN AgiPayCursor
           END-EXEC

           PERFORM UNTIL PAY-EOF
               EXEC SQL
                   FETCH AgiPayCursor INTO
                       :EmployeeDeductions-Period,
                       :WS-PAY-SUM,
                       :WS-PAY-HOURS,
                       :WS-BACK-ROWS,
                       :WS-ONEOFF-ROWS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET PAY-EOF TO TRUE
                   WHEN 0
                       MOVE EmployeeDeductions-Period TO WS-PERIOD-WORK
                       COMPUTE WS-MON-INX = WS-PW-YEAR * 12
                         + WS-PW-MONTH - 1 - WS-FIRST-MONTH-NUM + 1
                       IF WS-MON-INX >= 1 AND WS-MON-INX <= 12
                           MOVE WS-PAY-SUM TO WS-MON-PAY(WS-MON-INX)
                           MOVE WS-PAY-HOURS
                             TO WS-MON-PAID-HOURS(WS-MON-INX)
                           IF WS-BACK-ROWS > 0
                               MOVE "B"
                                 TO WS-MON-FLAG-BACK(WS-MON-INX)
                           END-IF
                           IF WS-ONEOFF-ROWS > 0
                               MOVE "O"
                                 TO WS-MON-FLAG-ONEOFF(WS-MON-INX)
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "AGINT01: SQL ERROR ON PAY FETCH, "
                         "CODE = " SQLCODE
                       SET PAY-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AgiPayCursor
           END-EXEC.

       LOAD-REVERSAL-FLAGS SECTION.
           EXEC SQL
               OPEN AgiReversalCursor
           END-EXEC

           PERFORM UNTIL REVERSAL-EOF
               EXEC SQL
                   FETCH AgiReversalCursor INTO
                       :ReversalAudit-Period
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET REVERSAL-EOF TO TRUE
                   WHEN 0
                       MOVE ReversalAudit-Period TO WS-PERIOD-WORK
                       COMPUTE WS-MON-INX = WS-PW-YEAR * 12
                         + WS-PW-MONTH - 1 - WS-FIRST-MONTH-NUM + 1
                       IF WS-MON-INX >= 1 AND WS-MON-INX <= 12
                           MOVE "R" TO WS-MON-FLAG-REV(WS-MON-INX)
                       END-IF
                   WHEN OTHER
                       DISPLAY "AGINT01: SQL ERROR ON REVERSAL "
                         "FETCH, CODE = " SQLCODE
                       SET REVERSAL-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AgiReversalCursor
           END-EXEC.

       COMPUTE-WORKED-HOURS SECTION.
      *    A MONTHLY-PAID EMPLOYEE WORKED THE SCHEDULED HOURS LESS
      *    THE UNPAID AND INSURED ABSENCE (VACATION AND COMP TIME
      *    ARE PAID AND COUNT AS WORKED). AN HOURLY EMPLOYEE WORKED
      *    THE HOURS THE TIME SYSTEM REPORTED AND THE RUN PAID.
           PERFORM VARYING WS-MON-INX FROM 1 BY 1
             UNTIL WS-MON-INX > 12
               IF Employees-PAY-HOURLY
                   IF WS-MON-PAID-HOURS(WS-MON-INX) > 0
                       MOVE WS-MON-PAID-HOURS(WS-MON-INX)
                         TO WS-MON-WORKED(WS-MON-INX)
                   ELSE
                       MOVE 0 TO WS-MON-WORKED(WS-MON-INX)
                   END-IF
               ELSE
                   COMPUTE WS-NOT-WORKED =
                     WS-MON-ABSENT(WS-MON-INX, 1)
                     + WS-MON-ABSENT(WS-MON-INX, 2)
                     + WS-MON-ABSENT(WS-MON-INX, 3)
                     + WS-MON-ABSENT(WS-MON-INX, 4)
                     + WS-MON-ABSENT(WS-MON-INX, 7)
                   IF WS-NOT-WORKED < WS-MON-SCHED(WS-MON-INX)
                       COMPUTE WS-MON-WORKED(WS-MON-INX) =
                         WS-MON-SCHED(WS-MON-INX) - WS-NOT-WORKED
                   ELSE
                       MOVE 0 TO WS-MON-WORKED(WS-MON-INX)
                   END-IF
               END-IF

               ADD WS-MON-WORKED(WS-MON-INX) TO WS-TOTAL-WORKED
               ADD WS-MON-PAY(WS-MON-INX) TO WS-TOTAL-PAY
               IF WS-MON-FLAGS(WS-MON-INX) NOT = SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-PERFORM.

       WRITE-CERTIFICATE SECTION.
           OPEN OUTPUT AGIPRTFILE

           MOVE ALL "-" TO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "ARBETSGIVARINTYG - EMPLOYER'S CERTIFICATE"
             "      COMPANY " WS-RUN-COMPANY
             "      PRINTED " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Employee ID       : " WS-EMP-ID-DISP
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Name              : " Employees-FIRST-NAME " "
             Employees-LAST-NAME
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Personnummer      : " Employees-PERSONNUMMER
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Address           : " Employees-STREET " "
             Employees-POSTAL-CODE " " Employees-CITY
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Employed from     : " Employees-HIRE-DATE
             "    to: " WS-END-DATE
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Employment form   : " WS-CONTRACT-TEXT
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE WS-DEGREE TO WS-DEGREE-DISP
           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Employment degree : " WS-DEGREE-DISP
             " % of full time"
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Reason it ended   : " Employees-TERM-REASON " "
             WS-REASON-TEXT
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           IF Employees-PAY-HOURLY
               STRING "Pay form          : Hourly"
                 DELIMITED BY SIZE INTO FS-AGIPRTFILE
           ELSE
               STRING "Pay form          : Monthly salary"
                 DELIMITED BY SIZE INTO FS-AGIPRTFILE
           END-IF
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Month   Sched Worked        Pay"
             "   Sick    VAB Parent Unpaid    Vac   Comp  Other"
             " Flags"
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           PERFORM VARYING WS-MON-INX FROM 1 BY 1
             UNTIL WS-MON-INX > 12
               PERFORM WRITE-CERTIFICATE-MONTH
           END-PERFORM

           MOVE WS-TOTAL-WORKED TO WS-TOTAL-HRS-DISP
           MOVE WS-TOTAL-PAY TO WS-TOTAL-PAY-DISP
           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Total hours worked " WS-TOTAL-HRS-DISP
             "    Total pay " WS-TOTAL-PAY-DISP
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE SPACES TO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           IF WS-FLAGGED-COUNT > 0
               MOVE SPACES TO FS-AGIPRTFILE
               STRING "CHECK BEFORE SIGNING - " WS-FLAGGED-COUNT
                 " month(s) flagged. R = reversal or retro "
                 "correction booked for the month,"
                 DELIMITED BY SIZE INTO FS-AGIPRTFILE
               WRITE FS-AGIPRTFILE
               MOVE SPACES TO FS-AGIPRTFILE
               STRING "B = back pay for earlier months paid in it, "
                 "O = one-off payment in it - the month's pay"
                 DELIMITED BY SIZE INTO FS-AGIPRTFILE
               WRITE FS-AGIPRTFILE
               MOVE SPACES TO FS-AGIPRTFILE
               STRING "includes them as posted."
                 DELIMITED BY SIZE INTO FS-AGIPRTFILE
               WRITE FS-AGIPRTFILE
               MOVE SPACES TO FS-AGIPRTFILE
               WRITE FS-AGIPRTFILE
           END-IF

           MOVE SPACES TO FS-AGIPRTFILE
           STRING "Signed for the employer: "
             "______________________________   Date: __________"
             DELIMITED BY SIZE INTO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           MOVE ALL "-" TO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE

           CLOSE AGIPRTFILE.

       WRITE-CERTIFICATE-MONTH SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-PRINT-PTR
           STRING WS-MON-PERIOD(WS-MON-INX) " " DELIMITED BY SIZE
             INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR

           MOVE WS-MON-SCHED(WS-MON-INX) TO WS-HRS-DISP
           STRING WS-HRS-DISP " " DELIMITED BY SIZE
             INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR
           MOVE WS-MON-WORKED(WS-MON-INX) TO WS-HRS-DISP
           STRING WS-HRS-DISP " " DELIMITED BY SIZE
             INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR
           MOVE WS-MON-PAY(WS-MON-INX) TO WS-PAY-DISP
           STRING WS-PAY-DISP " " DELIMITED BY SIZE
             INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR

           PERFORM VARYING WS-ABS-INX FROM 1 BY 1
             UNTIL WS-ABS-INX > 7
               MOVE WS-MON-ABSENT(WS-MON-INX, WS-ABS-INX)
                 TO WS-HRS-DISP
               STRING WS-HRS-DISP " " DELIMITED BY SIZE
                 INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR
           END-PERFORM

           STRING WS-MON-FLAGS(WS-MON-INX) DELIMITED BY SIZE
             INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR

           MOVE WS-PRINT-LINE TO FS-AGIPRTFILE
           WRITE FS-AGIPRTFILE.

       WRITE-FUND-FILE SECTION.
           OPEN OUTPUT AGIFUNDFILE

           MOVE WS-RUN-COMPANY TO WS-AH-COMPANY
           MOVE Employees-PERSONNUMMER TO WS-AH-PERSONNR
           MOVE Employees-HIRE-DATE TO WS-AH-HIRE-DATE
           MOVE WS-END-DATE TO WS-AH-END-DATE
           MOVE Employees-TERM-REASON TO WS-AH-REASON
           MOVE EmploymentContract-ContractType TO WS-AH-CONTRACT
           MOVE WS-DEGREE TO WS-AH-DEGREE
           IF Employees-PAY-HOURLY
               MOVE "H" TO WS-AH-PAY-TYPE
           ELSE
               MOVE "M" TO WS-AH-PAY-TYPE
           END-IF
           MOVE 12 TO WS-AH-MONTHS
           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE
           MOVE WS-AGI-HEADER TO FS-AGIFUNDFILE
           WRITE FS-AGIFUNDFILE

           PERFORM VARYING WS-MON-INX FROM 1 BY 1
             UNTIL WS-MON-INX > 12
               MOVE WS-MON-PERIOD(WS-MON-INX) TO WS-AM-PERIOD
               MOVE WS-MON-SCHED(WS-MON-INX) TO WS-AM-SCHED
               MOVE WS-MON-WORKED(WS-MON-INX) TO WS-AM-WORKED
               MOVE WS-MON-PAY(WS-MON-INX) TO WS-AM-PAY
               PERFORM VARYING WS-ABS-INX FROM 1 BY 1
                 UNTIL WS-ABS-INX > 7
                   MOVE WS-MON-ABSENT(WS-MON-INX, WS-ABS-INX)
                     TO WS-AM-ABSENT(WS-ABS-INX)
               END-PERFORM
               MOVE WS-MON-FLAGS(WS-MON-INX) TO WS-AM-FLAGS
               MOVE WS-AGI-MONTH TO FS-AGIFUNDFILE
               WRITE FS-AGIFUNDFILE
           END-PERFORM

           MOVE 12 TO WS-AT-MONTHS
           MOVE WS-TOTAL-WORKED TO WS-AT-WORKED
           MOVE WS-TOTAL-PAY TO WS-AT-PAY
           MOVE WS-FLAGGED-COUNT TO WS-AT-FLAGGED
           MOVE WS-AGI-TRAILER TO FS-AGIFUNDFILE
           WRITE FS-AGIFUNDFILE

           CLOSE AGIFUNDFILE.
