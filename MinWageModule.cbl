       IDENTIFICATION DIVISION.
       PROGRAM-ID. MinWageModule.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "MinimumWage.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-EMPLOYEE-ID PIC S9(09) COMP-5.
       01 WS-AS-OF PIC 9(8).
       01 WS-AGE PIC S9(09) COMP-5.
       01 WS-SERVICE-YEARS PIC S9(09) COMP-5.
       01 WS-DEGREE PIC S9(3)V9(2) COMP-3.
       01 WS-MONTHLY-MIN PIC S9(09) COMP-5.
       01 WS-HOURLY-MIN PIC S9(5)V9(2) COMP-3.
       01 WS-BAND-COUNT PIC S9(09) COMP-5.

       01 WS-PAY-DISP PIC ZZZZZZ9.99.
       01 WS-FLOOR-DISP PIC ZZZZZZ9.99.
       01 WS-AGE-DISP PIC ZZ9.
       01 WS-YEARS-DISP PIC ZZ9.

       LINKAGE SECTION.
       COPY "MinWageParms.cpy".

       PROCEDURE DIVISION USING WS-MWG-PARMS.

           MOVE SPACES TO WS-MWG-MESSAGE
           MOVE 0 TO WS-MWG-PAY
           MOVE 0 TO WS-MWG-FLOOR
           MOVE 0 TO WS-MWG-SHORTFALL
           SET MWG-NO-MINIMUM TO TRUE

           MOVE WS-MWG-EMPLOYEE-ID TO WS-EMPLOYEE-ID
           MOVE WS-MWG-AS-OF TO WS-AS-OF

           EXEC SQL
               SELECT BIRTH_DATE, HIRE_DATE, SALARY,
               COALESCE(PAY_TYPE, 'M'), COALESCE(HOURLY_RATE, 0),
               COALESCE(AGREEMENT_CODE, '01'),
               COALESCE((SELECT MAX(W.EmploymentDegree)
                         FROM REDWARRIOR.dbo.WorkSchedule W
                         WHERE W.EmployeeId = :WS-EMPLOYEE-ID
                           AND W.EffectiveFrom <= :WS-AS-OF
                           AND (W.EffectiveTo = 0 OR
                                W.EffectiveTo >= :WS-AS-OF)), 100)
               INTO :Employees-BIRTH-DATE, :Employees-HIRE-DATE,
               :Employees-SALARY, :Employees-PAY-TYPE,
               :Employees-HOURLY-RATE, :Employees-AGREEMENT-CODE,
               :WS-DEGREE
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :WS-EMPLOYEE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MinWageModule: SQL ERROR ON EMPLOYEE "
                 "SELECT, CODE = " SQLCODE
               SET MWG-ERROR TO TRUE
           ELSE
               PERFORM FIND-MINIMUM-BAND
           END-IF

           EXIT PROGRAM.

       FIND-MINIMUM-BAND SECTION.
      *    COMPLETED YEARS: THE DATES AS YYYYMMDD NUMBERS, DIFFERENCE
      *    OVER 10000, TRUNCATED. A HIRE DATE OF 0 (BEFORE THE
      *    COLUMN WAS KEPT) COUNTS AS LONG SERVICE.
           COMPUTE WS-AGE = (WS-AS-OF - Employees-BIRTH-DATE) / 10000
           IF Employees-HIRE-DATE = 0 OR
              Employees-HIRE-DATE > WS-AS-OF
               IF Employees-HIRE-DATE = 0
                   MOVE 99 TO WS-SERVICE-YEARS
               ELSE
                   MOVE 0 TO WS-SERVICE-YEARS
               END-IF
           ELSE
               COMPUTE WS-SERVICE-YEARS =
                 (WS-AS-OF - Employees-HIRE-DATE) / 10000
           END-IF
           IF WS-DEGREE <= 0
               MOVE 100 TO WS-DEGREE
           END-IF

           MOVE Employees-AGREEMENT-CODE TO WS-MWG-AGREEMENT
           MOVE Employees-PAY-TYPE TO WS-MWG-PAY-TYPE
           MOVE WS-AGE TO WS-MWG-AGE
           MOVE WS-SERVICE-YEARS TO WS-MWG-SERVICE-YEARS
           MOVE WS-DEGREE TO WS-MWG-DEGREE
           MOVE Employees-AGREEMENT-CODE TO MinimumWage-AgreementCode

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(MonthlyMin), 0),
               COALESCE(MAX(HourlyMin), 0)
               INTO :WS-BAND-COUNT, :WS-MONTHLY-MIN, :WS-HOURLY-MIN
               FROM REDWARRIOR.dbo.MinimumWage
               WHERE AgreementCode = :MinimumWage-AgreementCode
                 AND MinAge <= :WS-AGE
                 AND MinServiceYears <= :WS-SERVICE-YEARS
                 AND EffectiveFrom <= :WS-AS-OF
                 AND (EffectiveTo = 0 OR EffectiveTo >= :WS-AS-OF)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MinWageModule: SQL ERROR ON MINIMUM "
                 "SELECT, CODE = " SQLCODE
               SET MWG-ERROR TO TRUE
           ELSE
               IF Employees-PAY-HOURLY
                   MOVE Employees-HOURLY-RATE TO WS-MWG-PAY
                   MOVE WS-HOURLY-MIN TO WS-MWG-FLOOR
               ELSE
                   MOVE Employees-SALARY TO WS-MWG-PAY
                   COMPUTE WS-MWG-FLOOR ROUNDED =
                     WS-MONTHLY-MIN * WS-DEGREE / 100
               END-IF

               IF WS-BAND-COUNT > 0 AND WS-MWG-FLOOR > 0
                   IF WS-MWG-PAY < WS-MWG-FLOOR
                       SET MWG-BELOW-MINIMUM TO TRUE
                       COMPUTE WS-MWG-SHORTFALL =
                         WS-MWG-FLOOR - WS-MWG-PAY
                       PERFORM BUILD-BELOW-MESSAGE
                   ELSE
                       SET MWG-MEETS-MINIMUM TO TRUE
                   END-IF
               END-IF
           END-IF.

       BUILD-BELOW-MESSAGE SECTION.
           MOVE WS-MWG-PAY TO WS-PAY-DISP
           MOVE WS-MWG-FLOOR TO WS-FLOOR-DISP
           MOVE WS-MWG-AGE TO WS-AGE-DISP
           MOVE WS-MWG-SERVICE-YEARS TO WS-YEARS-DISP

           IF Employees-PAY-HOURLY
               STRING "Hourly rate " WS-PAY-DISP
                 " below agreement " WS-MWG-AGREEMENT
                 " minimum " WS-FLOOR-DISP
                 " (age" WS-AGE-DISP ", service" WS-YEARS-DISP ")"
                 DELIMITED BY SIZE INTO WS-MWG-MESSAGE
           ELSE
               STRING "Salary " WS-PAY-DISP
                 " below agreement " WS-MWG-AGREEMENT
                 " minimum " WS-FLOOR-DISP
                 " (age" WS-AGE-DISP ", service" WS-YEARS-DISP ")"
                 DELIMITED BY SIZE INTO WS-MWG-MESSAGE
           END-IF.
