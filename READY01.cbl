       COPY "RunCalendar.cpy".
       COPY "PendingBracket.cpy".
       COPY "Departments.cpy".
       COPY "MinWageParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
                   OR C.EffectiveTo >= :WS-PERIOD-START))
           END-EXEC.

      *    EVERY ACTIVE EMPLOYEE - EACH IS CHECKED AGAINST THE
      *    AGREEMENT MINIMUM IN FORCE AT THE START OF THE PERIOD.
           EXEC SQL
           DECLARE MinWageCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, E.FIRST_NAME, E.LAST_NAME
           FROM REDWARRIOR.dbo.Employees E
           WHERE E.COMPANY_CODE = :WS-RUN-COMPANY
             AND E.STATUS = 'A'
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *    DEPARTMENT CODES IN USE THAT THE MASTER DOES NOT KNOW.
           EXEC SQL
           DECLARE BadDeptCursor CURSOR FOR
         88 NORATE-EOF VALUE 1.
       01 WS-SW3 PIC 9 VALUE 0.
         88 BADDEPT-EOF VALUE 1.
       01 WS-SW4 PIC 9 VALUE 0.
         88 MINWAGE-EOF VALUE 1.

       01 WS-BLOCKING-COUNT PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(5) VALUE 0.
       01 WS-COUNT-WORK PIC S9(09) COMP-5 VALUE 0.
       01 WS-ID-DISP PIC 9(9).
       01 WS-DEPTM-ROWS PIC S9(09) COMP-5 VALUE 0.
       01 WS-PAY-DISP PIC ZZZZZZ9.99.
       01 WS-FLOOR-DISP PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.

           PERFORM CHECK-MISSING-ACCOUNTS
           PERFORM CHECK-MISSING-RATES
           PERFORM CHECK-TAX-BRACKETS
           PERFORM CHECK-MINIMUM-WAGES

           MOVE "--- WARNINGS ---" TO FS-READYRPTFILE
           WRITE FS-READYRPTFILE
               WRITE FS-READYRPTFILE
           END-IF.

       CHECK-MINIMUM-WAGES SECTION.
      *    PAY UNDER THE COLLECTIVE AGREEMENT'S MINIMUM (LAGSTALON)
      *    RUNS UP BACK PAY AND DAMAGES FOR EVERY MONTH IT GOES ON,
      *    SO IT HOLDS THE RUN UNTIL THE MASTER IS CORRECTED.
           MOVE 0 TO WS-SW4

           EXEC SQL
               OPEN MinWageCursor
           END-EXEC

           PERFORM UNTIL MINWAGE-EOF
               EXEC SQL
                   FETCH MinWageCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :Employees-FIRST-NAME,
                       :Employees-LAST-NAME
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET MINWAGE-EOF TO TRUE
                   WHEN 0
                       MOVE Employees-ID-EMPLOYEE
                         TO WS-MWG-EMPLOYEE-ID
                       MOVE WS-PERIOD-START TO WS-MWG-AS-OF
                       CALL "MinWageModule" USING WS-MWG-PARMS
                       IF MWG-BELOW-MINIMUM
                           PERFORM WRITE-BELOW-MINIMUM-LINE
                       END-IF
                   WHEN OTHER
                       DISPLAY "READY01: SQL ERROR ON MINIMUM WAGE "
                         "SCAN, CODE = " SQLCODE
                       SET MINWAGE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE MinWageCursor
           END-EXEC.

       WRITE-BELOW-MINIMUM-LINE SECTION.
           ADD 1 TO WS-BLOCKING-COUNT
           MOVE Employees-ID-EMPLOYEE TO WS-ID-DISP
           MOVE WS-MWG-PAY TO WS-PAY-DISP
           MOVE WS-MWG-FLOOR TO WS-FLOOR-DISP
           MOVE SPACES TO FS-READYRPTFILE
           STRING "BELOW MINIMUM WAGE " WS-ID-DISP " "
             Employees-FIRST-NAME (1:12) " "
             Employees-LAST-NAME (1:12)
             " AGR " WS-MWG-AGREEMENT
             " PAY " WS-PAY-DISP
             " MIN " WS-FLOOR-DISP
             DELIMITED BY SIZE INTO FS-READYRPTFILE
           WRITE FS-READYRPTFILE.

       CHECK-RUN-CALENDAR SECTION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-COUNT-WORK
