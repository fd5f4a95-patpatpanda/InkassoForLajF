      *    EmployeeDeductions ROWS - SUMMING FOLDS REVERSAL AND
      *    RETRO OFFSETS IN, SO THE STATEMENT SHOWS WHAT ACTUALLY
      *    STOOD AT YEAR END, NOT WHAT WAS FIRST POSTED.
      *    THE INCOME YEAR IS THE YEAR OF PAYMENT - DECEMBER PAY
      *    PAID IN JANUARY BELONGS TO THE NEW YEAR - SO THE RANGE IS
      *    ON THE PAID PERIOD, THE EARNING PERIOD ONLY FOR ROWS NOT
      *    YET PAID.
           EXEC SQL
           DECLARE AnnualStatementCursor CURSOR FOR
           SELECT D.EmployeeId, E.FIRST_NAME, E.LAST_NAME,
           COALESCE(E.PERSONNUMMER, ' ')
           FROM REDWARRIOR.dbo.EmployeeDeductions D,
           REDWARRIOR.dbo.Employees E
           WHERE COALESCE(D.PaidPeriod, D.Period) >= :WS-FROM-PERIOD
             AND COALESCE(D.PaidPeriod, D.Period) <= :WS-TO-PERIOD
             AND E.ID_EMPLOYEE = D.EmployeeId
             AND D.CompanyCode = :WS-RUN-COMPANY
           GROUP BY D.EmployeeId, E.FIRST_NAME, E.LAST_NAME,
      *    ADDRESSES BY HAND AGAINST THE HR SYSTEM.
           MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
             Employees-CITY Employees-COUNTRY
           MOVE "N" TO Employees-PROTECTED-ID
           MOVE EmployeeDeductions-EmployeeId
             TO Employees-ID-EMPLOYEE

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
                 "CODE = " SQLCODE
           END-IF

      *    A PROTECTED IDENTITY'S ADDRESS IS NEVER PRINTED - THE
      *    STATEMENT GOES OUT WITHOUT THE ADDRESS BLOCK.
           IF Employees-PROTECTED-IDENTITY
               MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
                 Employees-CITY Employees-COUNTRY
           END-IF

           MOVE EmployeeDeductions-EmployeeId TO WS-STMT-ID
           MOVE WS-EMP-GROSS TO WS-GROSS-DISP
           MOVE WS-EMP-TAX TO WS-TAX-DISP
               INTO :WS-CHECK-GROSS, :WS-CHECK-TAX, :WS-CHECK-FEE,
               :WS-CHECK-BENEFIT
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE COALESCE(PaidPeriod, Period) >= :WS-FROM-PERIOD
                 AND COALESCE(PaidPeriod, Period) <= :WS-TO-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

