
           EXEC SQL
           DECLARE DeptListCursor CURSOR FOR
           SELECT DeptCode, DeptName, ActiveFlag, Manager,
           COALESCE(ManagerOperatorId, ' ')
           FROM REDWARRIOR.dbo.Departments
           ORDER BY DeptCode
           END-EXEC.
           DISPLAY "SCB category code (2 chars, blank if none): "
           ACCEPT Departments-ScbCategory

           DISPLAY "Manager's operator ID for access sign-off "
             "(blank if none): "
           MOVE SPACES TO Departments-ManagerOperatorId
           ACCEPT Departments-ManagerOperatorId

           EVALUATE TRUE
               WHEN Departments-DeptCode = SPACES
                   DISPLAY "Department not saved - code is "
               SET DeptName = :Departments-DeptName,
               ActiveFlag = :Departments-ActiveFlag,
               Manager = :Departments-Manager,
               ScbCategory = :Departments-ScbCategory,
               ManagerOperatorId = :Departments-ManagerOperatorId
               WHERE DeptCode = :Departments-DeptCode
           END-EXEC

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Departments
               (DeptCode, DeptName, ActiveFlag, Manager,
               ScbCategory, ManagerOperatorId)
               VALUES (:Departments-DeptCode,
               :Departments-DeptName, :Departments-ActiveFlag,
               :Departments-Manager, :Departments-ScbCategory,
               :Departments-ManagerOperatorId)
           END-EXEC

           EVALUATE SQLCODE
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "Code Name                           Act "
             "Manager                        Sign-off"

           EXEC SQL
               OPEN DeptListCursor
                       :Departments-DeptCode,
                       :Departments-DeptName,
                       :Departments-ActiveFlag,
                       :Departments-Manager,
                       :Departments-ManagerOperatorId
               END-EXEC

               EVALUATE SQLCODE
                       DISPLAY Departments-DeptCode " "
                         Departments-DeptName " "
                         Departments-ActiveFlag "  "
                         Departments-Manager " "
                         Departments-ManagerOperatorId
                   WHEN OTHER
                       DISPLAY "DEPTMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
