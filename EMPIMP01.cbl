
       COPY "EMPLOYEES.CPY".
       COPY "SalaryHistory.cpy".
       COPY "SalaryChangeNotice.cpy".
       COPY "Departments.cpy".
       COPY "FileRegParms.cpy".
       COPY "MinWageParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(5) VALUE 0.

       01 WS-TODAY PIC 9(8).
       01 WS-EDIT-STATUS PIC X(1) VALUE "Y".
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-SALARY PIC S9(09) COMP-5 VALUE 0.
       01 WS-YESTERDAY PIC 9(8).
      *    PAY TERMS ON FILE BEFORE AN HR UPDATE - EACH ONE THE HR
      *    SYSTEM CHANGED IS LOGGED IN SalaryChangeNotice (REASON
      *    "HRIM") FOR THE EMPLOYEE'S CONFIRMATION LETTER (SALLTR01).
       01 WS-OLD-HOURLY-RATE PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-AGREEMENT PIC X(2) VALUE SPACES.
       01 WS-COMPCTL-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".

               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           OPEN OUTPUT IMPORTRPTFILE

           MOVE SPACES TO FS-IMPORTRPTFILE
           STRING "Rows read: " WS-READ-COUNT
             "  applied: " WS-APPLIED-COUNT
             "  rejected: " WS-REJECT-COUNT
             "  warnings: " WS-WARNING-COUNT
             DELIMITED BY SIZE INTO FS-IMPORTRPTFILE
           WRITE FS-IMPORTRPTFILE


           EXEC SQL COMMIT END-EXEC

           PERFORM MARK-INBOUND-APPLIED

           DISPLAY "EMPIMP01: " WS-READ-COUNT " rows read, "
             WS-APPLIED-COUNT " applied, "
             WS-REJECT-COUNT " rejected, "
             WS-WARNING-COUNT " warning(s)."

           IF WS-REJECT-COUNT > 0 OR WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

           GOBACK.

       REGISTER-INBOUND-FILE SECTION.
      *    READ THE WHOLE FILE ONCE FOR ITS COUNT AND CONTENT HASH
      *    BEFORE ANYTHING IS APPLIED - A CHANGE FILE THE HR SYSTEM
      *    SENDS TWICE WOULD HIRE THE SAME PEOPLE TWICE AND ROLL
      *    THEIR SALARY HISTORY AGAIN.
           MOVE "HRCHANGE" TO WS-FRG-FILE-TYPE
           MOVE WS-HRCHANGE-PATH TO WS-FRG-FILE-NAME
           MOVE "HR SYSTEM" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "EMPIMP01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL IMPORT-EOF
               READ HRCHANGEFILE
                   AT END
                       SET IMPORT-EOF TO TRUE
                   NOT AT END
                       MOVE HRCHANGE-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE HRCHANGEFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "EMPIMP01: HR change file not applied - "
                 "nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT HRCHANGEFILE.

       MARK-INBOUND-APPLIED SECTION.
           MOVE WS-APPLIED-COUNT TO WS-FRG-APPLIED-COUNT
           MOVE WS-REJECT-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       READ-COMPANY-CONTROL SECTION.
           OPEN INPUT COMPANYCTLFILE
           IF WS-COMPCTL-STATUS = "00"
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM WRITE-APPLIED-LINE
                       PERFORM CHECK-MINIMUM-WAGE
                   WHEN OTHER
                       SET IMPORT-ROW-INVALID TO TRUE
                       MOVE "SQL error on insert" TO WS-EDIT-REASON
      *    OPEN SalaryHistory SEGMENT THE SAME WAY EMPMAINT DOES.
           MOVE 0 TO WS-OLD-SALARY
           MOVE 0 TO Employees-HIRE-DATE
           MOVE 0 TO WS-OLD-HOURLY-RATE
           MOVE "01" TO WS-OLD-AGREEMENT
           EXEC SQL
               SELECT SALARY, HIRE_DATE, COALESCE(HOURLY_RATE, 0),
               COALESCE(AGREEMENT_CODE, '01')
               INTO :WS-OLD-SALARY, :Employees-HIRE-DATE,
               :WS-OLD-HOURLY-RATE, :WS-OLD-AGREEMENT
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC
                       IF Employees-SALARY NOT = WS-OLD-SALARY
                           PERFORM ROLL-SALARY-HISTORY
                       END-IF
                       PERFORM RECORD-CHANGE-NOTICES
                       PERFORM WRITE-APPLIED-LINE
                       PERFORM CHECK-MINIMUM-WAGE
                   END-IF
               WHEN 100
                   SET IMPORT-ROW-INVALID TO TRUE
                 "INSERT, CODE = " SQLCODE
           END-IF.

       RECORD-CHANGE-NOTICES SECTION.
      *    A SALARY, HOURLY RATE OR AGREEMENT THE HR SYSTEM CHANGED
      *    IS CONFIRMED TO THE EMPLOYEE BY THE NEXT LETTER RUN,
      *    EFFECTIVE TODAY AS THE SALARY HISTORY SEGMENT IS.
           MOVE Employees-ID-EMPLOYEE TO SalaryChangeNotice-EmployeeId
           MOVE WS-TODAY TO SalaryChangeNotice-EffectiveFrom
           MOVE "HRIM" TO SalaryChangeNotice-ReasonCode
           MOVE "EMPIMP01" TO SalaryChangeNotice-SourceProgram
           MOVE SPACES TO SalaryChangeNotice-SourceRef
           MOVE SPACES TO SalaryChangeNotice-RecordedBy
           MOVE WS-TODAY TO SalaryChangeNotice-RecordedDate
           MOVE SPACES TO SalaryChangeNotice-OldCode
           MOVE SPACES TO SalaryChangeNotice-NewCode

           IF Employees-SALARY NOT = WS-OLD-SALARY
               MOVE "SAL " TO SalaryChangeNotice-ChangeType
               MOVE WS-OLD-SALARY TO SalaryChangeNotice-OldValue
               MOVE Employees-SALARY TO SalaryChangeNotice-NewValue
               PERFORM INSERT-CHANGE-NOTICE
           END-IF

           IF Employees-HOURLY-RATE NOT = WS-OLD-HOURLY-RATE
               MOVE "RATE" TO SalaryChangeNotice-ChangeType
               MOVE WS-OLD-HOURLY-RATE TO SalaryChangeNotice-OldValue
               MOVE Employees-HOURLY-RATE
                 TO SalaryChangeNotice-NewValue
               PERFORM INSERT-CHANGE-NOTICE
           END-IF

           IF Employees-AGREEMENT-CODE NOT = WS-OLD-AGREEMENT
               MOVE "AGRE" TO SalaryChangeNotice-ChangeType
               MOVE 0 TO SalaryChangeNotice-OldValue
               MOVE 0 TO SalaryChangeNotice-NewValue
               MOVE WS-OLD-AGREEMENT TO SalaryChangeNotice-OldCode
               MOVE Employees-AGREEMENT-CODE
                 TO SalaryChangeNotice-NewCode
               PERFORM INSERT-CHANGE-NOTICE
           END-IF.

       INSERT-CHANGE-NOTICE SECTION.
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
               DISPLAY "EMPIMP01: SQL ERROR ON CHANGE NOTICE "
                 "INSERT, CODE = " SQLCODE
           END-IF.

       APPLY-HR-TERMINATE SECTION.
      *    THE TERMINATION DATE IS STAMPED WITH THE IMPORT DATE SO
      *    MAIN01's PRORATION STOPS PAYING THE EMPLOYEE FROM THAT
           MOVE WS-REPORT-LINE TO FS-IMPORTRPTFILE
           WRITE FS-IMPORTRPTFILE.

       CHECK-MINIMUM-WAGE SECTION.
      *    AN APPLIED ADD OR CHANGE THAT LEAVES THE EMPLOYEE UNDER
      *    THE AGREEMENT MINIMUM STAYS APPLIED (HR OWNS THE MASTER)
      *    BUT IS REPORTED SO PAYROLL CAN CHASE IT BEFORE READY01
      *    BLOCKS THE RUN.
           MOVE Employees-ID-EMPLOYEE TO WS-MWG-EMPLOYEE-ID
           MOVE WS-TODAY TO WS-MWG-AS-OF

           CALL "MinWageModule" USING WS-MWG-PARMS

           IF MWG-BELOW-MINIMUM
               ADD 1 TO WS-WARNING-COUNT

               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARNING  " WS-HR-ACTION " " WS-HR-ID " "
                 WS-MWG-MESSAGE
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO FS-IMPORTRPTFILE
               WRITE FS-IMPORTRPTFILE

               DISPLAY "EMPIMP01: row " WS-READ-COUNT
                 " under agreement minimum - " WS-MWG-MESSAGE
           END-IF.

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECT-COUNT

