       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDIMP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGETFILE ASSIGN TO WS-BUDGET-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUDFILE-STATUS.

           SELECT IMPORTRPTFILE ASSIGN TO WS-IMPORTRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGETFILE.
       01 BUDGET-RECORD PIC X(80).

       FD IMPORTRPTFILE.
       01 FS-IMPORTRPTFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "DeptBudget.cpy".
       COPY "Departments.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    SAME INKASSO_OUTPUT_DIR RESOLUTION MAIN01 USES - FINANCE
      *    DROPS budget.dat IN THE SAME FOLDER AND THE IMPORT
      *    REPORT IS WRITTEN BACK THERE.
       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-BUDGET-PATH PIC X(80).
       01 WS-IMPORTRPT-PATH PIC X(80).
       01 WS-BUDFILE-STATUS PIC X(2) VALUE "00".

       01 WS-FILE-SWITCHES PIC 9 VALUE 0.
         88 IMPORT-EOF VALUE 1.

      *    ONE SEMICOLON-DELIMITED BUDGET FIGURE PER LINE, IN THE
      *    SAME DELIMITER CONVENTION AS THE OTHER IMPORTS:
      *    COMPANY;DEPT;YYYYMM;AMOUNT
      *    AMOUNT IS THE MONTH'S TOTAL LABOUR COST BUDGET FOR THE
      *    DEPARTMENT IN WHOLE KRONOR. A LINE FOR A MONTH ALREADY
      *    ON FILE REPLACES IT - A REVISED BUDGET IS SENT AS A
      *    NEW FILE WITH THE MONTHS THAT CHANGED.
       01 WS-BUD-COMPANY PIC X(2).
       01 WS-BUD-DEPT PIC X(4).
       01 WS-BUD-PERIOD PIC X(6).
       01 WS-BUD-AMOUNT-TEXT PIC X(9) JUSTIFIED RIGHT.
       01 WS-BUD-MONTH PIC 9(2).

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.

       01 WS-TODAY PIC 9(8).
       01 WS-EDIT-STATUS PIC X(1) VALUE "Y".
         88 IMPORT-ROW-VALID VALUE "Y".
         88 IMPORT-ROW-INVALID VALUE "N".
       01 WS-EDIT-REASON PIC X(40).
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.

       01 WS-REPORT-LINE PIC X(120).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM RESOLVE-IMPORT-PATHS.
           PERFORM CONNECT-TO-DATABASE.

           OPEN INPUT BUDGETFILE
           IF WS-BUDFILE-STATUS NOT = "00"
               DISPLAY "BUDIMP01: cannot open budget file, "
                 "status " WS-BUDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           OPEN OUTPUT IMPORTRPTFILE

           MOVE SPACES TO FS-IMPORTRPTFILE
           STRING "FINANCE PAYROLL BUDGET IMPORT - RUN DATE "
             WS-TODAY
             DELIMITED BY SIZE INTO FS-IMPORTRPTFILE
           WRITE FS-IMPORTRPTFILE

           PERFORM UNTIL IMPORT-EOF
               READ BUDGETFILE
                   AT END
                       SET IMPORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-BUDGET-ROW
               END-READ
           END-PERFORM

           MOVE SPACES TO FS-IMPORTRPTFILE
           STRING "Rows read: " WS-READ-COUNT
             "  applied: " WS-APPLIED-COUNT
             "  (replacing: " WS-REPLACED-COUNT ")"
             "  rejected: " WS-REJECT-COUNT
             DELIMITED BY SIZE INTO FS-IMPORTRPTFILE
           WRITE FS-IMPORTRPTFILE

           CLOSE BUDGETFILE
           CLOSE IMPORTRPTFILE

           EXEC SQL COMMIT END-EXEC

           PERFORM MARK-INBOUND-APPLIED

           DISPLAY "BUDIMP01: " WS-READ-COUNT " rows read, "
             WS-APPLIED-COUNT " applied, "
             WS-REJECT-COUNT " rejected."

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-IMPORT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-BUDGET-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\budget.dat" DELIMITED BY SIZE
             INTO WS-BUDGET-PATH

           MOVE SPACES TO WS-IMPORTRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\budimport_report.txt" DELIMITED BY SIZE
             INTO WS-IMPORTRPT-PATH.

       REGISTER-INBOUND-FILE SECTION.
      *    READ THE WHOLE FILE ONCE FOR ITS COUNT AND CONTENT HASH
      *    BEFORE ANYTHING IS APPLIED, THE SAME AS EVERY OTHER
      *    IMPORT - THE SAME BUDGET FILE DROPPED TWICE IS REFUSED.
           MOVE "BUDGET" TO WS-FRG-FILE-TYPE
           MOVE WS-BUDGET-PATH TO WS-FRG-FILE-NAME
           MOVE "FINANCE" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "BUDIMP01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL IMPORT-EOF
               READ BUDGETFILE
                   AT END
                       SET IMPORT-EOF TO TRUE
                   NOT AT END
                       MOVE BUDGET-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE BUDGETFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "BUDIMP01: budget file not applied - "
                 "nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT BUDGETFILE.

       MARK-INBOUND-APPLIED SECTION.
           MOVE WS-APPLIED-COUNT TO WS-FRG-APPLIED-COUNT
           MOVE WS-REJECT-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "BUDIMP01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       APPLY-BUDGET-ROW SECTION.
           MOVE SPACES TO WS-BUD-COMPANY WS-BUD-DEPT WS-BUD-PERIOD
             WS-BUD-AMOUNT-TEXT

           UNSTRING BUDGET-RECORD DELIMITED BY ";"
             INTO WS-BUD-COMPANY
                  WS-BUD-DEPT
                  WS-BUD-PERIOD
                  WS-BUD-AMOUNT-TEXT
           END-UNSTRING

           INSPECT WS-BUD-AMOUNT-TEXT REPLACING LEADING " " BY "0"

           SET IMPORT-ROW-VALID TO TRUE

           IF WS-BUD-COMPANY = SPACES
               SET IMPORT-ROW-INVALID TO TRUE
               MOVE "Company code is blank" TO WS-EDIT-REASON
           ELSE
               MOVE WS-BUD-COMPANY TO DeptBudget-CompanyCode
           END-IF

           IF IMPORT-ROW-VALID
               IF WS-BUD-PERIOD NOT NUMERIC
                   SET IMPORT-ROW-INVALID TO TRUE
                   MOVE "Month is not YYYYMM" TO WS-EDIT-REASON
               ELSE
                   MOVE WS-BUD-PERIOD(5:2) TO WS-BUD-MONTH
                   IF WS-BUD-MONTH < 1 OR WS-BUD-MONTH > 12
                       SET IMPORT-ROW-INVALID TO TRUE
                       MOVE "Month is not YYYYMM" TO WS-EDIT-REASON
                   ELSE
                       MOVE WS-BUD-PERIOD TO DeptBudget-Period
                   END-IF
               END-IF
           END-IF

           IF IMPORT-ROW-VALID
               IF WS-BUD-AMOUNT-TEXT NOT NUMERIC
                   SET IMPORT-ROW-INVALID TO TRUE
                   MOVE "Budget amount is not numeric"
                     TO WS-EDIT-REASON
               ELSE
                   MOVE WS-BUD-AMOUNT-TEXT TO DeptBudget-BudgetAmount
               END-IF
           END-IF

           IF IMPORT-ROW-VALID
               PERFORM CHECK-DEPARTMENT-EXISTS
           END-IF

           IF IMPORT-ROW-VALID
               PERFORM STORE-BUDGET-ROW
           END-IF

           IF IMPORT-ROW-INVALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJECTED: " BUDGET-RECORD (1:40)
                 " - " WS-EDIT-REASON
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO FS-IMPORTRPTFILE
               WRITE FS-IMPORTRPTFILE
           END-IF.

       CHECK-DEPARTMENT-EXISTS SECTION.
      *    THE BUDGET IS KEYED BY THE SAME CODES THE RUN POSTS
      *    UNDER - A CODE NOT ON THE DEPARTMENT MASTER WOULD NEVER
      *    MEET AN ACTUAL AND IS TURNED BACK TO FINANCE.
           MOVE WS-BUD-DEPT TO Departments-DeptCode

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM REDWARRIOR.dbo.Departments
               WHERE DeptCode = :Departments-DeptCode
           END-EXEC

           IF WS-EXISTING-COUNT = 0
               SET IMPORT-ROW-INVALID TO TRUE
               MOVE "Department not on the master"
                 TO WS-EDIT-REASON
           ELSE
               MOVE WS-BUD-DEPT TO DeptBudget-DeptCode
           END-IF.

       STORE-BUDGET-ROW SECTION.
           MOVE WS-TODAY TO DeptBudget-LoadedDate
           MOVE WS-FRG-FILE-ID TO DeptBudget-SourceFileId

           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.DeptBudget
               WHERE CompanyCode = :DeptBudget-CompanyCode
                 AND DeptCode = :DeptBudget-DeptCode
                 AND Period = :DeptBudget-Period
           END-EXEC

           IF WS-DUP-COUNT > 0
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.DeptBudget
                   SET BudgetAmount = :DeptBudget-BudgetAmount,
                   LoadedDate = :DeptBudget-LoadedDate,
                   SourceFileId = :DeptBudget-SourceFileId
                   WHERE CompanyCode = :DeptBudget-CompanyCode
                     AND DeptCode = :DeptBudget-DeptCode
                     AND Period = :DeptBudget-Period
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "BUDIMP01: SQL ERROR ON BUDGET UPDATE, "
                     "CODE = " SQLCODE
               ELSE
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.DeptBudget
                   (CompanyCode, DeptCode, Period, BudgetAmount,
                   LoadedDate, SourceFileId)
                   VALUES (:DeptBudget-CompanyCode,
                   :DeptBudget-DeptCode, :DeptBudget-Period,
                   :DeptBudget-BudgetAmount,
                   :DeptBudget-LoadedDate,
                   :DeptBudget-SourceFileId)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "BUDIMP01: SQL ERROR ON BUDGET INSERT, "
                     "CODE = " SQLCODE
               END-IF
           END-IF

           ADD 1 TO WS-APPLIED-COUNT.
