       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJRPT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE PERIOD'S PAYROLL COST PER CUSTOMER PROJECT - WHAT
      *    FINANCE INVOICES FROM. ONE BLOCK PER PROJECT, ONE LINE
      *    PER EMPLOYEE WHO WORKED ON IT.
           SELECT PROJRPTFILE ASSIGN TO WS-PROJRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROJRPTFILE.
       01 FS-PROJRPTFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "Projects.cpy".
       COPY "ProjectCost.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE PERIOD'S ROWS NETTED PER PROJECT AND EMPLOYEE - A
      *    BACKED-OUT RUN'S ROWS AND THEIR OFFSETS CANCEL OUT.
           EXEC SQL
           DECLARE ProjectCostCursor CURSOR FOR
           SELECT ProjectCode, EmployeeId, MAX(DeptCode),
           SUM(Hours), SUM(GrossAmount), SUM(EmpTaxAmount),
           SUM(PensionAmount), SUM(VacationAmount)
           FROM REDWARRIOR.dbo.ProjectCost
           WHERE Period = :WS-RPT-PERIOD
             AND CompanyCode = :WS-RUN-COMPANY
           GROUP BY ProjectCode, EmployeeId
           HAVING SUM(Hours) <> 0 OR SUM(GrossAmount) <> 0
               OR SUM(EmpTaxAmount) <> 0 OR SUM(PensionAmount) <> 0
               OR SUM(VacationAmount) <> 0
           ORDER BY ProjectCode, EmployeeId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-PROJRPT-PATH PIC X(80).

       01 WS-RPT-PERIOD PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 COST-EOF VALUE 1.

       01 WS-CURRENT-PROJECT PIC X(8) VALUE SPACES.
       01 WS-PROJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-TOTAL PIC S9(11) VALUE 0.

      *    RUNNING TOTALS - 1 THE PROJECT IN HAND, 2 THE REPORT.
       01 WS-TOTALS.
         05 WS-TOT-ENTRY OCCURS 2 TIMES.
           10 WS-TOT-HOURS PIC S9(7)V9(2).
           10 WS-TOT-GROSS PIC S9(11).
           10 WS-TOT-EMPTAX PIC S9(11).
           10 WS-TOT-PENSION PIC S9(11).
           10 WS-TOT-VACATION PIC S9(11).
       01 WS-TOT-INX PIC 9 VALUE 0.

       01 WS-PERIOD-GROSS PIC S9(11) VALUE 0.
       01 WS-OFF-PROJECT PIC S9(11) VALUE 0.

       01 WS-EMP-DISP PIC 9(9).
       01 WS-HOURS-DISP PIC -(5)9.99.
       01 WS-AMT-DISP PIC -(9)9.
       01 WS-AMT-DISP2 PIC -(9)9.
       01 WS-AMT-DISP3 PIC -(9)9.
       01 WS-AMT-DISP4 PIC -(9)9.
       01 WS-AMT-DISP5 PIC -(10)9.
       01 WS-COUNT-DISP PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN SECTION.
           DISPLAY "Project cost report"
           DISPLAY "Period (YYYYMM): "
           ACCEPT WS-RPT-PERIOD

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-REPORT-PATH

           OPEN OUTPUT PROJRPTFILE

           MOVE SPACES TO FS-PROJRPTFILE
           STRING "PROJECT COST REPORT - PERIOD " WS-RPT-PERIOD
             " COMPANY " WS-RUN-COMPANY
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE
           MOVE SPACES TO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE

           MOVE 0 TO WS-TOT-HOURS(2) WS-TOT-GROSS(2)
             WS-TOT-EMPTAX(2) WS-TOT-PENSION(2) WS-TOT-VACATION(2)

           EXEC SQL
               OPEN ProjectCostCursor
           END-EXEC

           PERFORM UNTIL COST-EOF
               EXEC SQL
                   FETCH ProjectCostCursor INTO
                       :ProjectCost-ProjectCode,
                       :ProjectCost-EmployeeId,
                       :ProjectCost-DeptCode,
                       :ProjectCost-Hours,
                       :ProjectCost-GrossAmount,
                       :ProjectCost-EmpTaxAmount,
                       :ProjectCost-PensionAmount,
                       :ProjectCost-VacationAmount
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET COST-EOF TO TRUE
                   WHEN 0
                       IF ProjectCost-ProjectCode NOT =
                          WS-CURRENT-PROJECT
                           IF WS-CURRENT-PROJECT NOT = SPACES
                               PERFORM WRITE-PROJECT-TOTAL
                           END-IF
                           PERFORM START-PROJECT
                       END-IF
                       PERFORM WRITE-EMPLOYEE-LINE
                   WHEN OTHER
                       DISPLAY "PROJRPT01: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET COST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ProjectCostCursor
           END-EXEC

           IF WS-CURRENT-PROJECT NOT = SPACES
               PERFORM WRITE-PROJECT-TOTAL
           END-IF

           PERFORM WRITE-REPORT-TOTAL

           CLOSE PROJRPTFILE

           MOVE WS-PROJECT-COUNT TO WS-COUNT-DISP
           DISPLAY "PROJRPT01: " WS-COUNT-DISP
             " project(s) reported - see projcost.txt."

           MOVE 0 TO RETURN-CODE
           GOBACK.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROJRPT01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   STOP RUN
           END-EVALUATE.

       RESOLVE-REPORT-PATH SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-PROJRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\projcost.txt" DELIMITED BY SIZE
             INTO WS-PROJRPT-PATH.

       START-PROJECT SECTION.
      *    THE PROJECT'S HEADING FROM THE MASTER - A CODE SINCE
      *    REMOVED FROM IT STILL REPORTS, UNDER ITS CODE ALONE.
           MOVE ProjectCost-ProjectCode TO WS-CURRENT-PROJECT
           ADD 1 TO WS-PROJECT-COUNT
           MOVE 0 TO WS-TOT-HOURS(1) WS-TOT-GROSS(1)
             WS-TOT-EMPTAX(1) WS-TOT-PENSION(1) WS-TOT-VACATION(1)

           MOVE ProjectCost-ProjectCode TO Projects-ProjectCode
           EXEC SQL
               SELECT ProjectName, COALESCE(CustomerName, ' ')
               INTO :Projects-ProjectName, :Projects-CustomerName
               FROM REDWARRIOR.dbo.Projects
               WHERE ProjectCode = :Projects-ProjectCode
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "(not on the project master)"
                 TO Projects-ProjectName
               MOVE SPACES TO Projects-CustomerName
           END-IF

           MOVE SPACES TO FS-PROJRPTFILE
           STRING "PROJECT " WS-CURRENT-PROJECT " "
             Projects-ProjectName " CUSTOMER "
             Projects-CustomerName
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE
           MOVE "  EMPLOYEE  DEPT     HOURS      GROSS  EMPL.TAX"
             TO FS-PROJRPTFILE
           MOVE "    PENSION   VACATION       TOTAL"
             TO FS-PROJRPTFILE(50:)
           WRITE FS-PROJRPTFILE.

       WRITE-EMPLOYEE-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT
           PERFORM VARYING WS-TOT-INX FROM 1 BY 1
             UNTIL WS-TOT-INX > 2
               ADD ProjectCost-Hours TO WS-TOT-HOURS(WS-TOT-INX)
               ADD ProjectCost-GrossAmount
                 TO WS-TOT-GROSS(WS-TOT-INX)
               ADD ProjectCost-EmpTaxAmount
                 TO WS-TOT-EMPTAX(WS-TOT-INX)
               ADD ProjectCost-PensionAmount
                 TO WS-TOT-PENSION(WS-TOT-INX)
               ADD ProjectCost-VacationAmount
                 TO WS-TOT-VACATION(WS-TOT-INX)
           END-PERFORM

           MOVE ProjectCost-EmployeeId TO WS-EMP-DISP
           MOVE ProjectCost-Hours TO WS-HOURS-DISP
           MOVE ProjectCost-GrossAmount TO WS-AMT-DISP
           MOVE ProjectCost-EmpTaxAmount TO WS-AMT-DISP2
           MOVE ProjectCost-PensionAmount TO WS-AMT-DISP3
           MOVE ProjectCost-VacationAmount TO WS-AMT-DISP4
           COMPUTE WS-LINE-TOTAL = ProjectCost-GrossAmount
             + ProjectCost-EmpTaxAmount + ProjectCost-PensionAmount
             + ProjectCost-VacationAmount
           MOVE WS-LINE-TOTAL TO WS-AMT-DISP5

           MOVE SPACES TO FS-PROJRPTFILE
           STRING "  " WS-EMP-DISP " " ProjectCost-DeptCode " "
             WS-HOURS-DISP " " WS-AMT-DISP " " WS-AMT-DISP2
             " " WS-AMT-DISP3 " " WS-AMT-DISP4 " " WS-AMT-DISP5
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE.

       WRITE-PROJECT-TOTAL SECTION.
           MOVE 1 TO WS-TOT-INX
           MOVE SPACES TO FS-PROJRPTFILE
           STRING "  PROJECT " WS-CURRENT-PROJECT
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE.

       WRITE-REPORT-TOTAL SECTION.
      *    THE PERIOD'S WHOLE PAYROLL GROSS BESIDE THE PROJECTS'
      *    SHARE OF IT - THE DIFFERENCE IS INTERNAL TIME AND STAFF
      *    WHO REPORT NO PROJECT TIME.
           MOVE 2 TO WS-TOT-INX
           MOVE SPACES TO FS-PROJRPTFILE
           STRING "  ALL PROJECTS"
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           PERFORM WRITE-TOTAL-LINE

           EXEC SQL
               SELECT COALESCE(SUM(Salary), 0)
               INTO :WS-PERIOD-GROSS
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE Period = :WS-RPT-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PROJRPT01: SQL ERROR ON PERIOD GROSS, "
                 "CODE = " SQLCODE
               MOVE 0 TO WS-PERIOD-GROSS
           END-IF

           COMPUTE WS-OFF-PROJECT = WS-PERIOD-GROSS - WS-TOT-GROSS(2)

           MOVE SPACES TO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE
           MOVE WS-PERIOD-GROSS TO WS-AMT-DISP5
           MOVE SPACES TO FS-PROJRPTFILE
           STRING "Payroll gross for the period: " WS-AMT-DISP5
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE
           MOVE WS-TOT-GROSS(2) TO WS-AMT-DISP5
           MOVE SPACES TO FS-PROJRPTFILE
           STRING "  of which on projects:       " WS-AMT-DISP5
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE
           MOVE WS-OFF-PROJECT TO WS-AMT-DISP5
           MOVE SPACES TO FS-PROJRPTFILE
           STRING "  not on any project:         " WS-AMT-DISP5
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE
           MOVE WS-PROJECT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FS-PROJRPTFILE
           STRING "Projects:       " WS-COUNT-DISP
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FS-PROJRPTFILE
           STRING "Employee lines: " WS-COUNT-DISP
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE.

       WRITE-TOTAL-LINE SECTION.
      *    THE LABEL IS ALREADY IN COLUMNS 1-20 OF THE LINE.
           MOVE WS-TOT-HOURS(WS-TOT-INX) TO WS-HOURS-DISP
           MOVE WS-TOT-GROSS(WS-TOT-INX) TO WS-AMT-DISP
           MOVE WS-TOT-EMPTAX(WS-TOT-INX) TO WS-AMT-DISP2
           MOVE WS-TOT-PENSION(WS-TOT-INX) TO WS-AMT-DISP3
           MOVE WS-TOT-VACATION(WS-TOT-INX) TO WS-AMT-DISP4
           COMPUTE WS-LINE-TOTAL = WS-TOT-GROSS(WS-TOT-INX)
             + WS-TOT-EMPTAX(WS-TOT-INX)
             + WS-TOT-PENSION(WS-TOT-INX)
             + WS-TOT-VACATION(WS-TOT-INX)
           MOVE WS-LINE-TOTAL TO WS-AMT-DISP5

           STRING FS-PROJRPTFILE(1:20)
             WS-HOURS-DISP " " WS-AMT-DISP " " WS-AMT-DISP2
             " " WS-AMT-DISP3 " " WS-AMT-DISP4 " " WS-AMT-DISP5
             DELIMITED BY SIZE INTO FS-PROJRPTFILE
           WRITE FS-PROJRPTFILE.
