       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKPAY01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE LINE PER EARNING PERIOD PRICED, PER EMPLOYEE - WHAT
      *    PAYROLL CHECKS BEFORE THE NEXT REGULAR RUN PAYS IT OUT.
           SELECT BKPRPTFILE ASSIGN TO WS-BKPRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BKPRPTFILE.
       01 FS-BKPRPTFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "SalaryHistory.cpy".
       COPY "BackPay.cpy".
       COPY "PeriodStatus.cpy".
       COPY "RunAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY SEGMENT ENTERED WITH AN EFFECTIVE DATE BEFORE THE
      *    DAY IT WAS KEYED - A LATE-SIGNED AGREEMENT APPLIED
      *    THROUGH SALREV01. HOURLY STAFF ARE PAID FROM HOURS, NOT
      *    FROM SalaryHistory, AND NEVER HAVE A SALARY TO BACKDATE.
           EXEC SQL
           DECLARE BackdatedSegCursor CURSOR FOR
           SELECT S.EmployeeId, S.Salary, S.EffectiveFrom,
           S.EffectiveTo, S.RecordedDate,
           E.BIRTH_DATE, E.CHURCH, E.HIRE_DATE, E.TERM_DATE,
           COALESCE(E.AGREEMENT_CODE, '01')
           FROM REDWARRIOR.dbo.SalaryHistory S,
           REDWARRIOR.dbo.Employees E
           WHERE E.ID_EMPLOYEE = S.EmployeeId
             AND E.COMPANY_CODE = :WS-RUN-COMPANY
             AND COALESCE(E.PAY_TYPE, 'M') = 'M'
             AND S.RecordedDate IS NOT NULL
             AND S.EffectiveFrom < S.RecordedDate
             AND S.RecordedDate >= :WS-SINCE-DATE
             AND (:WS-SEL-EMPLOYEE = 0
              OR S.EmployeeId = :WS-SEL-EMPLOYEE)
           ORDER BY S.EmployeeId, S.EffectiveFrom
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-BKPRPT-PATH PIC X(80).

       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-DATE-TEXT PIC X(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-SINCE-DATE PIC S9(09) COMP-5 VALUE 0.
       01 WS-SINCE-TEXT PIC X(8).
       01 WS-SEL-EMPLOYEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-SEL-TEXT PIC X(9) JUSTIFIED RIGHT.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 SEGMENT-EOF VALUE 1.
       01 WS-PRIOR-SWITCH PIC X VALUE "N".
         88 PRIOR-SEGMENT-FOUND VALUE "Y".

      *    THE SEGMENT IN HAND AND THE SALARY IT REPLACED.
       01 WS-OLD-SALARY PIC S9(09) COMP-5 VALUE 0.
       01 WS-SEG-FROM PIC 9(8).
       01 WS-SEG-TO PIC 9(8).
       01 WS-SEG-RECORDED PIC 9(8).
       01 WS-DATE-TEXT PIC X(8).

      *    THE EARNING PERIOD BEING PRICED AND ITS CALENDAR.
       01 WS-CUR-PERIOD PIC X(6).
       01 WS-LAST-PERIOD PIC X(6).
       01 WS-CUR-YEAR PIC 9(4).
       01 WS-CUR-MONTH PIC 9(2).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-NEXT-START PIC 9(8).
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-COVER-START PIC 9(8).
       01 WS-COVER-END PIC 9(8).
       01 WS-COVER-DAYS PIC 9(3).
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-YEAR-START-PERIOD PIC X(6).

       01 WS-RUN-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-POSTED-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-POSTED-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-POSTED-BENEFIT PIC S9(09) COMP-5 VALUE 0.
       01 WS-PRIOR-BKP-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-GROSS-YTD-PRIOR PIC S9(09) COMP-5 VALUE 0.

       01 WS-GROSS-DELTA PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-NEW-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-TAXABLE PIC S9(09) COMP-5 VALUE 0.
       01 WS-NEW-TAXABLE PIC S9(09) COMP-5 VALUE 0.

      *    MODULE INTERFACE FIELDS - EACH MODULE IS CALLED TWICE PER
      *    PERIOD, ON THE POSTED AND ON THE CORRECTED FIGURE, AND
      *    THE DIFFERENCE OF THE TWO RESULTS IS THE DELTA.
       01 WS-Salary PIC 9(5).
       01 WS-TAXABLE-GROSS PIC 9(5).
       01 WS-ChurchMember PIC X.
       01 WS-DATEOFBIRTH PIC 9(8).
       01 WS-TaxAmount PIC 9(5).
       01 WS-FEE PIC 9(5).
       01 WS-FEE-STATUS PIC X.
         88 FEE-NO-BRACKET-FOUND VALUE "N".
       01 WS-APPLIED-TAX-RATE PIC S9(3)V9(2) COMP-3.
       01 WS-TAX-DECISION-EMP PIC S9(09) COMP-5 VALUE 0.
       01 WS-TAX-DECISION-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMP-AGREEMENT PIC X(2) VALUE "01".
       01 WS-APPLIED-FEE-RATE PIC S9(2)V9(2) COMP-3.
       01 WS-PENSION-EMP PIC 9(5).
       01 WS-PENSION-EMPLOYER PIC 9(5).
       01 WS-PENSION-STATUS PIC X VALUE "N".
       01 WS-PENSION-CAP-FLAG PIC X VALUE "N".
      *    BACK PAY IS NEVER SALARY-EXCHANGED - THE ENROLMENT
      *    APPLIES TO THE REGULAR PERIOD SALARY ONLY.
       01 WS-EXCHANGE-AMOUNT PIC 9(5) VALUE 0.
       01 WS-EXCHANGE-UPLIFT PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-EXCHANGE-PREMIUM PIC 9(5) VALUE 0.
       01 WS-EMPTAX PIC 9(5).
       01 WS-EMPTAX-STATUS PIC X VALUE "N".
       01 WS-APPLIED-EMPTAX-RATE PIC S9(2)V9(2) COMP-3.
       01 WS-EMPTAX-COVERAGE-ID PIC S9(09) COMP-5 VALUE 0.

       01 WS-OLD-TAX PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-FEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-PENSION-EMP PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-PENSION-EMPLOYER PIC S9(09) COMP-5 VALUE 0.
       01 WS-OLD-EMPTAX PIC S9(09) COMP-5 VALUE 0.

       01 WS-RAISED-COUNT PIC 9(5) VALUE 0.
       01 WS-SEGMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-GRAND-GROSS PIC S9(9) VALUE 0.
       01 WS-GRAND-TAX PIC S9(9) VALUE 0.
       01 WS-GRAND-EMPTAX PIC S9(9) VALUE 0.

       01 WS-REPORT-ID PIC 9(9).
       01 WS-DELTA-DISP PIC +9(7).
       01 WS-DELTA-DISP2 PIC +9(7).
       01 WS-DELTA-DISP3 PIC +9(7).
       01 WS-DELTA-DISP4 PIC +9(7).
       01 WS-SKIP-REASON PIC X(40).
       01 WS-REPORT-LINE PIC X(120).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "Back pay for backdated salary changes"
           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           DISPLAY "Segments entered on or after (YYYYMMDD, "
             "blank for all): "
           ACCEPT WS-SINCE-TEXT
           IF WS-SINCE-TEXT = SPACES
               MOVE 0 TO WS-SINCE-DATE
           ELSE
               MOVE WS-SINCE-TEXT TO WS-SEG-FROM
               MOVE WS-SEG-FROM TO WS-SINCE-DATE
           END-IF

           DISPLAY "Employee ID (blank for every employee): "
           ACCEPT WS-SEL-TEXT
           INSPECT WS-SEL-TEXT REPLACING LEADING " " BY "0"
           IF WS-SEL-TEXT NUMERIC
               MOVE WS-SEL-TEXT TO WS-SEL-EMPLOYEE
           ELSE
               MOVE 0 TO WS-SEL-EMPLOYEE
           END-IF

           DISPLAY "Price every posted period covered by a backdated "
             "salary segment for company " WS-RUN-COMPANY
             " and queue the differences for the next regular "
             "run? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Back pay calculation cancelled."
               GOBACK
           END-IF

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-REPORT-PATH
           PERFORM WRITE-RUN-AUDIT-START

           OPEN OUTPUT BKPRPTFILE

           MOVE SPACES TO FS-BKPRPTFILE
           STRING "BACK PAY CALCULATION - COMPANY " WS-RUN-COMPANY
             " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-BKPRPTFILE
           WRITE FS-BKPRPTFILE

           EXEC SQL
               OPEN BackdatedSegCursor
           END-EXEC

           PERFORM UNTIL SEGMENT-EOF
               EXEC SQL
                   FETCH BackdatedSegCursor INTO
                       :SalaryHistory-EmployeeId,
                       :SalaryHistory-Salary,
                       :SalaryHistory-EffectiveFrom,
                       :SalaryHistory-EffectiveTo,
                       :SalaryHistory-RecordedDate,
                       :Employees-BIRTH-DATE,
                       :Employees-CHURCH,
                       :Employees-HIRE-DATE,
                       :Employees-TERM-DATE,
                       :WS-EMP-AGREEMENT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET SEGMENT-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-SEGMENT-COUNT
                       PERFORM PROCESS-ONE-SEGMENT
                   WHEN OTHER
                       DISPLAY "BACKPAY01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       SET SEGMENT-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE BackdatedSegCursor
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           MOVE WS-GRAND-GROSS TO WS-DELTA-DISP
           MOVE WS-GRAND-TAX TO WS-DELTA-DISP2
           MOVE WS-GRAND-EMPTAX TO WS-DELTA-DISP3
           MOVE SPACES TO FS-BKPRPTFILE
           STRING "TOTAL segments: " WS-SEGMENT-COUNT
             "  periods queued: " WS-RAISED-COUNT
             "  gross " WS-DELTA-DISP
             "  tax " WS-DELTA-DISP2
             "  employer tax " WS-DELTA-DISP3
             DELIMITED BY SIZE INTO FS-BKPRPTFILE
           WRITE FS-BKPRPTFILE

           CLOSE BKPRPTFILE

           PERFORM WRITE-RUN-AUDIT-END

           DISPLAY "BACKPAY01: " WS-RAISED-COUNT
             " period(s) queued for payment - see backpayreport.txt."

           IF WS-SKIPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       RESOLVE-REPORT-PATH SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-BKPRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\backpayreport.txt" DELIMITED BY SIZE
             INTO WS-BKPRPT-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "BACKPAY01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-RUN-AUDIT-START SECTION.
      *    THE CALCULATION SITS IN THE SAME AUDIT TRAIL AS THE RUNS
      *    IT CORRECTS - InvokedBy TELLS IT APART.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "BACKPAY01 BACK PAY CALC" TO RunAudit-InvokedBy
           MOVE WS-RUN-DATE-TEXT(1:6) TO RunAudit-Period
           MOVE 0 TO RunAudit-EmployeeCount
           MOVE "IN PROGRESS" TO RunAudit-Outcome

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RunAudit (RunDate, RunTime,
               InvokedBy, Period, EmployeeCount, Outcome,
               CompanyCode)
               VALUES (:RunAudit-RunDate, :RunAudit-RunTime,
               :RunAudit-InvokedBy, :RunAudit-Period,
               :RunAudit-EmployeeCount, :RunAudit-Outcome,
               :WS-RUN-COMPANY)
           END-EXEC

           EXEC SQL
               SELECT @@IDENTITY INTO :WS-RUN-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKPAY01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-RAISED-COUNT TO RunAudit-EmployeeCount
           MOVE "SUCCESS" TO RunAudit-Outcome

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKPAY01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF.

       PROCESS-ONE-SEGMENT SECTION.
      *    THE SALARY THE NEW SEGMENT REPLACED IS THE ONE THAT NOW
      *    ENDS BEFORE IT STARTS - THAT IS WHAT THE POSTED PERIODS
      *    WERE PAID AT FOR THE DAYS THE NEW SEGMENT COVERS.
           MOVE SalaryHistory-EmployeeId TO WS-REPORT-ID
           MOVE SalaryHistory-EffectiveFrom TO WS-SEG-FROM
           MOVE SalaryHistory-EffectiveTo TO WS-SEG-TO
           MOVE SalaryHistory-RecordedDate TO WS-SEG-RECORDED

           MOVE 0 TO WS-OLD-SALARY
           MOVE "N" TO WS-PRIOR-SWITCH
           EXEC SQL
               SELECT TOP 1 Salary INTO :WS-OLD-SALARY
               FROM REDWARRIOR.dbo.SalaryHistory
               WHERE EmployeeId = :SalaryHistory-EmployeeId
                 AND EffectiveTo <> 0
                 AND EffectiveTo < :SalaryHistory-EffectiveFrom
               ORDER BY EffectiveTo DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET PRIOR-SEGMENT-FOUND TO TRUE
               WHEN 100
                   MOVE "No earlier segment to price against"
                     TO WS-SKIP-REASON
                   PERFORM WRITE-SEGMENT-SKIP
               WHEN OTHER
                   DISPLAY "BACKPAY01: SQL ERROR ON PRIOR SEGMENT "
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE

           IF PRIOR-SEGMENT-FOUND AND
              WS-OLD-SALARY NOT = SalaryHistory-Salary
               MOVE WS-SEG-FROM TO WS-DATE-TEXT
               MOVE WS-DATE-TEXT(1:6) TO WS-CUR-PERIOD
               MOVE WS-SEG-RECORDED TO WS-DATE-TEXT
               MOVE WS-DATE-TEXT(1:6) TO WS-LAST-PERIOD
               IF WS-SEG-TO NOT = 0
                   MOVE WS-SEG-TO TO WS-DATE-TEXT
                   IF WS-DATE-TEXT(1:6) < WS-LAST-PERIOD
                       MOVE WS-DATE-TEXT(1:6) TO WS-LAST-PERIOD
                   END-IF
               END-IF

               PERFORM UNTIL WS-CUR-PERIOD > WS-LAST-PERIOD
                   PERFORM PRICE-ONE-PERIOD
                   PERFORM STEP-TO-NEXT-PERIOD
               END-PERFORM
           END-IF.

       WRITE-SEGMENT-SKIP SECTION.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO FS-BKPRPTFILE
           STRING "SKIPPED " WS-REPORT-ID
             " segment from " WS-SEG-FROM
             " - " WS-SKIP-REASON
             DELIMITED BY SIZE INTO FS-BKPRPTFILE
           WRITE FS-BKPRPTFILE.

       STEP-TO-NEXT-PERIOD SECTION.
           MOVE WS-CUR-PERIOD(1:4) TO WS-CUR-YEAR
           MOVE WS-CUR-PERIOD(5:2) TO WS-CUR-MONTH
           IF WS-CUR-MONTH = 12
               MOVE 1 TO WS-CUR-MONTH
               ADD 1 TO WS-CUR-YEAR
           ELSE
               ADD 1 TO WS-CUR-MONTH
           END-IF
           MOVE SPACES TO WS-CUR-PERIOD
           STRING WS-CUR-YEAR WS-CUR-MONTH DELIMITED BY SIZE
             INTO WS-CUR-PERIOD.

       PRICE-ONE-PERIOD SECTION.
      *    ONLY A PERIOD MAIN01 HAD ALREADY POSTED BEFORE THE
      *    SEGMENT WAS KEYED IS OWED ANYTHING - A RUN AFTER THE
      *    ENTRY PRORATED THE NEW SALARY ITSELF.
           MOVE 0 TO WS-RUN-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RUN-COUNT
               FROM REDWARRIOR.dbo.RunAudit
               WHERE Period = :WS-CUR-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND InvokedBy LIKE 'MAIN01%'
                 AND RunDate < :SalaryHistory-RecordedDate
           END-EXEC

           IF WS-RUN-COUNT > 0
               MOVE 0 TO WS-POSTED-COUNT
               MOVE 0 TO WS-POSTED-GROSS
               MOVE 0 TO WS-POSTED-BENEFIT
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(Salary), 0),
                   COALESCE(SUM(BenefitValue), 0)
                   INTO :WS-POSTED-COUNT, :WS-POSTED-GROSS,
                   :WS-POSTED-BENEFIT
                   FROM REDWARRIOR.dbo.EmployeeDeductions
                   WHERE EmployeeId = :SalaryHistory-EmployeeId
                     AND Period = :WS-CUR-PERIOD
                     AND CompanyCode = :WS-RUN-COMPANY
                     AND (PayType IS NULL OR PayType = 'R')
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "BACKPAY01: SQL ERROR ON POSTED LOOKUP, "
                     "CODE = " SQLCODE
                   MOVE 0 TO WS-POSTED-COUNT
               END-IF
           END-IF

           IF WS-RUN-COUNT > 0 AND WS-POSTED-COUNT > 0
               PERFORM CHECK-PERIOD-OPEN
           END-IF.

       CHECK-PERIOD-OPEN SECTION.
      *    A PERIOD FINANCE HAS CLOSED IS NOT REOPENED BY BACK PAY
      *    ANY MORE THAN BY RETRO01 - BUT THE MONEY IS STILL OWED,
      *    SO IT IS REPORTED FOR A MANUAL DECISION, NOT DROPPED.
           MOVE WS-CUR-PERIOD TO PeriodStatus-Period
           EXEC SQL
               SELECT Status INTO :PeriodStatus-Status
               FROM REDWARRIOR.dbo.PeriodStatus
               WHERE Period = :PeriodStatus-Period
           END-EXEC

           IF SQLCODE = 0 AND PeriodStatus-Closed
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO FS-BKPRPTFILE
               STRING "SKIPPED " WS-REPORT-ID
                 " period " WS-CUR-PERIOD
                 " IS CLOSED - reopen via PERCLS01 and rerun"
                 DELIMITED BY SIZE INTO FS-BKPRPTFILE
               WRITE FS-BKPRPTFILE
           ELSE
               PERFORM CHECK-ALREADY-RAISED
           END-IF.

       CHECK-ALREADY-RAISED SECTION.
           MOVE SalaryHistory-EmployeeId TO BackPay-EmployeeId
           MOVE WS-CUR-PERIOD TO BackPay-Period
           MOVE SalaryHistory-EffectiveFrom TO BackPay-EffectiveFrom

           MOVE 0 TO WS-DUP-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.BackPay
               WHERE EmployeeId = :BackPay-EmployeeId
                 AND Period = :BackPay-Period
                 AND EffectiveFrom = :BackPay-EffectiveFrom
                 AND Status <> 'CANCELLED'
           END-EXEC

           IF WS-DUP-COUNT > 0
               DISPLAY "Employee " WS-REPORT-ID " period "
                 WS-CUR-PERIOD " already queued - not raised again."
           ELSE
               PERFORM COMPUTE-PERIOD-DELTA
           END-IF.

       COMPUTE-PERIOD-DELTA SECTION.
      *    THE DAYS OF THE PERIOD THE NEW SEGMENT COVERS, CLIPPED TO
      *    THE EMPLOYMENT - THE SAME DAY-WEIGHTING MAIN01'S
      *    PRORATION USES - EARN THE SALARY DIFFERENCE.
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-CUR-PERIOD "01" DELIMITED BY SIZE
             INTO WS-DATE-TEXT
           MOVE WS-DATE-TEXT TO WS-PERIOD-START
           MOVE WS-PERIOD-START TO WS-ASOF-DATE

           MOVE WS-CUR-PERIOD(1:4) TO WS-CUR-YEAR
           MOVE WS-CUR-PERIOD(5:2) TO WS-CUR-MONTH
           IF WS-CUR-MONTH = 12
               COMPUTE WS-NEXT-START = (WS-CUR-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-START =
                 WS-CUR-YEAR * 10000 + (WS-CUR-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1)
           COMPUTE WS-DAYS-IN-MONTH =
             FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) -
             FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1

           MOVE WS-PERIOD-START TO WS-COVER-START
           IF WS-SEG-FROM > WS-COVER-START
               MOVE WS-SEG-FROM TO WS-COVER-START
           END-IF
           IF Employees-HIRE-DATE > WS-COVER-START
               MOVE Employees-HIRE-DATE TO WS-COVER-START
           END-IF

           MOVE WS-PERIOD-END TO WS-COVER-END
           IF WS-SEG-TO NOT = 0 AND WS-SEG-TO < WS-COVER-END
               MOVE WS-SEG-TO TO WS-COVER-END
           END-IF
           IF Employees-TERM-DATE NOT = 0 AND
              Employees-TERM-DATE < WS-COVER-END
               MOVE Employees-TERM-DATE TO WS-COVER-END
           END-IF

           IF WS-COVER-START > WS-COVER-END
               CONTINUE
           ELSE
               COMPUTE WS-COVER-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-COVER-END) -
                 FUNCTION INTEGER-OF-DATE(WS-COVER-START) + 1
               COMPUTE WS-GROSS-DELTA ROUNDED =
                 (SalaryHistory-Salary - WS-OLD-SALARY)
                 * WS-COVER-DAYS / WS-DAYS-IN-MONTH
               IF WS-GROSS-DELTA NOT = 0
                   PERFORM PRICE-PERIOD-DELTA
               END-IF
           END-IF.

       PRICE-PERIOD-DELTA SECTION.
      *    BACK PAY ALREADY QUEUED FOR THIS PERIOD BY AN EARLIER
      *    SEGMENT IS PART OF WHAT THE PERIOD IS NOW WORTH - THE
      *    NEXT DIFFERENCE IS PRICED ON TOP OF IT.
           MOVE 0 TO WS-PRIOR-BKP-GROSS
           EXEC SQL
               SELECT COALESCE(SUM(GrossDelta), 0)
               INTO :WS-PRIOR-BKP-GROSS
               FROM REDWARRIOR.dbo.BackPay
               WHERE EmployeeId = :BackPay-EmployeeId
                 AND Period = :BackPay-Period
                 AND Status <> 'CANCELLED'
           END-EXEC

           COMPUTE WS-OLD-GROSS = WS-POSTED-GROSS + WS-PRIOR-BKP-GROSS
           COMPUTE WS-NEW-GROSS = WS-OLD-GROSS + WS-GROSS-DELTA
           COMPUTE WS-OLD-TAXABLE = WS-OLD-GROSS + WS-POSTED-BENEFIT
           COMPUTE WS-NEW-TAXABLE = WS-NEW-GROSS + WS-POSTED-BENEFIT

      *    THE MODULES WORK IN PIC 9(5) - A FIGURE OUTSIDE THAT
      *    RANGE CANNOT BE PRICED AND IS LEFT FOR PAYROLL.
           IF WS-OLD-GROSS < 0 OR WS-NEW-GROSS < 0 OR
              WS-OLD-TAXABLE > 99999 OR WS-NEW-TAXABLE > 99999
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO FS-BKPRPTFILE
               STRING "SKIPPED " WS-REPORT-ID
                 " period " WS-CUR-PERIOD
                 " - gross outside the calculable range"
                 DELIMITED BY SIZE INTO FS-BKPRPTFILE
               WRITE FS-BKPRPTFILE
           ELSE
               PERFORM FETCH-PERIOD-GROSS-YTD
               MOVE Employees-CHURCH TO WS-ChurchMember
               MOVE Employees-BIRTH-DATE TO WS-DATEOFBIRTH
               MOVE SalaryHistory-EmployeeId TO WS-TAX-DECISION-EMP

               MOVE WS-OLD-GROSS TO WS-Salary
               MOVE WS-OLD-TAXABLE TO WS-TAXABLE-GROSS
               PERFORM CALL-PERIOD-MODULES
               MOVE WS-TaxAmount TO WS-OLD-TAX
               MOVE WS-FEE TO WS-OLD-FEE
               MOVE WS-PENSION-EMP TO WS-OLD-PENSION-EMP
               MOVE WS-PENSION-EMPLOYER TO WS-OLD-PENSION-EMPLOYER
               MOVE WS-EMPTAX TO WS-OLD-EMPTAX

               MOVE WS-NEW-GROSS TO WS-Salary
               MOVE WS-NEW-TAXABLE TO WS-TAXABLE-GROSS
               PERFORM CALL-PERIOD-MODULES

               PERFORM RAISE-BACK-PAY-ROW
           END-IF.

       FETCH-PERIOD-GROSS-YTD SECTION.
      *    THE PENSIONABLE GROSS THE YEAR HAD POSTED BEFORE THIS
      *    PERIOD - THE ANNUAL CAP IS TESTED AS IT STOOD THEN.
           MOVE SPACES TO WS-YEAR-START-PERIOD
           STRING WS-CUR-PERIOD(1:4) "01" DELIMITED BY SIZE
             INTO WS-YEAR-START-PERIOD

           MOVE 0 TO WS-GROSS-YTD-PRIOR
           EXEC SQL
               SELECT COALESCE(SUM(Salary), 0) +
               COALESCE(SUM(BenefitValue), 0)
               INTO :WS-GROSS-YTD-PRIOR
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE EmployeeId = :SalaryHistory-EmployeeId
                 AND Period >= :WS-YEAR-START-PERIOD
                 AND Period < :WS-CUR-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "BACKPAY01: SQL ERROR ON GROSS YTD LOOKUP, "
                 "CODE = " SQLCODE
           END-IF.

       CALL-PERIOD-MODULES SECTION.
      *    THE SAME FOUR CALLS MAIN01 MAKES, AS OF THE FIRST DAY OF
      *    THE EARNING PERIOD - THAT PERIOD'S BRACKETS, SCALES AND
      *    PLAN RULES, NOT TODAY'S.
           CALL "TaxModule" USING WS-TAXABLE-GROSS
                                  WS-ChurchMember
                                  WS-TaxAmount
                                  WS-ASOF-DATE
                                  WS-APPLIED-TAX-RATE
                                  WS-TAX-DECISION-EMP
                                  WS-TAX-DECISION-ID

           CALL "FeeModule" USING WS-Salary
                                  WS-DATEOFBIRTH
                                  WS-FEE
                                  WS-FEE-STATUS
                                  WS-APPLIED-FEE-RATE
                                  WS-EMP-AGREEMENT

           CALL "PensionModule" USING WS-TAXABLE-GROSS
                                      WS-DATEOFBIRTH
                                      WS-ASOF-DATE
                                      WS-PENSION-EMP
                                      WS-PENSION-EMPLOYER
                                      WS-PENSION-STATUS
                                      WS-GROSS-YTD-PRIOR
                                      WS-PENSION-CAP-FLAG
                                      WS-EMP-AGREEMENT
                                      WS-EXCHANGE-AMOUNT
                                      WS-EXCHANGE-UPLIFT
                                      WS-EXCHANGE-PREMIUM

           CALL "EmpTaxModule" USING WS-TAXABLE-GROSS
                                     WS-DATEOFBIRTH
                                     WS-EMPTAX
                                     WS-EMPTAX-STATUS
                                     WS-APPLIED-EMPTAX-RATE
                                     WS-ASOF-DATE
                                     WS-TAX-DECISION-EMP
                                     WS-EMPTAX-COVERAGE-ID.

       RAISE-BACK-PAY-ROW SECTION.
           MOVE WS-OLD-SALARY TO BackPay-OldSalary
           MOVE SalaryHistory-Salary TO BackPay-NewSalary
           MOVE WS-GROSS-DELTA TO BackPay-GrossDelta
           COMPUTE BackPay-TaxDelta = WS-TaxAmount - WS-OLD-TAX
           COMPUTE BackPay-FeeDelta = WS-FEE - WS-OLD-FEE
           COMPUTE BackPay-PensionEmpDelta =
             WS-PENSION-EMP - WS-OLD-PENSION-EMP
           COMPUTE BackPay-PensionEmplrDelta =
             WS-PENSION-EMPLOYER - WS-OLD-PENSION-EMPLOYER
           COMPUTE BackPay-EmpTaxDelta = WS-EMPTAX - WS-OLD-EMPTAX
           SET BackPay-Pending TO TRUE
           MOVE WS-RUN-COMPANY TO BackPay-CompanyCode
           MOVE WS-RUN-DATE TO BackPay-CreatedDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.BackPay
               (EmployeeId, Period, EffectiveFrom, OldSalary,
               NewSalary, GrossDelta, TaxDelta, FeeDelta,
               PensionEmpDelta, PensionEmplrDelta, EmpTaxDelta,
               Status, CompanyCode, CreatedDate)
               VALUES (:BackPay-EmployeeId, :BackPay-Period,
               :BackPay-EffectiveFrom, :BackPay-OldSalary,
               :BackPay-NewSalary, :BackPay-GrossDelta,
               :BackPay-TaxDelta, :BackPay-FeeDelta,
               :BackPay-PensionEmpDelta, :BackPay-PensionEmplrDelta,
               :BackPay-EmpTaxDelta, :BackPay-Status,
               :BackPay-CompanyCode, :BackPay-CreatedDate)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "BACKPAY01: SQL ERROR ON BACK PAY INSERT, "
                 "CODE = " SQLCODE
           ELSE
               ADD 1 TO WS-RAISED-COUNT
               ADD BackPay-GrossDelta TO WS-GRAND-GROSS
               ADD BackPay-TaxDelta TO WS-GRAND-TAX
               ADD BackPay-EmpTaxDelta TO WS-GRAND-EMPTAX

               MOVE BackPay-GrossDelta TO WS-DELTA-DISP
               MOVE BackPay-TaxDelta TO WS-DELTA-DISP2
               MOVE BackPay-FeeDelta TO WS-DELTA-DISP3
               MOVE BackPay-PensionEmpDelta TO WS-DELTA-DISP4
               MOVE SPACES TO WS-REPORT-LINE
               STRING "QUEUED " WS-REPORT-ID
                 " period " WS-CUR-PERIOD
                 " days " WS-COVER-DAYS
                 " gross " WS-DELTA-DISP
                 " tax " WS-DELTA-DISP2
                 " fee " WS-DELTA-DISP3
                 " pension " WS-DELTA-DISP4
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO FS-BKPRPTFILE
               WRITE FS-BKPRPTFILE
           END-IF.
