       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEQ01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SURVEY REPORT: ONE LINE PER EQUAL-WORK AND PER
      *    EQUIVALENT-WORK GROUP WITH EACH GENDER'S COUNT, MEAN,
      *    MEDIAN AND RANGE OF FULL-TIME MONTHLY SALARY, THE GAP,
      *    THE FLAG AND LAST SURVEY'S GAP FOR THE FOLLOW-UP.
           SELECT PAYEQFILE ASSIGN TO WS-PAYEQ-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYEQFILE.
       01 FS-PAYEQFILE PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "JobClass.cpy".
       COPY "WorkSchedule.cpy".
       COPY "PayEquityRun.cpy".
       COPY "PayEquityGroup.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERYONE EMPLOYED BY THE COMPANY ON THE SURVEY DATE, WITH
      *    THE CLASS'S VALUE LEVEL AND THE EMPLOYMENT DEGREE IN
      *    FORCE THAT DAY (100 WITHOUT A SCHEDULE).
           EXEC SQL
           DECLARE SurveyCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, COALESCE(E.PERSONNUMMER, ' '),
           E.CURRENCY_CODE, COALESCE(E.AGREEMENT_CODE, '01'),
           E.DEPT_CODE, COALESCE(E.JOB_CLASS, ' '),
           COALESCE(J.ValueLevel, 0), COALESCE(E.PAY_TYPE, 'M'),
           E.SALARY, COALESCE(E.HOURLY_RATE, 0),
           COALESCE((SELECT MAX(W.EmploymentDegree)
                     FROM REDWARRIOR.dbo.WorkSchedule W
                     WHERE W.EmployeeId = E.ID_EMPLOYEE
                       AND W.EffectiveFrom <= :WS-SURVEY-DATE
                       AND (W.EffectiveTo = 0 OR
                            W.EffectiveTo >= :WS-SURVEY-DATE)), 100)
           FROM REDWARRIOR.dbo.Employees E
           LEFT JOIN REDWARRIOR.dbo.JobClass J
             ON J.JobClassCode = E.JOB_CLASS
           WHERE E.COMPANY_CODE = :WS-RUN-COMPANY
             AND E.HIRE_DATE <= :WS-SURVEY-DATE
             AND (E.TERM_DATE = 0 OR E.TERM_DATE >= :WS-SURVEY-DATE)
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-PAYEQ-PATH PIC X(80).

       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-SURVEY-DATE PIC 9(8).
       01 WS-SURVEY-DATE-TEXT PIC X(8).
      *    THE GAP, IN PERCENT OF THE MEN'S MEAN, ABOVE WHICH A
      *    GROUP IS FLAGGED FOR ANALYSIS.
       01 WS-THRESHOLD-TEXT PIC X(6).
       01 WS-THRESHOLD PIC S9(3)V9(2) COMP-3 VALUE 5.
       01 WS-THRESHOLD-DISP PIC ZZ9.99.

      *    THE SURVEYED EMPLOYEES, ONE ENTRY EACH. THE SORT KEY IS
      *    THE GROUP, THEN GENDER ("M" BEFORE "W"), THEN THE
      *    SALARY - SO EACH GENDER'S SALARIES IN A GROUP LIE IN
      *    ORDER AND THE MEDIAN IS READ OFF BY POSITION.
       01 WS-PE-MAX PIC S9(4) COMP-5 VALUE 3000.
       01 WS-PE-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-PE-TABLE.
         05 WS-PE-ITEM OCCURS 3000 TIMES.
           10 WS-PE-SORT-KEY.
             15 WS-PE-GROUP-KEY.
               20 WS-PE-GK-AGREEMENT PIC X(2).
               20 WS-PE-GK-DEPT PIC X(4).
               20 WS-PE-GK-CLASS PIC X(4).
               20 WS-PE-GK-LEVEL PIC 9(2).
             15 WS-PE-GENDER PIC X(1).
             15 WS-PE-SALARY PIC 9(9).
           10 WS-PE-AGREEMENT PIC X(2).
           10 WS-PE-DEPT PIC X(4).
           10 WS-PE-CLASS PIC X(4).
           10 WS-PE-LEVEL PIC 9(2).
       01 WS-PE-SWAP PIC X(34).
       01 WS-PE-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-PE-NEXT PIC S9(4) COMP-5 VALUE 0.
       01 WS-SWAP-SWITCH PIC 9 VALUE 0.

      *    WHICH GROUPING THE CURRENT PASS BUILDS.
       01 WS-GROUP-KIND PIC X(5).
         88 GROUPING-EQUAL VALUE "EQUAL".
         88 GROUPING-EQUIVALENT VALUE "EQUIV".

       01 WS-GRP-START PIC S9(4) COMP-5 VALUE 0.
       01 WS-GRP-END PIC S9(4) COMP-5 VALUE 0.
       01 WS-SEG-START PIC S9(4) COMP-5 VALUE 0.
       01 WS-SEG-END PIC S9(4) COMP-5 VALUE 0.
       01 WS-SEG-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-SEG-SUM PIC S9(15) COMP-3 VALUE 0.
       01 WS-SEG-MEAN PIC S9(09) COMP-5 VALUE 0.
       01 WS-SEG-MEDIAN PIC S9(09) COMP-5 VALUE 0.
       01 WS-SEG-MIN PIC S9(09) COMP-5 VALUE 0.
       01 WS-SEG-MAX PIC S9(09) COMP-5 VALUE 0.
       01 WS-MID-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-MID-NEXT PIC S9(4) COMP-5 VALUE 0.
       01 WS-MEN-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-GAP-WORK PIC S9(5)V9(2) COMP-3 VALUE 0.
       01 WS-GAP-ABS PIC S9(5)V9(2) COMP-3 VALUE 0.

      *    EMPLOYEE WORK FIELDS.
       01 WS-EMP-LEVEL PIC S9(09) COMP-5.
       01 WS-EMP-DEGREE PIC S9(3)V9(2) COMP-3.
       01 WS-EMP-SALARY PIC S9(09) COMP-5.
       01 WS-PNR-DIGIT PIC 9(1).
      *    AN HOURLY RATE BECOMES A MONTHLY SALARY AT FULL TIME:
      *    40 HOURS A WEEK, 52 WEEKS, OVER 12 MONTHS.
       01 WS-YEAR-HOURS PIC S9(4) COMP-5 VALUE 2080.

      *    THE FOLLOW-UP - LAST SURVEY OF THE SAME COMPANY.
       01 WS-PREV-SURVEY-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-PREV-GAP PIC S9(3)V9(2) COMP-3.
       01 WS-PREV-FLAG PIC X(1).
       01 WS-PREV-TEXT PIC X(12).

       01 WS-SW1 PIC 9 VALUE 0.
         88 SURVEY-EOF VALUE 1.

      *    RUN TOTALS.
       01 WS-EMP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-UNCLASSIFIED-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-NO-GENDER-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-CURRENCY-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-GROUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-FLAGGED-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.

       01 WS-CNT-DISP PIC ZZZ9.
       01 WS-CNT-DISP2 PIC ZZZ9.
       01 WS-TOT-DISP PIC ZZZZ9.
       01 WS-TOT-DISP2 PIC ZZZZ9.
       01 WS-TOT-DISP3 PIC ZZZZ9.
       01 WS-TOT-DISP4 PIC ZZZZ9.
       01 WS-LEVEL-DISP PIC Z9.
       01 WS-SAL-DISP1 PIC ZZZZZZ9.
       01 WS-SAL-DISP2 PIC ZZZZZZ9.
       01 WS-SAL-DISP3 PIC ZZZZZZ9.
       01 WS-SAL-DISP4 PIC ZZZZZZ9.
       01 WS-SAL-DISP5 PIC ZZZZZZ9.
       01 WS-SAL-DISP6 PIC ZZZZZZ9.
       01 WS-SAL-DISP7 PIC ZZZZZZ9.
       01 WS-SAL-DISP8 PIC ZZZZZZ9.
       01 WS-GAP-DISP PIC -ZZ9.99.
       01 WS-GAP-TEXT PIC X(7).
       01 WS-FLAG-TEXT PIC X(4).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "Pay-equity survey (lonekartlaggning)"
           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           DISPLAY "Survey date (YYYYMMDD, blank for today): "
           ACCEPT WS-SURVEY-DATE-TEXT
           IF WS-SURVEY-DATE-TEXT = SPACES
               MOVE WS-RUN-DATE TO WS-SURVEY-DATE
           ELSE
               IF WS-SURVEY-DATE-TEXT NUMERIC
                   MOVE WS-SURVEY-DATE-TEXT TO WS-SURVEY-DATE
               ELSE
                   MOVE 0 TO WS-SURVEY-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SURVEY-DATE)
                    NOT = 0
                   DISPLAY "PAYEQ01: survey date must be YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "Gap threshold in percent (blank for 5.00): "
           ACCEPT WS-THRESHOLD-TEXT
           IF WS-THRESHOLD-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) = 0
                   COMPUTE WS-THRESHOLD =
                     FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
               ELSE
                   DISPLAY "PAYEQ01: threshold must be a number."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-THRESHOLD TO WS-THRESHOLD-DISP

           PERFORM CONNECT-TO-DATABASE
           PERFORM LOAD-SURVEY-POPULATION

           IF WS-ERROR-COUNT > 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM WRITE-SURVEY-RUN

           OPEN OUTPUT PAYEQFILE

           MOVE SPACES TO FS-PAYEQFILE
           STRING "PAY-EQUITY SURVEY - COMPANY " WS-RUN-COMPANY
             " SURVEY DATE " WS-SURVEY-DATE
             " THRESHOLD " WS-THRESHOLD-DISP "%"
             " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-PAYEQFILE
           WRITE FS-PAYEQFILE

           MOVE SPACES TO FS-PAYEQFILE
           STRING "Salaries are full-time monthly equivalents. "
             "Gap = (men's mean - women's mean) / men's mean."
             DELIMITED BY SIZE INTO FS-PAYEQFILE
           WRITE FS-PAYEQFILE

           SET GROUPING-EQUAL TO TRUE
           PERFORM SURVEY-ONE-GROUPING

           SET GROUPING-EQUIVALENT TO TRUE
           PERFORM SURVEY-ONE-GROUPING

           MOVE WS-EMP-COUNT TO WS-TOT-DISP
           MOVE WS-UNCLASSIFIED-COUNT TO WS-TOT-DISP2
           MOVE WS-NO-GENDER-COUNT TO WS-TOT-DISP3
           MOVE WS-CURRENCY-COUNT TO WS-TOT-DISP4
           MOVE SPACES TO FS-PAYEQFILE
           WRITE FS-PAYEQFILE
           MOVE SPACES TO FS-PAYEQFILE
           STRING "Employed on the survey date " WS-TOT-DISP
             "  left out: no job class " WS-TOT-DISP2
             "  no personnummer " WS-TOT-DISP3
             "  paid in another currency " WS-TOT-DISP4
             DELIMITED BY SIZE INTO FS-PAYEQFILE
           WRITE FS-PAYEQFILE

           MOVE WS-GROUP-COUNT TO WS-TOT-DISP
           MOVE WS-FLAGGED-COUNT TO WS-TOT-DISP2
           MOVE SPACES TO FS-PAYEQFILE
           STRING "Groups " WS-TOT-DISP "  flagged " WS-TOT-DISP2
             DELIMITED BY SIZE INTO FS-PAYEQFILE
           WRITE FS-PAYEQFILE

           CLOSE PAYEQFILE

           PERFORM UPDATE-SURVEY-RUN

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "PAYEQ01: " WS-ERROR-COUNT
                 " database error(s) - the survey was not kept."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "PAYEQ01: survey " PayEquityRun-SurveyId " kept - "
             WS-TOT-DISP " group(s), " WS-TOT-DISP2
             " flagged - see payequity_report.txt."

           IF WS-UNCLASSIFIED-COUNT > 0
               DISPLAY "PAYEQ01: " WS-UNCLASSIFIED-COUNT
                 " employee(s) have no job class and were left out"
                 " - classify them in EMPMAINT."
           END-IF

           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-PAYEQ-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\payequity_report.txt" DELIMITED BY SIZE
             INTO WS-PAYEQ-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "PAYEQ01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-SURVEY-POPULATION SECTION.
           EXEC SQL
               OPEN SurveyCursor
           END-EXEC

           PERFORM UNTIL SURVEY-EOF
               EXEC SQL
                   FETCH SurveyCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :Employees-PERSONNUMMER,
                       :Employees-CURRENCY-CODE,
                       :Employees-AGREEMENT-CODE,
                       :Employees-DEPT-CODE,
                       :Employees-JOB-CLASS,
                       :WS-EMP-LEVEL,
                       :Employees-PAY-TYPE,
                       :Employees-SALARY,
                       :Employees-HOURLY-RATE,
                       :WS-EMP-DEGREE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET SURVEY-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-EMP-COUNT
                       PERFORM ADD-SURVEY-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "PAYEQ01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET SURVEY-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SurveyCursor
           END-EXEC.

       ADD-SURVEY-EMPLOYEE SECTION.
      *    SALARIES IN ANOTHER CURRENCY CANNOT BE COMPARED WITH
      *    THE REST WITHOUT A RATE THE SURVEY HAS NO BUSINESS
      *    CHOOSING, AND AN EMPLOYEE WITHOUT A CLASS HAS NO GROUP.
           EVALUATE TRUE
               WHEN Employees-CURRENCY-CODE NOT = "SEK" AND
                    Employees-CURRENCY-CODE NOT = SPACES
                   ADD 1 TO WS-CURRENCY-COUNT
               WHEN Employees-JOB-CLASS = SPACES OR
                    WS-EMP-LEVEL = 0
                   ADD 1 TO WS-UNCLASSIFIED-COUNT
               WHEN Employees-PERSONNUMMER(11:1) NOT NUMERIC
                   ADD 1 TO WS-NO-GENDER-COUNT
               WHEN WS-PE-COUNT NOT < WS-PE-MAX
                   DISPLAY "PAYEQ01: more than " WS-PE-MAX
                     " employees - the survey table is full."
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM STORE-SURVEY-EMPLOYEE
           END-EVALUATE.

       STORE-SURVEY-EMPLOYEE SECTION.
           ADD 1 TO WS-PE-COUNT
           MOVE Employees-AGREEMENT-CODE
             TO WS-PE-AGREEMENT(WS-PE-COUNT)
           MOVE Employees-DEPT-CODE TO WS-PE-DEPT(WS-PE-COUNT)
           MOVE Employees-JOB-CLASS TO WS-PE-CLASS(WS-PE-COUNT)
           MOVE WS-EMP-LEVEL TO WS-PE-LEVEL(WS-PE-COUNT)

      *    THE NINTH DIGIT OF THE PERSONNUMMER (THE ELEVENTH OF THE
      *    TWELVE) IS ODD FOR MEN, EVEN FOR WOMEN.
           MOVE Employees-PERSONNUMMER(11:1) TO WS-PNR-DIGIT
           IF FUNCTION MOD(WS-PNR-DIGIT, 2) = 1
               MOVE "M" TO WS-PE-GENDER(WS-PE-COUNT)
           ELSE
               MOVE "W" TO WS-PE-GENDER(WS-PE-COUNT)
           END-IF

           IF WS-EMP-DEGREE <= 0
               MOVE 100 TO WS-EMP-DEGREE
           END-IF
           IF Employees-PAY-HOURLY
               COMPUTE WS-EMP-SALARY ROUNDED =
                 Employees-HOURLY-RATE * WS-YEAR-HOURS / 12
           ELSE
               COMPUTE WS-EMP-SALARY ROUNDED =
                 Employees-SALARY * 100 / WS-EMP-DEGREE
           END-IF
           MOVE WS-EMP-SALARY TO WS-PE-SALARY(WS-PE-COUNT).

       WRITE-SURVEY-RUN SECTION.
           MOVE WS-RUN-COMPANY TO PayEquityRun-CompanyCode
           EXEC SQL
               SELECT COALESCE(MAX(SurveyId), 0)
               INTO :WS-PREV-SURVEY-ID
               FROM REDWARRIOR.dbo.PayEquityRun
               WHERE CompanyCode = :PayEquityRun-CompanyCode
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PAYEQ01: SQL ERROR ON PREVIOUS SURVEY, "
                 "CODE = " SQLCODE
               MOVE 0 TO WS-PREV-SURVEY-ID
           END-IF

           MOVE WS-SURVEY-DATE TO PayEquityRun-SurveyDate
           MOVE WS-RUN-DATE TO PayEquityRun-RunDate
           MOVE WS-RUN-TIME TO PayEquityRun-RunTime
           MOVE WS-THRESHOLD TO PayEquityRun-ThresholdPct
           MOVE WS-EMP-COUNT TO PayEquityRun-EmployeeCount
           MOVE WS-UNCLASSIFIED-COUNT
             TO PayEquityRun-UnclassifiedCount
           MOVE 0 TO PayEquityRun-GroupCount
           MOVE 0 TO PayEquityRun-FlaggedCount

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.PayEquityRun
               (CompanyCode, SurveyDate, RunDate, RunTime,
               ThresholdPct, EmployeeCount, UnclassifiedCount,
               GroupCount, FlaggedCount)
               VALUES (:PayEquityRun-CompanyCode,
               :PayEquityRun-SurveyDate, :PayEquityRun-RunDate,
               :PayEquityRun-RunTime, :PayEquityRun-ThresholdPct,
               :PayEquityRun-EmployeeCount,
               :PayEquityRun-UnclassifiedCount,
               :PayEquityRun-GroupCount, :PayEquityRun-FlaggedCount)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PAYEQ01: SQL ERROR ON SURVEY INSERT, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               SELECT @@IDENTITY INTO :PayEquityRun-SurveyId
           END-EXEC.

       UPDATE-SURVEY-RUN SECTION.
           MOVE WS-GROUP-COUNT TO PayEquityRun-GroupCount
           MOVE WS-FLAGGED-COUNT TO PayEquityRun-FlaggedCount

           EXEC SQL
               UPDATE REDWARRIOR.dbo.PayEquityRun
               SET GroupCount = :PayEquityRun-GroupCount,
               FlaggedCount = :PayEquityRun-FlaggedCount
               WHERE SurveyId = :PayEquityRun-SurveyId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PAYEQ01: SQL ERROR ON SURVEY UPDATE, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       SURVEY-ONE-GROUPING SECTION.
           MOVE SPACES TO FS-PAYEQFILE
           WRITE FS-PAYEQFILE
           MOVE SPACES TO FS-PAYEQFILE
           IF GROUPING-EQUAL
               STRING "EQUAL WORK - same agreement, department and "
                 "job class"
                 DELIMITED BY SIZE INTO FS-PAYEQFILE
           ELSE
               STRING "EQUIVALENT WORK - same agreement and value "
                 "level"
                 DELIMITED BY SIZE INTO FS-PAYEQFILE
           END-IF
           WRITE FS-PAYEQFILE

           MOVE SPACES TO FS-PAYEQFILE
           STRING "Ag Dept Clas Lv | Wn    W-mean  W-median"
             "     W-min     W-max | Mn    M-mean  M-median"
             "     M-min     M-max |    Gap Flag Last survey"
             DELIMITED BY SIZE INTO FS-PAYEQFILE
           WRITE FS-PAYEQFILE

      *    EQUIVALENT WORK CROSSES DEPARTMENTS AND CLASSES - ONLY
      *    THE AGREEMENT AND THE LEVEL STAY IN THE KEY.
           PERFORM VARYING WS-PE-INX FROM 1 BY 1
             UNTIL WS-PE-INX > WS-PE-COUNT
               MOVE WS-PE-AGREEMENT(WS-PE-INX)
                 TO WS-PE-GK-AGREEMENT(WS-PE-INX)
               MOVE WS-PE-LEVEL(WS-PE-INX)
                 TO WS-PE-GK-LEVEL(WS-PE-INX)
               IF GROUPING-EQUAL
                   MOVE WS-PE-DEPT(WS-PE-INX)
                     TO WS-PE-GK-DEPT(WS-PE-INX)
                   MOVE WS-PE-CLASS(WS-PE-INX)
                     TO WS-PE-GK-CLASS(WS-PE-INX)
               ELSE
                   MOVE SPACES TO WS-PE-GK-DEPT(WS-PE-INX)
                   MOVE SPACES TO WS-PE-GK-CLASS(WS-PE-INX)
               END-IF
           END-PERFORM

           PERFORM SORT-SURVEY-TABLE

           MOVE 1 TO WS-GRP-START
           PERFORM VARYING WS-PE-INX FROM 1 BY 1
             UNTIL WS-PE-INX > WS-PE-COUNT
               COMPUTE WS-PE-NEXT = WS-PE-INX + 1
               IF WS-PE-INX = WS-PE-COUNT
                   MOVE WS-PE-INX TO WS-GRP-END
                   PERFORM CLOSE-SURVEY-GROUP
               ELSE
                   IF WS-PE-GROUP-KEY(WS-PE-NEXT) NOT =
                      WS-PE-GROUP-KEY(WS-PE-INX)
                       MOVE WS-PE-INX TO WS-GRP-END
                       PERFORM CLOSE-SURVEY-GROUP
                       MOVE WS-PE-NEXT TO WS-GRP-START
                   END-IF
               END-IF
           END-PERFORM.

       SORT-SURVEY-TABLE SECTION.
      *    SAME BUBBLE-SORT SHAPE AS BRKLOAD01 - ONE SURVEY A YEAR,
      *    A FEW THOUSAND ROWS AT MOST.
           MOVE 1 TO WS-SWAP-SWITCH
           PERFORM UNTIL WS-SWAP-SWITCH = 0
               MOVE 0 TO WS-SWAP-SWITCH
               PERFORM VARYING WS-PE-INX FROM 1 BY 1
                 UNTIL WS-PE-INX > WS-PE-COUNT - 1
                   COMPUTE WS-PE-NEXT = WS-PE-INX + 1
                   IF WS-PE-SORT-KEY(WS-PE-INX) >
                      WS-PE-SORT-KEY(WS-PE-NEXT)
                       MOVE WS-PE-ITEM(WS-PE-INX) TO WS-PE-SWAP
                       MOVE WS-PE-ITEM(WS-PE-NEXT)
                         TO WS-PE-ITEM(WS-PE-INX)
                       MOVE WS-PE-SWAP TO WS-PE-ITEM(WS-PE-NEXT)
                       MOVE 1 TO WS-SWAP-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM.

       CLOSE-SURVEY-GROUP SECTION.
           ADD 1 TO WS-GROUP-COUNT
           INITIALIZE DCLPayEquityGroup
           MOVE PayEquityRun-SurveyId TO PayEquityGroup-SurveyId
           MOVE WS-GROUP-KIND TO PayEquityGroup-GroupKind
           MOVE WS-PE-GK-AGREEMENT(WS-GRP-START)
             TO PayEquityGroup-AgreementCode
           MOVE WS-PE-GK-DEPT(WS-GRP-START) TO PayEquityGroup-DeptCode
           MOVE WS-PE-GK-CLASS(WS-GRP-START)
             TO PayEquityGroup-JobClass
           MOVE WS-PE-GK-LEVEL(WS-GRP-START)
             TO PayEquityGroup-ValueLevel

      *    THE MEN SORT FIRST IN THE GROUP, THE WOMEN AFTER.
           MOVE 0 TO WS-MEN-COUNT
           PERFORM VARYING WS-SEG-START FROM WS-GRP-START BY 1
             UNTIL WS-SEG-START > WS-GRP-END
               IF WS-PE-GENDER(WS-SEG-START) = "M"
                   ADD 1 TO WS-MEN-COUNT
               END-IF
           END-PERFORM

           IF WS-MEN-COUNT > 0
               MOVE WS-GRP-START TO WS-SEG-START
               COMPUTE WS-SEG-END = WS-GRP-START + WS-MEN-COUNT - 1
               PERFORM SUMMARISE-SEGMENT
               MOVE WS-SEG-COUNT TO PayEquityGroup-MenCount
               MOVE WS-SEG-MEAN TO PayEquityGroup-MenMean
               MOVE WS-SEG-MEDIAN TO PayEquityGroup-MenMedian
               MOVE WS-SEG-MIN TO PayEquityGroup-MenMin
               MOVE WS-SEG-MAX TO PayEquityGroup-MenMax
           END-IF

           IF WS-GRP-START + WS-MEN-COUNT <= WS-GRP-END
               COMPUTE WS-SEG-START = WS-GRP-START + WS-MEN-COUNT
               MOVE WS-GRP-END TO WS-SEG-END
               PERFORM SUMMARISE-SEGMENT
               MOVE WS-SEG-COUNT TO PayEquityGroup-WomenCount
               MOVE WS-SEG-MEAN TO PayEquityGroup-WomenMean
               MOVE WS-SEG-MEDIAN TO PayEquityGroup-WomenMedian
               MOVE WS-SEG-MIN TO PayEquityGroup-WomenMin
               MOVE WS-SEG-MAX TO PayEquityGroup-WomenMax
           END-IF

      *    A GROUP WITH ONLY ONE GENDER HAS NOTHING TO COMPARE.
           MOVE 0 TO WS-GAP-WORK
           MOVE "N" TO PayEquityGroup-Flagged
           IF PayEquityGroup-MenCount > 0 AND
              PayEquityGroup-WomenCount > 0 AND
              PayEquityGroup-MenMean > 0
               COMPUTE WS-GAP-WORK ROUNDED =
                 (PayEquityGroup-MenMean - PayEquityGroup-WomenMean)
                 * 100 / PayEquityGroup-MenMean
               IF WS-GAP-WORK < 0
                   COMPUTE WS-GAP-ABS = 0 - WS-GAP-WORK
               ELSE
                   MOVE WS-GAP-WORK TO WS-GAP-ABS
               END-IF
               IF WS-GAP-ABS > WS-THRESHOLD
                   MOVE "Y" TO PayEquityGroup-Flagged
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               IF WS-GAP-WORK < -999.99
                   MOVE -999.99 TO WS-GAP-WORK
               END-IF
           END-IF
           MOVE WS-GAP-WORK TO PayEquityGroup-GapPct

           PERFORM FIND-PREVIOUS-GAP
           PERFORM WRITE-GROUP-LINE
           PERFORM INSERT-GROUP-ROW.

       SUMMARISE-SEGMENT SECTION.
           COMPUTE WS-SEG-COUNT = WS-SEG-END - WS-SEG-START + 1
           MOVE WS-PE-SALARY(WS-SEG-START) TO WS-SEG-MIN
           MOVE WS-PE-SALARY(WS-SEG-END) TO WS-SEG-MAX

           MOVE 0 TO WS-SEG-SUM
           PERFORM VARYING WS-MID-INX FROM WS-SEG-START BY 1
             UNTIL WS-MID-INX > WS-SEG-END
               ADD WS-PE-SALARY(WS-MID-INX) TO WS-SEG-SUM
           END-PERFORM
           COMPUTE WS-SEG-MEAN ROUNDED = WS-SEG-SUM / WS-SEG-COUNT

      *    THE MIDDLE SALARY, OR THE AVERAGE OF THE TWO MIDDLE ONES.
           COMPUTE WS-MID-INX = WS-SEG-START + (WS-SEG-COUNT - 1) / 2
           IF FUNCTION MOD(WS-SEG-COUNT, 2) = 1
               MOVE WS-PE-SALARY(WS-MID-INX) TO WS-SEG-MEDIAN
           ELSE
               COMPUTE WS-MID-NEXT = WS-MID-INX + 1
               COMPUTE WS-SEG-MEDIAN ROUNDED =
                 (WS-PE-SALARY(WS-MID-INX) +
                  WS-PE-SALARY(WS-MID-NEXT)) / 2
           END-IF.

       FIND-PREVIOUS-GAP SECTION.
           MOVE "first survey" TO WS-PREV-TEXT
           IF WS-PREV-SURVEY-ID > 0
               EXEC SQL
                   SELECT GapPct, Flagged
                   INTO :WS-PREV-GAP, :WS-PREV-FLAG
                   FROM REDWARRIOR.dbo.PayEquityGroup
                   WHERE SurveyId = :WS-PREV-SURVEY-ID
                     AND GroupKind = :PayEquityGroup-GroupKind
                     AND AgreementCode =
                         :PayEquityGroup-AgreementCode
                     AND DeptCode = :PayEquityGroup-DeptCode
                     AND JobClass = :PayEquityGroup-JobClass
                     AND ValueLevel = :PayEquityGroup-ValueLevel
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE WS-PREV-GAP TO WS-GAP-DISP
                       MOVE SPACES TO WS-PREV-TEXT
                       IF WS-PREV-FLAG = "Y"
                           STRING WS-GAP-DISP " FLAG"
                             DELIMITED BY SIZE INTO WS-PREV-TEXT
                       ELSE
                           MOVE WS-GAP-DISP TO WS-PREV-TEXT
                       END-IF
                   WHEN 100
                       MOVE "new group" TO WS-PREV-TEXT
                   WHEN OTHER
                       DISPLAY "PAYEQ01: SQL ERROR ON PREVIOUS "
                         "GROUP, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF.

       WRITE-GROUP-LINE SECTION.
           MOVE PayEquityGroup-ValueLevel TO WS-LEVEL-DISP
           MOVE PayEquityGroup-WomenCount TO WS-CNT-DISP
           MOVE PayEquityGroup-WomenMean TO WS-SAL-DISP1
           MOVE PayEquityGroup-WomenMedian TO WS-SAL-DISP2
           MOVE PayEquityGroup-WomenMin TO WS-SAL-DISP3
           MOVE PayEquityGroup-WomenMax TO WS-SAL-DISP4
           MOVE PayEquityGroup-MenCount TO WS-CNT-DISP2
           MOVE PayEquityGroup-MenMean TO WS-SAL-DISP5
           MOVE PayEquityGroup-MenMedian TO WS-SAL-DISP6
           MOVE PayEquityGroup-MenMin TO WS-SAL-DISP7
           MOVE PayEquityGroup-MenMax TO WS-SAL-DISP8

           IF PayEquityGroup-MenCount > 0 AND
              PayEquityGroup-WomenCount > 0
               MOVE PayEquityGroup-GapPct TO WS-GAP-DISP
               MOVE WS-GAP-DISP TO WS-GAP-TEXT
           ELSE
               MOVE "      -" TO WS-GAP-TEXT
           END-IF
           IF PayEquityGroup-Is-Flagged
               MOVE "FLAG" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF

           MOVE SPACES TO FS-PAYEQFILE
           STRING PayEquityGroup-AgreementCode " "
             PayEquityGroup-DeptCode " "
             PayEquityGroup-JobClass " "
             WS-LEVEL-DISP " | "
             WS-CNT-DISP "   " WS-SAL-DISP1 "   " WS-SAL-DISP2
             "   " WS-SAL-DISP3 "   " WS-SAL-DISP4 " | "
             WS-CNT-DISP2 "   " WS-SAL-DISP5 "   " WS-SAL-DISP6
             "   " WS-SAL-DISP7 "   " WS-SAL-DISP8 " | "
             WS-GAP-TEXT " " WS-FLAG-TEXT " " WS-PREV-TEXT
             DELIMITED BY SIZE INTO FS-PAYEQFILE
           WRITE FS-PAYEQFILE.

       INSERT-GROUP-ROW SECTION.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.PayEquityGroup
               (SurveyId, GroupKind, AgreementCode, DeptCode,
               JobClass, ValueLevel, WomenCount, WomenMean,
               WomenMedian, WomenMin, WomenMax, MenCount, MenMean,
               MenMedian, MenMin, MenMax, GapPct, Flagged)
               VALUES (:PayEquityGroup-SurveyId,
               :PayEquityGroup-GroupKind,
               :PayEquityGroup-AgreementCode,
               :PayEquityGroup-DeptCode, :PayEquityGroup-JobClass,
               :PayEquityGroup-ValueLevel,
               :PayEquityGroup-WomenCount,
               :PayEquityGroup-WomenMean,
               :PayEquityGroup-WomenMedian,
               :PayEquityGroup-WomenMin, :PayEquityGroup-WomenMax,
               :PayEquityGroup-MenCount, :PayEquityGroup-MenMean,
               :PayEquityGroup-MenMedian, :PayEquityGroup-MenMin,
               :PayEquityGroup-MenMax, :PayEquityGroup-GapPct,
               :PayEquityGroup-Flagged)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PAYEQ01: SQL ERROR ON GROUP INSERT, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
