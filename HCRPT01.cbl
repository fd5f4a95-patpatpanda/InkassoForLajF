       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRPT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE MONTH'S HEADCOUNT PER DEPARTMENT - OPENING AND CLOSING
      *    HEADCOUNT AND FTE, HIRES, LEAVERS BY REASON, TRANSFERS
      *    BETWEEN THE GROUP'S COMPANIES, LONG LEAVE, ROLLING
      *    12-MONTH TURNOVER AND AVERAGE LENGTH OF SERVICE. BUILT
      *    FROM THE EMPLOYEE MASTER'S DATES AND THE CompanyTransfer
      *    HISTORY ONLY, SO ANY PAST PERIOD CAN BE REBUILT.
      *    headcount.txt IS THE PRINTED REPORT; headcount.csv THE
      *    BOARD PACK'S COPY, SEMICOLON-DELIMITED LIKE csvout.csv.
           SELECT HCRPTFILE ASSIGN TO WS-HCRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HCCSVFILE ASSIGN TO WS-HCCSV-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HCRPTFILE.
       01 FS-HCRPTFILE PIC X(100).

       FD HCCSVFILE.
       01 FS-HCCSVFILE PIC X(250).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "CompanyTransfer.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERYONE WHO WAS IN THE COMPANY AT ANY TIME FROM THE
      *    START OF THE 12-MONTH WINDOW TO THE PERIOD'S END - ON THE
      *    MASTER'S COMPANY NOW, OR ON EITHER SIDE OF A TRANSFER.
      *    WHICH COMPANY THEY WERE IN ON A GIVEN DAY IS WORKED OUT
      *    PER EMPLOYEE (COMPANY-AT-DATE).
           EXEC SQL
           DECLARE HeadcountCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, E.DEPT_CODE, E.COMPANY_CODE,
           E.HIRE_DATE, E.TERM_DATE, COALESCE(E.TERM_REASON, ' '),
           COALESCE(E.DECEASED_DATE, 0)
           FROM REDWARRIOR.dbo.Employees E
           WHERE E.HIRE_DATE <= :WS-PERIOD-END
             AND (E.TERM_DATE = 0 OR E.TERM_DATE >= :WS-WINDOW-START)
             AND (E.COMPANY_CODE = :WS-RUN-COMPANY
              OR EXISTS (SELECT 1 FROM REDWARRIOR.dbo.CompanyTransfer T
                 WHERE T.EmployeeId = E.ID_EMPLOYEE
                   AND (T.FromCompany = :WS-RUN-COMPANY
                    OR T.ToCompany = :WS-RUN-COMPANY)))
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *    THE PERIOD'S TRANSFERS INTO AND OUT OF THE COMPANY.
           EXEC SQL
           DECLARE HcTransferCursor CURSOR FOR
           SELECT T.FromCompany, T.ToCompany, E.DEPT_CODE
           FROM REDWARRIOR.dbo.CompanyTransfer T,
           REDWARRIOR.dbo.Employees E
           WHERE E.ID_EMPLOYEE = T.EmployeeId
             AND T.EffectiveDate >= :WS-PERIOD-START
             AND T.EffectiveDate <= :WS-PERIOD-END
             AND (T.FromCompany = :WS-RUN-COMPANY
              OR T.ToCompany = :WS-RUN-COMPANY)
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-HCRPT-PATH PIC X(80).
       01 WS-HCCSV-PATH PIC X(80).

       01 WS-RPT-PERIOD PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".

      *    THE DAYS THE COUNTS ARE TAKEN ON. A HEADCOUNT "AT" A DAY
      *    IS AT THE END OF IT: HIRED ON OR BEFORE IT AND TERM_DATE
      *    (THE LAST DAY EMPLOYED) AFTER IT - SO OPENING + HIRES -
      *    LEAVERS + TRANSFERS IN - TRANSFERS OUT = CLOSING.
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-START-X REDEFINES WS-PERIOD-START.
         05 WS-PS-YEAR PIC 9(4).
         05 WS-PS-MONTH PIC 9(2).
         05 WS-PS-DAY PIC 9(2).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-OPENING-DATE PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
         05 WS-NM-YEAR PIC 9(4).
         05 WS-NM-MONTH PIC 9(2).
         05 WS-NM-DAY PIC 9(2).
      *    THE ROLLING 12 MONTHS: THE PERIOD AND THE ELEVEN BEFORE.
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-START-X REDEFINES WS-WINDOW-START.
         05 WS-WS-YEAR PIC 9(4).
         05 WS-WS-MONTH PIC 9(2).
         05 WS-WS-DAY PIC 9(2).
       01 WS-WINDOW-OPENING PIC 9(8).

      *    LONG LEAVE: AN ABSENCE SPELL OTHER THAN VACATION OR
      *    COMPENSATORY TIME STILL RUNNING AT THE PERIOD'S END THAT
      *    HAD BY THEN LASTED AT LEAST THIS MANY DAYS.
       01 WS-LONG-LEAVE-DAYS PIC 9(3) VALUE 30.
       01 WS-LONG-LEAVE-FROM PIC 9(8).
       01 WS-LEAVE-COUNT PIC S9(09) COMP-5.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 HC-EOF VALUE 1.
       01 WS-TRF-SWITCHES PIC 9 VALUE 0.
         88 HC-TRF-EOF VALUE 1.

      *    PER-EMPLOYEE WORK FIELDS.
       01 WS-EMP-TRF-COUNT PIC S9(09) COMP-5.
       01 WS-AT-DATE PIC 9(8).
       01 WS-AT-COMPANY PIC X(2).
       01 WS-AT-EMPLOYED PIC 9 VALUE 0.
         88 EMPLOYED-AT-DATE VALUE 1.
       01 WS-DEGREE PIC S9(3)V9(2) COMP-3.
       01 WS-REASON-INX PIC 9 VALUE 0.
       01 WS-SERVICE-DAYS PIC S9(7) VALUE 0.

      *    ONE ENTRY PER DEPARTMENT; ENTRY 1 IS THE COMPANY TOTAL,
      *    SUMMED FROM THE DEPARTMENTS AT THE END. LEAVER REASONS
      *    1-6 ARE THE TERM_REASON CODES EB AB TB PS PN OV, 7 A
      *    DEATH, 8 NO REASON RECORDED.
       01 WS-HC-TABLE.
         05 WS-HC-ENTRY OCCURS 101 TIMES.
           10 WS-HC-DEPT PIC X(4).
           10 WS-HC-OPEN PIC 9(5).
           10 WS-HC-OPEN-FTE PIC 9(5)V9(2).
           10 WS-HC-HIRES PIC 9(5).
           10 WS-HC-LEAVERS PIC 9(5).
           10 WS-HC-REASON PIC 9(5) OCCURS 8 TIMES.
           10 WS-HC-TRF-IN PIC 9(5).
           10 WS-HC-TRF-OUT PIC 9(5).
           10 WS-HC-CLOSE PIC 9(5).
           10 WS-HC-CLOSE-FTE PIC 9(5)V9(2).
           10 WS-HC-LONG-LEAVE PIC 9(5).
           10 WS-HC-WIN-OPEN PIC 9(5).
           10 WS-HC-WIN-LEAVERS PIC 9(5).
           10 WS-HC-SERVICE-DAYS PIC 9(11).
           10 WS-HC-SERVICE-COUNT PIC 9(5).
       01 WS-HC-COUNT PIC 9(3) VALUE 1.
       01 WS-HC-INX PIC 9(3) VALUE 0.
       01 WS-HC-SLOT PIC 9(3) VALUE 0.
       01 WS-HC-FIND-DEPT PIC X(4).
       01 WS-HC-R PIC 9 VALUE 0.

       01 WS-EMPLOYEE-COUNT PIC 9(7) VALUE 0.
       01 WS-CHECK-DIFF PIC S9(5) VALUE 0.
       01 WS-DIFF-COUNT PIC 9(3) VALUE 0.
       01 WS-AVG-HEADCOUNT PIC 9(5)V9(1).
       01 WS-TURNOVER PIC 9(3)V9(1).
       01 WS-SERVICE-YEARS PIC 9(2)V9(1).

       01 WS-NUM-DISP PIC ZZZZ9.
       01 WS-NUM-DISP2 PIC ZZZZ9.
       01 WS-FTE-DISP PIC ZZZZ9.99.
       01 WS-PCT-DISP PIC ZZ9.9.
       01 WS-AVG-DISP PIC ZZZZ9.9.
       01 WS-YEARS-DISP PIC Z9.9.
       01 WS-DIFF-DISP PIC -(4)9.
       01 WS-REASON-LABELS.
         05 FILLER PIC X(10) VALUE "EB".
         05 FILLER PIC X(10) VALUE "AB".
         05 FILLER PIC X(10) VALUE "TB".
         05 FILLER PIC X(10) VALUE "PS".
         05 FILLER PIC X(10) VALUE "PN".
         05 FILLER PIC X(10) VALUE "OV".
         05 FILLER PIC X(10) VALUE "deceased".
         05 FILLER PIC X(10) VALUE "not given".
       01 WS-REASON-LABEL-TABLE REDEFINES WS-REASON-LABELS.
         05 WS-REASON-LABEL PIC X(10) OCCURS 8 TIMES.
       01 WS-REASON-LINE PIC X(100).
       01 WS-REASON-PTR PIC 9(3).

      *    CSV COLUMNS - NUMBERS ZERO-PADDED, AS IN analytics.csv.
       01 WS-CSV-NUMBERS.
         05 WS-CSV-NUM PIC 9(5) OCCURS 15 TIMES.
       01 WS-CSV-OPEN-FTE PIC 9(5).9(2).
       01 WS-CSV-CLOSE-FTE PIC 9(5).9(2).
       01 WS-CSV-TURNOVER PIC 9(3).9(1).
       01 WS-CSV-YEARS PIC 9(2).9(1).

       PROCEDURE DIVISION.

       MAIN SECTION.
           DISPLAY "Headcount, FTE and turnover report"
           DISPLAY "Period (YYYYMM): "
           ACCEPT WS-RPT-PERIOD

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           PERFORM SET-REPORT-DATES
           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-REPORT-PATHS

           INITIALIZE WS-HC-TABLE
           MOVE "ALL " TO WS-HC-DEPT(1)

           EXEC SQL
               OPEN HeadcountCursor
           END-EXEC

           PERFORM UNTIL HC-EOF
               EXEC SQL
                   FETCH HeadcountCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :Employees-DEPT-CODE,
                       :Employees-COMPANY-CODE,
                       :Employees-HIRE-DATE,
                       :Employees-TERM-DATE,
                       :Employees-TERM-REASON,
                       :Employees-DECEASED-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET HC-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-EMPLOYEE-COUNT
                       PERFORM COUNT-ONE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "HCRPT01: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET HC-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE HeadcountCursor
           END-EXEC

           PERFORM COUNT-PERIOD-TRANSFERS
           PERFORM SUM-COMPANY-TOTAL

           OPEN OUTPUT HCRPTFILE
           OPEN OUTPUT HCCSVFILE

           MOVE SPACES TO FS-HCRPTFILE
           STRING "HEADCOUNT, FTE AND TURNOVER - PERIOD "
             WS-RPT-PERIOD " COMPANY " WS-RUN-COMPANY
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE
           MOVE SPACES TO FS-HCRPTFILE
           STRING "Opening at the end of " WS-OPENING-DATE
             ", closing at the end of " WS-PERIOD-END
             ", turnover over " WS-WINDOW-START "-" WS-PERIOD-END
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           MOVE SPACES TO FS-HCCSVFILE
           STRING "Period;Bolag;Avd;IngAntal;IngFTE;Nyanst;"
             "Avgangna;AvgEB;AvgAB;AvgTB;AvgPS;AvgPN;AvgOV;"
             "AvgDod;AvgEjAngiven;OverfIn;OverfUt;LangLedig;"
             "UtgAntal;UtgFTE;Omsattning12m;SnittAnstAr"
             DELIMITED BY SIZE INTO FS-HCCSVFILE
           WRITE FS-HCCSVFILE

      *    THE DEPARTMENTS IN THE ORDER MET, THEN THE COMPANY TOTAL.
           PERFORM VARYING WS-HC-INX FROM 2 BY 1
             UNTIL WS-HC-INX > WS-HC-COUNT
               PERFORM WRITE-DEPARTMENT-BLOCK
           END-PERFORM
           MOVE 1 TO WS-HC-INX
           PERFORM WRITE-DEPARTMENT-BLOCK

           CLOSE HCRPTFILE
           CLOSE HCCSVFILE

           MOVE WS-HC-CLOSE(1) TO WS-NUM-DISP
           DISPLAY "HCRPT01: closing headcount " WS-NUM-DISP
             " - see headcount.txt and headcount.csv."

           IF WS-DIFF-COUNT > 0
               DISPLAY "HCRPT01: " WS-DIFF-COUNT " department(s) "
                 "do not reconcile opening to closing - check "
                 "the master's dates against the transfers."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-REPORT-DATES SECTION.
      *    FIRST AND LAST DAY OF THE PERIOD, THE DAY BEFORE IT (THE
      *    OPENING COUNT), AND THE 12-MONTH WINDOW'S FIRST DAY AND
      *    THE DAY BEFORE THAT (THE WINDOW'S OPENING COUNT).
           MOVE WS-RPT-PERIOD(1:4) TO WS-PS-YEAR
           MOVE WS-RPT-PERIOD(5:2) TO WS-PS-MONTH
           MOVE 1 TO WS-PS-DAY

           MOVE WS-PERIOD-START TO WS-NEXT-MONTH
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           COMPUTE WS-OPENING-DATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) - 1)

           MOVE WS-PERIOD-START TO WS-WINDOW-START
           IF WS-WS-MONTH = 12
               MOVE 1 TO WS-WS-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WS-YEAR
               ADD 1 TO WS-WS-MONTH
           END-IF
           COMPUTE WS-WINDOW-OPENING = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-WINDOW-START) - 1)

           COMPUTE WS-LONG-LEAVE-FROM = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
             - WS-LONG-LEAVE-DAYS + 1).

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "HCRPT01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RESOLVE-REPORT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-HCRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\headcount.txt" DELIMITED BY SIZE
             INTO WS-HCRPT-PATH
           MOVE SPACES TO WS-HCCSV-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\headcount.csv" DELIMITED BY SIZE
             INTO WS-HCCSV-PATH.

       COUNT-ONE-EMPLOYEE SECTION.
      *    THE DEPARTMENT IS THE MASTER'S CURRENT ONE - THE MASTER
      *    KEEPS NO DEPARTMENT HISTORY.
           MOVE Employees-DEPT-CODE TO WS-HC-FIND-DEPT
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS-HC-SLOT > 0
               PERFORM COUNT-EMPLOYEE-IN-SLOT
           END-IF.

       COUNT-EMPLOYEE-IN-SLOT SECTION.

      *    ONLY AN EMPLOYEE WITH A TRANSFER ON RECORD NEEDS THE
      *    HISTORY LOOKED UP FOR EACH DAY COUNTED.
           MOVE 0 TO WS-EMP-TRF-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EMP-TRF-COUNT
               FROM REDWARRIOR.dbo.CompanyTransfer
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
           END-EXEC

      *    OPENING - AT THE END OF THE DAY BEFORE THE PERIOD.
           MOVE WS-OPENING-DATE TO WS-AT-DATE
           PERFORM CHECK-EMPLOYED-AT-DATE
           IF EMPLOYED-AT-DATE
               ADD 1 TO WS-HC-OPEN(WS-HC-SLOT)
               PERFORM LOOKUP-EMPLOYMENT-DEGREE
               COMPUTE WS-HC-OPEN-FTE(WS-HC-SLOT) =
                 WS-HC-OPEN-FTE(WS-HC-SLOT) + WS-DEGREE / 100
           END-IF

      *    CLOSING - AT THE END OF THE PERIOD'S LAST DAY.
           MOVE WS-PERIOD-END TO WS-AT-DATE
           PERFORM CHECK-EMPLOYED-AT-DATE
           IF EMPLOYED-AT-DATE
               ADD 1 TO WS-HC-CLOSE(WS-HC-SLOT)
               PERFORM LOOKUP-EMPLOYMENT-DEGREE
               COMPUTE WS-HC-CLOSE-FTE(WS-HC-SLOT) =
                 WS-HC-CLOSE-FTE(WS-HC-SLOT) + WS-DEGREE / 100
               PERFORM CHECK-LONG-LEAVE
               IF Employees-HIRE-DATE > 0
                   COMPUTE WS-SERVICE-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                     - FUNCTION INTEGER-OF-DATE(Employees-HIRE-DATE)
                     + 1
                   ADD WS-SERVICE-DAYS
                     TO WS-HC-SERVICE-DAYS(WS-HC-SLOT)
                   ADD 1 TO WS-HC-SERVICE-COUNT(WS-HC-SLOT)
               END-IF
           END-IF

      *    THE 12-MONTH WINDOW'S OPENING HEADCOUNT.
           MOVE WS-WINDOW-OPENING TO WS-AT-DATE
           PERFORM CHECK-EMPLOYED-AT-DATE
           IF EMPLOYED-AT-DATE
               ADD 1 TO WS-HC-WIN-OPEN(WS-HC-SLOT)
           END-IF

      *    A HIRE COUNTS FOR THE COMPANY HIRED INTO.
           IF Employees-HIRE-DATE >= WS-PERIOD-START AND
              Employees-HIRE-DATE <= WS-PERIOD-END
               MOVE Employees-HIRE-DATE TO WS-AT-DATE
               PERFORM COMPANY-AT-DATE
               IF WS-AT-COMPANY = WS-RUN-COMPANY
                   ADD 1 TO WS-HC-HIRES(WS-HC-SLOT)
               END-IF
           END-IF

      *    A LEAVER COUNTS FOR THE COMPANY LEFT FROM - IN THE PERIOD
      *    BY REASON, AND IN THE 12-MONTH WINDOW FOR THE TURNOVER.
      *    A TRANSFER TO ANOTHER GROUP COMPANY IS NOT A LEAVER.
           IF Employees-TERM-DATE >= WS-WINDOW-START AND
              Employees-TERM-DATE <= WS-PERIOD-END
               MOVE Employees-TERM-DATE TO WS-AT-DATE
               PERFORM COMPANY-AT-DATE
               IF WS-AT-COMPANY = WS-RUN-COMPANY
                   ADD 1 TO WS-HC-WIN-LEAVERS(WS-HC-SLOT)
                   IF Employees-TERM-DATE >= WS-PERIOD-START
                       PERFORM COUNT-LEAVER-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-EMPLOYED-AT-DATE SECTION.
      *    IN THE COMPANY AT THE END OF WS-AT-DATE. A HIRE_DATE OF 0
      *    IS HIRED BEFORE ANY PERIOD.
           MOVE 0 TO WS-AT-EMPLOYED
           IF Employees-HIRE-DATE <= WS-AT-DATE AND
              (Employees-TERM-DATE = 0 OR
               Employees-TERM-DATE > WS-AT-DATE)
               PERFORM COMPANY-AT-DATE
               IF WS-AT-COMPANY = WS-RUN-COMPANY
                   SET EMPLOYED-AT-DATE TO TRUE
               END-IF
           END-IF.

       COMPANY-AT-DATE SECTION.
      *    THE COMPANY ON WS-AT-DATE: THE LATEST TRANSFER EFFECTIVE
      *    BY THEN MOVED THE EMPLOYEE TO ITS ToCompany; WITH NONE,
      *    THE EARLIEST LATER TRANSFER SAYS WHERE THEY CAME FROM;
      *    WITH NO TRANSFER AT ALL IT IS THE MASTER'S COMPANY.
           MOVE Employees-COMPANY-CODE TO WS-AT-COMPANY
           IF WS-EMP-TRF-COUNT > 0
               PERFORM LOOKUP-TRANSFER-HISTORY
           END-IF.

       LOOKUP-TRANSFER-HISTORY SECTION.
           EXEC SQL
               SELECT TOP 1 ToCompany INTO :CompanyTransfer-ToCompany
               FROM REDWARRIOR.dbo.CompanyTransfer
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND EffectiveDate <= :WS-AT-DATE
               ORDER BY EffectiveDate DESC, TransferId DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE CompanyTransfer-ToCompany TO WS-AT-COMPANY
               WHEN 100
                   EXEC SQL
                       SELECT TOP 1 FromCompany
                       INTO :CompanyTransfer-FromCompany
                       FROM REDWARRIOR.dbo.CompanyTransfer
                       WHERE EmployeeId = :Employees-ID-EMPLOYEE
                         AND EffectiveDate > :WS-AT-DATE
                       ORDER BY EffectiveDate, TransferId
                   END-EXEC
                   IF SQLCODE = 0
                       MOVE CompanyTransfer-FromCompany
                         TO WS-AT-COMPANY
                   END-IF
               WHEN OTHER
                   DISPLAY "HCRPT01: SQL ERROR ON TRANSFER "
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE.

       LOOKUP-EMPLOYMENT-DEGREE SECTION.
      *    THE WorkSchedule DEGREE IN FORCE ON WS-AT-DATE, FULL TIME
      *    WHERE NONE IS REGISTERED - AS ANLEXT01 READS IT.
           EXEC SQL
               SELECT COALESCE(MAX(EmploymentDegree), 100)
               INTO :WS-DEGREE
               FROM REDWARRIOR.dbo.WorkSchedule
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND EffectiveFrom <= :WS-AT-DATE
                 AND (EffectiveTo = 0 OR EffectiveTo >= :WS-AT-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 100 TO WS-DEGREE
           END-IF.

       CHECK-LONG-LEAVE SECTION.
           MOVE 0 TO WS-LEAVE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-LEAVE-COUNT
               FROM REDWARRIOR.dbo.Absences
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND AbsenceType NOT IN ('SEM', 'KOMP')
                 AND FromDate <= :WS-LONG-LEAVE-FROM
                 AND (ToDate = 0 OR ToDate >= :WS-PERIOD-END)
           END-EXEC

           IF SQLCODE = 0 AND WS-LEAVE-COUNT > 0
               ADD 1 TO WS-HC-LONG-LEAVE(WS-HC-SLOT)
           END-IF.

       COUNT-LEAVER-REASON SECTION.
           ADD 1 TO WS-HC-LEAVERS(WS-HC-SLOT)
           EVALUATE TRUE
               WHEN Employees-DECEASED-DATE > 0
                   MOVE 7 TO WS-REASON-INX
               WHEN Employees-TERM-OWN-REQUEST
                   MOVE 1 TO WS-REASON-INX
               WHEN Employees-TERM-REDUNDANCY
                   MOVE 2 TO WS-REASON-INX
               WHEN Employees-TERM-FIXED-END
                   MOVE 3 TO WS-REASON-INX
               WHEN Employees-TERM-PERSONAL
                   MOVE 4 TO WS-REASON-INX
               WHEN Employees-TERM-RETIREMENT
                   MOVE 5 TO WS-REASON-INX
               WHEN Employees-TERM-OTHER
                   MOVE 6 TO WS-REASON-INX
               WHEN OTHER
                   MOVE 8 TO WS-REASON-INX
           END-EVALUATE
           ADD 1 TO WS-HC-REASON(WS-HC-SLOT, WS-REASON-INX).

       COUNT-PERIOD-TRANSFERS SECTION.
           EXEC SQL
               OPEN HcTransferCursor
           END-EXEC

           PERFORM UNTIL HC-TRF-EOF
               EXEC SQL
                   FETCH HcTransferCursor INTO
                       :CompanyTransfer-FromCompany,
                       :CompanyTransfer-ToCompany,
                       :Employees-DEPT-CODE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET HC-TRF-EOF TO TRUE
                   WHEN 0
                       MOVE Employees-DEPT-CODE TO WS-HC-FIND-DEPT
                       PERFORM FIND-DEPARTMENT-SLOT
                       IF WS-HC-SLOT > 0
                           IF CompanyTransfer-ToCompany =
                              WS-RUN-COMPANY
                               ADD 1 TO WS-HC-TRF-IN(WS-HC-SLOT)
                           END-IF
                           IF CompanyTransfer-FromCompany =
                              WS-RUN-COMPANY
                               ADD 1 TO WS-HC-TRF-OUT(WS-HC-SLOT)
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "HCRPT01: SQL ERROR ON TRANSFER "
                         "FETCH, CODE = " SQLCODE
                       SET HC-TRF-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE HcTransferCursor
           END-EXEC.

       FIND-DEPARTMENT-SLOT SECTION.
           MOVE 0 TO WS-HC-SLOT
           PERFORM VARYING WS-HC-INX FROM 2 BY 1
             UNTIL WS-HC-INX > WS-HC-COUNT OR WS-HC-SLOT > 0
               IF WS-HC-DEPT(WS-HC-INX) = WS-HC-FIND-DEPT
                   MOVE WS-HC-INX TO WS-HC-SLOT
               END-IF
           END-PERFORM

           IF WS-HC-SLOT = 0
               IF WS-HC-COUNT < 101
                   ADD 1 TO WS-HC-COUNT
                   MOVE WS-HC-COUNT TO WS-HC-SLOT
                   MOVE WS-HC-FIND-DEPT TO WS-HC-DEPT(WS-HC-SLOT)
               ELSE
                   DISPLAY "HCRPT01: MORE THAN 100 DEPARTMENTS - "
                     WS-HC-FIND-DEPT " NOT COUNTED."
               END-IF
           END-IF.

       SUM-COMPANY-TOTAL SECTION.
           PERFORM VARYING WS-HC-INX FROM 2 BY 1
             UNTIL WS-HC-INX > WS-HC-COUNT
               ADD WS-HC-OPEN(WS-HC-INX) TO WS-HC-OPEN(1)
               ADD WS-HC-OPEN-FTE(WS-HC-INX) TO WS-HC-OPEN-FTE(1)
               ADD WS-HC-HIRES(WS-HC-INX) TO WS-HC-HIRES(1)
               ADD WS-HC-LEAVERS(WS-HC-INX) TO WS-HC-LEAVERS(1)
               PERFORM VARYING WS-HC-R FROM 1 BY 1
                 UNTIL WS-HC-R > 8
                   ADD WS-HC-REASON(WS-HC-INX, WS-HC-R)
                     TO WS-HC-REASON(1, WS-HC-R)
               END-PERFORM
               ADD WS-HC-TRF-IN(WS-HC-INX) TO WS-HC-TRF-IN(1)
               ADD WS-HC-TRF-OUT(WS-HC-INX) TO WS-HC-TRF-OUT(1)
               ADD WS-HC-CLOSE(WS-HC-INX) TO WS-HC-CLOSE(1)
               ADD WS-HC-CLOSE-FTE(WS-HC-INX) TO WS-HC-CLOSE-FTE(1)
               ADD WS-HC-LONG-LEAVE(WS-HC-INX)
                 TO WS-HC-LONG-LEAVE(1)
               ADD WS-HC-WIN-OPEN(WS-HC-INX) TO WS-HC-WIN-OPEN(1)
               ADD WS-HC-WIN-LEAVERS(WS-HC-INX)
                 TO WS-HC-WIN-LEAVERS(1)
               ADD WS-HC-SERVICE-DAYS(WS-HC-INX)
                 TO WS-HC-SERVICE-DAYS(1)
               ADD WS-HC-SERVICE-COUNT(WS-HC-INX)
                 TO WS-HC-SERVICE-COUNT(1)
           END-PERFORM.

       WRITE-DEPARTMENT-BLOCK SECTION.
      *    TURNOVER IS THE WINDOW'S LEAVERS OVER THE AVERAGE OF ITS
      *    OPENING AND CLOSING HEADCOUNT; SERVICE IS AVERAGED OVER
      *    THE CLOSING HEADCOUNT WITH A HIRE DATE ON RECORD.
           COMPUTE WS-CHECK-DIFF = WS-HC-OPEN(WS-HC-INX)
             + WS-HC-HIRES(WS-HC-INX) - WS-HC-LEAVERS(WS-HC-INX)
             + WS-HC-TRF-IN(WS-HC-INX) - WS-HC-TRF-OUT(WS-HC-INX)
             - WS-HC-CLOSE(WS-HC-INX)
           IF WS-CHECK-DIFF NOT = 0 AND WS-HC-INX > 1
               ADD 1 TO WS-DIFF-COUNT
           END-IF

           COMPUTE WS-AVG-HEADCOUNT ROUNDED =
             (WS-HC-WIN-OPEN(WS-HC-INX) + WS-HC-CLOSE(WS-HC-INX)) / 2
           IF WS-AVG-HEADCOUNT > 0
               COMPUTE WS-TURNOVER ROUNDED =
                 WS-HC-WIN-LEAVERS(WS-HC-INX) * 100
                 / WS-AVG-HEADCOUNT
           ELSE
               MOVE 0 TO WS-TURNOVER
           END-IF

           IF WS-HC-SERVICE-COUNT(WS-HC-INX) > 0
               COMPUTE WS-SERVICE-YEARS ROUNDED =
                 WS-HC-SERVICE-DAYS(WS-HC-INX)
                 / WS-HC-SERVICE-COUNT(WS-HC-INX) / 365.25
           ELSE
               MOVE 0 TO WS-SERVICE-YEARS
           END-IF

           PERFORM WRITE-REPORT-BLOCK
           PERFORM WRITE-CSV-ROW.

       WRITE-REPORT-BLOCK SECTION.
           MOVE SPACES TO FS-HCRPTFILE
           WRITE FS-HCRPTFILE
           MOVE SPACES TO FS-HCRPTFILE
           IF WS-HC-INX = 1
               STRING "COMPANY " WS-RUN-COMPANY " TOTAL"
                 DELIMITED BY SIZE INTO FS-HCRPTFILE
           ELSE
               STRING "DEPARTMENT " WS-HC-DEPT(WS-HC-INX)
                 DELIMITED BY SIZE INTO FS-HCRPTFILE
           END-IF
           WRITE FS-HCRPTFILE

           MOVE WS-HC-OPEN(WS-HC-INX) TO WS-NUM-DISP
           MOVE WS-HC-OPEN-FTE(WS-HC-INX) TO WS-FTE-DISP
           MOVE SPACES TO FS-HCRPTFILE
           STRING "  Opening headcount      " WS-NUM-DISP
             "   FTE " WS-FTE-DISP
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           MOVE WS-HC-HIRES(WS-HC-INX) TO WS-NUM-DISP
           MOVE SPACES TO FS-HCRPTFILE
           STRING "  Hires                  " WS-NUM-DISP
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           MOVE WS-HC-LEAVERS(WS-HC-INX) TO WS-NUM-DISP
           MOVE SPACES TO FS-HCRPTFILE
           STRING "  Leavers                " WS-NUM-DISP
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           IF WS-HC-LEAVERS(WS-HC-INX) > 0
               MOVE SPACES TO WS-REASON-LINE
               MOVE 1 TO WS-REASON-PTR
               STRING "    by reason:" DELIMITED BY SIZE
                 INTO WS-REASON-LINE WITH POINTER WS-REASON-PTR
               PERFORM VARYING WS-HC-R FROM 1 BY 1
                 UNTIL WS-HC-R > 8
                   IF WS-HC-REASON(WS-HC-INX, WS-HC-R) > 0
                       MOVE WS-HC-REASON(WS-HC-INX, WS-HC-R)
                         TO WS-NUM-DISP2
                       STRING " " WS-REASON-LABEL(WS-HC-R)
                         DELIMITED BY "  "
                         " " DELIMITED BY SIZE
                         WS-NUM-DISP2 DELIMITED BY SIZE
                         INTO WS-REASON-LINE
                         WITH POINTER WS-REASON-PTR
                   END-IF
               END-PERFORM
               MOVE WS-REASON-LINE TO FS-HCRPTFILE
               WRITE FS-HCRPTFILE
           END-IF

           MOVE WS-HC-TRF-IN(WS-HC-INX) TO WS-NUM-DISP
           MOVE WS-HC-TRF-OUT(WS-HC-INX) TO WS-NUM-DISP2
           MOVE SPACES TO FS-HCRPTFILE
           STRING "  Transfers in / out     " WS-NUM-DISP
             " / " WS-NUM-DISP2
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           MOVE WS-HC-CLOSE(WS-HC-INX) TO WS-NUM-DISP
           MOVE WS-HC-CLOSE-FTE(WS-HC-INX) TO WS-FTE-DISP
           MOVE SPACES TO FS-HCRPTFILE
           STRING "  Closing headcount      " WS-NUM-DISP
             "   FTE " WS-FTE-DISP
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           MOVE WS-HC-LONG-LEAVE(WS-HC-INX) TO WS-NUM-DISP
           MOVE SPACES TO FS-HCRPTFILE
           STRING "    of whom on long leave" WS-NUM-DISP
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           IF WS-CHECK-DIFF NOT = 0
               MOVE WS-CHECK-DIFF TO WS-DIFF-DISP
               MOVE SPACES TO FS-HCRPTFILE
               STRING "  ** OPENING + MOVEMENTS DIFFER FROM CLOSING "
                 "BY " WS-DIFF-DISP
                 DELIMITED BY SIZE INTO FS-HCRPTFILE
               WRITE FS-HCRPTFILE
           END-IF

           MOVE WS-TURNOVER TO WS-PCT-DISP
           MOVE WS-HC-WIN-LEAVERS(WS-HC-INX) TO WS-NUM-DISP
           MOVE WS-AVG-HEADCOUNT TO WS-AVG-DISP
           MOVE SPACES TO FS-HCRPTFILE
           STRING "  12-month turnover      " WS-PCT-DISP " %"
             "  (leavers " WS-NUM-DISP ", average headcount "
             WS-AVG-DISP ")"
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE

           MOVE WS-SERVICE-YEARS TO WS-YEARS-DISP
           MOVE SPACES TO FS-HCRPTFILE
           STRING "  Average service        " WS-YEARS-DISP
             " years"
             DELIMITED BY SIZE INTO FS-HCRPTFILE
           WRITE FS-HCRPTFILE.

       WRITE-CSV-ROW SECTION.
           MOVE WS-HC-OPEN(WS-HC-INX) TO WS-CSV-NUM(1)
           MOVE WS-HC-HIRES(WS-HC-INX) TO WS-CSV-NUM(2)
           MOVE WS-HC-LEAVERS(WS-HC-INX) TO WS-CSV-NUM(3)
           PERFORM VARYING WS-HC-R FROM 1 BY 1 UNTIL WS-HC-R > 8
               MOVE WS-HC-REASON(WS-HC-INX, WS-HC-R)
                 TO WS-CSV-NUM(WS-HC-R + 3)
           END-PERFORM
           MOVE WS-HC-TRF-IN(WS-HC-INX) TO WS-CSV-NUM(12)
           MOVE WS-HC-TRF-OUT(WS-HC-INX) TO WS-CSV-NUM(13)
           MOVE WS-HC-LONG-LEAVE(WS-HC-INX) TO WS-CSV-NUM(14)
           MOVE WS-HC-CLOSE(WS-HC-INX) TO WS-CSV-NUM(15)
           MOVE WS-HC-OPEN-FTE(WS-HC-INX) TO WS-CSV-OPEN-FTE
           MOVE WS-HC-CLOSE-FTE(WS-HC-INX) TO WS-CSV-CLOSE-FTE
           MOVE WS-TURNOVER TO WS-CSV-TURNOVER
           MOVE WS-SERVICE-YEARS TO WS-CSV-YEARS

           MOVE SPACES TO FS-HCCSVFILE
           STRING WS-RPT-PERIOD ";"
             WS-RUN-COMPANY ";"
             WS-HC-DEPT(WS-HC-INX) ";"
             WS-CSV-NUM(1) ";"
             WS-CSV-OPEN-FTE ";"
             WS-CSV-NUM(2) ";"
             WS-CSV-NUM(3) ";"
             WS-CSV-NUM(4) ";"
             WS-CSV-NUM(5) ";"
             WS-CSV-NUM(6) ";"
             WS-CSV-NUM(7) ";"
             WS-CSV-NUM(8) ";"
             WS-CSV-NUM(9) ";"
             WS-CSV-NUM(10) ";"
             WS-CSV-NUM(11) ";"
             WS-CSV-NUM(12) ";"
             WS-CSV-NUM(13) ";"
             WS-CSV-NUM(14) ";"
             WS-CSV-NUM(15) ";"
             WS-CSV-CLOSE-FTE ";"
             WS-CSV-TURNOVER ";"
             WS-CSV-YEARS
             DELIMITED BY SIZE INTO FS-HCCSVFILE
           WRITE FS-HCCSVFILE.
