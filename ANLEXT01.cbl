
       COPY "EMPLOYEES.CPY".
       COPY "EmployeeDeductions.cpy".
       COPY "WorkSchedule.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
      *    ONE ROW PER EMPLOYEE: THE PERIOD'S POSTED FIGURES WITH
      *    THE PENSION, EMPLOYER-CHARGE, GARNISHMENT AND ARREARS
      *    SIDES JOINED IN SET-BASED SUBSELECTS. SUMS FOLD
      *    REVERSAL AND RETRO OFFSETS IN, AS THE REPORTS DO. THE
      *    EMPLOYMENT DEGREE IS THE WorkSchedule ONE IN FORCE ON
      *    THE PERIOD'S LAST DAY, 100 WHERE NONE IS REGISTERED.
           EXEC SQL
           DECLARE AnalyticsCursor CURSOR FOR
           SELECT D.EmployeeId, E.FIRST_NAME, E.LAST_NAME,
           (SELECT COALESCE(SUM(A.AmountOutstanding), 0)
            FROM REDWARRIOR.dbo.DeductionArrears A
            WHERE A.EmployeeId = D.EmployeeId
              AND A.PeriodOriginated = :WS-EXT-PERIOD),
           COALESCE((SELECT MAX(W.EmploymentDegree)
            FROM REDWARRIOR.dbo.WorkSchedule W
            WHERE W.EmployeeId = D.EmployeeId
              AND W.EffectiveFrom <= :WS-PERIOD-END
              AND (W.EffectiveTo = 0
               OR W.EffectiveTo >= :WS-PERIOD-END)), 100)
           FROM REDWARRIOR.dbo.EmployeeDeductions D,
           REDWARRIOR.dbo.Employees E
           WHERE D.Period = :WS-EXT-PERIOD
       01 WS-ANL-PATH PIC X(80).

       01 WS-EXT-PERIOD PIC X(6).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
         05 WS-NM-YEAR PIC 9(4).
         05 WS-NM-MONTH PIC 9(2).
         05 WS-NM-DAY PIC 9(2).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).

       01 WS-EMPTAX PIC S9(09) COMP-5.
       01 WS-GARNISHED PIC S9(09) COMP-5.
       01 WS-ARR-OPENED PIC S9(09) COMP-5.
       01 WS-DEGREE PIC S9(3)V9(2) COMP-3.

       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-ID-DISP PIC 9(9).
       01 WS-EMPTAX-DISP PIC 9(9).
       01 WS-GARN-DISP PIC 9(9).
       01 WS-ARR-DISP PIC 9(9).
       01 WS-DEGREE-DISP PIC 9(3).9(2).

      *    AN OPERATOR WITHOUT PERSONAL-DATA AUTHORITY GETS THE
      *    EXTRACT PSEUDONYMISED: NO NAMES, AND IN PLACE OF THE
      *    EMPLOYEE ID A SEQUENCE NUMBER THAT IS NEW IN EVERY
      *    EXTRACT - SO NOT EVEN TWO PERIODS' FILES CAN BE JOINED
      *    BACK TO A PERSON. THE FIGURES AND DEPARTMENT STAY, WHICH
      *    IS ALL THE BI TOOL AGGREGATES ON. A FULL EXTRACT LOGS
      *    EVERY EMPLOYEE IN IT AS AN UNMASKED VIEW.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-PSEUDONYM-DISP PIC 9(9).

       01 WS-PDM-FUNCTION PIC X(1) VALUE "L".
       01 WS-PDM-PROGRAM PIC X(10) VALUE "ANLEXT01".
       01 WS-PDM-VALUE PIC X(20) VALUE "ANALYTICS EXTRACT".
       01 WS-PDM-RESULT PIC X(1).

       PROCEDURE DIVISION.

               MOVE "01" TO WS-RUN-COMPANY
           END-IF

      *    THE PERIOD'S LAST DAY - THE FIRST OF THE NEXT MONTH
      *    LESS ONE.
           MOVE WS-EXT-PERIOD(1:4) TO WS-NM-YEAR
           MOVE WS-EXT-PERIOD(5:2) TO WS-NM-MONTH
           MOVE 1 TO WS-NM-DAY
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)

           PERFORM CONNECT-TO-DATABASE
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-OUTPUT-PATHS

           OPEN OUTPUT ANLFILE
           STRING "EmployeeId;Fornamn;Efternamn;Dept;Company;"
             "Currency;Gross;Benefit;Tax;Fee;Net;Hours;"
             "PensionEmp;PensionEmployer;EmployerTax;Garnished;"
             "ArrearsOpened;Period;EmploymentDegree"
             DELIMITED BY SIZE INTO FS-ANLFILE
           WRITE FS-ANLFILE

                       :WS-GROSS, :WS-BENEFIT, :WS-TAX, :WS-FEE,
                       :WS-NET, :WS-HOURS, :WS-PEN-EMP,
                       :WS-PEN-EMPLR, :WS-EMPTAX, :WS-GARNISHED,
                       :WS-ARR-OPENED, :WS-DEGREE
               END-EXEC

               EVALUATE SQLCODE

           DISPLAY "ANLEXT01: " WS-ROW-COUNT
             " row(s) extracted for period " WS-EXT-PERIOD "."
           IF NOT Operator-May-See-Personal-Data
               DISPLAY "ANLEXT01: extract is pseudonymised - no "
                 "personal-data authority."
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.
                   STOP RUN
           END-EVALUATE.

       OPERATOR-SIGN-ON SECTION.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, COALESCE(AuthPersonalData, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthPersonalData
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN SQLCODE NOT = 0
                   DISPLAY "ANLEXT01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       WRITE-ONE-ROW SECTION.
           IF Operator-May-See-Personal-Data
               MOVE EmployeeDeductions-EmployeeId TO WS-ID-DISP
               CALL "PersDataModule" USING WS-PDM-FUNCTION
                                           WS-OPERATOR-ID
                                           Operators-AuthPersonalData
                                           WS-PDM-PROGRAM
                                           EmployeeDeductions-EmployeeId
                                           WS-PDM-VALUE
                                           WS-PDM-RESULT
           ELSE
               COMPUTE WS-PSEUDONYM-DISP = WS-ROW-COUNT + 1
               MOVE WS-PSEUDONYM-DISP TO WS-ID-DISP
               MOVE SPACES TO Employees-FIRST-NAME
               MOVE SPACES TO Employees-LAST-NAME
           END-IF
           MOVE WS-GROSS TO WS-GROSS-DISP
           MOVE WS-BENEFIT TO WS-BEN-DISP
           MOVE WS-TAX TO WS-TAX-DISP
           MOVE WS-EMPTAX TO WS-EMPTAX-DISP
           MOVE WS-GARNISHED TO WS-GARN-DISP
           MOVE WS-ARR-OPENED TO WS-ARR-DISP
           MOVE WS-DEGREE TO WS-DEGREE-DISP

      *    SAME ";"-GUARD AND TRIM DISCIPLINE AS csvout.csv.
           INSPECT Employees-FIRST-NAME REPLACING ALL ";" BY ","
             WS-EMPTAX-DISP ";"
             WS-GARN-DISP ";"
             WS-ARR-DISP ";"
             WS-EXT-PERIOD ";"
             WS-DEGREE-DISP
             DELIMITED BY SIZE INTO FS-ANLFILE
           WRITE FS-ANLFILE

