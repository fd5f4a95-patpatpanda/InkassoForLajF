       COPY "Garnishments.cpy".
       COPY "GarnishRules.cpy".
       COPY "PensionContrib.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
       01 WS-PENSION-CAP-FLAG PIC X.
         88 TRC-PENSION-PART-CAPPED VALUE "P".
         88 TRC-PENSION-FULLY-CAPPED VALUE "C".
      *    THE TRACE SHOWS THE PLAN CONTRIBUTION ONLY - NO SALARY
      *    EXCHANGE IS PASSED.
       01 WS-EXCHANGE-AMOUNT PIC 9(5) VALUE 0.
       01 WS-EXCHANGE-UPLIFT PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-EXCHANGE-PREMIUM PIC 9(5) VALUE 0.
      *    THE YEAR'S PENSIONABLE GROSS POSTED BEFORE THE TRACED
      *    PERIOD - REBUILT FROM THE REGULAR ROWS, THE SAME
      *    POSITION THE RUN'S GrossYTD HELD WHEN IT PRICED THE
       01 WS-SLICE-TOP PIC S9(9).
       01 WS-TAXBASE-WORK PIC S9(9).

      *    WHAT THE SIGNED-ON OPERATOR MAY SEE OF THE TRACED
      *    EMPLOYEE - A TRACE IS SALARY DETAIL FROM END TO END, SO
      *    WITHOUT THE RIGHT TO SEE THE SALARY NONE OF IT IS SHOWN.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-EMP-PERSONNUMMER PIC X(12) VALUE SPACES.
       01 WS-PNR-SHOWN PIC X(20) VALUE SPACES.
       01 WS-SALARY-SWITCH PIC X VALUE "N".
         88 SALARY-VISIBLE VALUE "Y".

       01 WS-PDM-FUNCTION PIC X(1).
       01 WS-PDM-PROGRAM PIC X(10) VALUE "CALCTRC01".
       01 WS-PDM-VALUE PIC X(20).
       01 WS-PDM-RESULT PIC X(1).
         88 PDM-ALLOWED VALUE "Y".

       PROCEDURE DIVISION.

       MAIN SECTION.
           DISPLAY "Calculation trace"

           PERFORM CONNECT-TO-DATABASE
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL WS-AGAIN = "N" OR WS-AGAIN = "n"
               DISPLAY "Employee ID: "
                   GOBACK
           END-EVALUATE.

       OPERATOR-SIGN-ON SECTION.
      *    NO AUTHORITY IS NEEDED TO START THE TRACE - BUT WHO IS
      *    ASKING DECIDES WHAT IT SHOWS, AND AN UNKNOWN OPERATOR
      *    GETS NOTHING.
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
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "CALCTRC01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       TRACE-ONE-RESULT SECTION.
      *    THE AS-OF DATE EVERY EFFECTIVE-DATED LOOKUP USES IS THE
      *    PERIOD'S FIRST DAY - THE SAME DATE A REPROCESSING RUN
                 "LOOKUP, CODE = " SQLCODE
           END-IF

           PERFORM RESOLVE-VIEW-RIGHTS

           MOVE Employees-ID-EMPLOYEE TO WS-ID-DISP
           DISPLAY " "
           DISPLAY "=== " WS-ID-DISP " "
             Employees-FIRST-NAME " " Employees-LAST-NAME
             " period " WS-TRC-PERIOD " ==="
           DISPLAY "Personnummer: " WS-PNR-SHOWN

           IF SALARY-VISIBLE
               MOVE EmployeeDeductions-Salary TO WS-AMT-DISP
               MOVE EmployeeDeductions-NetSalary TO WS-AMT2-DISP
               DISPLAY "Posted: gross " WS-AMT-DISP
                 "  net " WS-AMT2-DISP

               PERFORM SHOW-SALARY-SEGMENTS
               PERFORM SHOW-TAX-DERIVATION
               PERFORM SHOW-FEE-DERIVATION
               PERFORM SHOW-PENSION-DERIVATION
               PERFORM SHOW-GARNISH-DERIVATION
           ELSE
               DISPLAY "The employee is outside your departments - "
                 "the trace needs personal-data authority."
           END-IF.

       RESOLVE-VIEW-RIGHTS SECTION.
      *    PERSONNUMMER IN FULL ONLY WITH PERSONAL-DATA AUTHORITY,
      *    OTHERWISE ITS LAST FOUR DIGITS. THE TRACE ONLY WITH THE
      *    AUTHORITY OR FOR ONE OF THE OPERATOR'S OWN DEPARTMENTS.
      *    WHATEVER IS SHOWN UNMASKED IS LOGGED.
           MOVE SPACES TO WS-EMP-PERSONNUMMER

           EXEC SQL
               SELECT COALESCE(PERSONNUMMER, ' ')
               INTO :WS-EMP-PERSONNUMMER
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           MOVE WS-EMP-PERSONNUMMER TO WS-PNR-SHOWN
           IF Operator-May-See-Personal-Data
               IF WS-EMP-PERSONNUMMER NOT = SPACES
                   MOVE "PERSONNUMMER" TO WS-PDM-VALUE
                   MOVE "L" TO WS-PDM-FUNCTION
                   PERFORM CALL-PERS-DATA-MODULE
               END-IF
           ELSE
               MOVE WS-PNR-SHOWN TO WS-PDM-VALUE
               MOVE "M" TO WS-PDM-FUNCTION
               PERFORM CALL-PERS-DATA-MODULE
               MOVE WS-PDM-VALUE TO WS-PNR-SHOWN
           END-IF

           MOVE "S" TO WS-PDM-FUNCTION
           PERFORM CALL-PERS-DATA-MODULE
           IF PDM-ALLOWED
               SET SALARY-VISIBLE TO TRUE
               MOVE "CALCULATION TRACE" TO WS-PDM-VALUE
               MOVE "L" TO WS-PDM-FUNCTION
               PERFORM CALL-PERS-DATA-MODULE
           ELSE
               MOVE "N" TO WS-SALARY-SWITCH
           END-IF.

       CALL-PERS-DATA-MODULE SECTION.
           CALL "PersDataModule" USING WS-PDM-FUNCTION
                                       WS-OPERATOR-ID
                                       Operators-AuthPersonalData
                                       WS-PDM-PROGRAM
                                       Employees-ID-EMPLOYEE
                                       WS-PDM-VALUE
                                       WS-PDM-RESULT.

       SHOW-SALARY-SEGMENTS SECTION.
           DISPLAY " "
                                      WS-GROSS-YTD-PRIOR
                                      WS-PENSION-CAP-FLAG
                                      WS-EMP-AGREEMENT
                                      WS-EXCHANGE-AMOUNT
                                      WS-EXCHANGE-UPLIFT
                                      WS-EXCHANGE-PREMIUM

           MOVE WS-GROSS-YTD-PRIOR TO WS-AMT-DISP
           DISPLAY "PENSION (agreement " WS-EMP-AGREEMENT
