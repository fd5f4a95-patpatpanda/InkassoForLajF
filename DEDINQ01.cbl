       COPY "EMPLOYEES.CPY".
       COPY "EmployeeDeductions.cpy".
       COPY "YtdAccumulator.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
       01 WS-YTD-FEE PIC S9(9) VALUE 0.
       01 WS-EMP-ID-DISP PIC 9(9).

      *    WHAT THE SIGNED-ON OPERATOR MAY SEE OF THE CHOSEN
      *    EMPLOYEE - DECIDED ONCE, WHEN THE EMPLOYEE IS FOUND.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-EMP-PERSONNUMMER PIC X(12) VALUE SPACES.
       01 WS-PNR-SHOWN PIC X(20) VALUE SPACES.
       01 WS-HIDDEN-AMOUNT PIC X(9) VALUE ALL "*".
       01 WS-SALARY-SWITCH PIC X VALUE "N".
         88 SALARY-VISIBLE VALUE "Y".

       01 WS-PDM-FUNCTION PIC X(1).
       01 WS-PDM-PROGRAM PIC X(10) VALUE "DEDINQ01".
       01 WS-PDM-VALUE PIC X(20).
       01 WS-PDM-RESULT PIC X(1).
         88 PDM-ALLOWED VALUE "Y".

       SCREEN SECTION.

       01 DISPLAY-SCREEN.
       MAIN-PROCESS.

           PERFORM CONNECT-TO-DATABASE
           PERFORM OPERATOR-SIGN-ON

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           END-IF

           PERFORM FIND-EMPLOYEE
           PERFORM RESOLVE-VIEW-RIGHTS
           PERFORM LOAD-DEDUCTION-HISTORY

           IF WS-HIST-COUNT = 0
                   GOBACK
           END-EVALUATE.

       OPERATOR-SIGN-ON SECTION.
      *    NO AUTHORITY IS NEEDED TO START THE INQUIRY - BUT WHO IS
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
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "DEDINQ01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       FIND-EMPLOYEE SECTION.
      *    AN ALL-DIGIT ENTRY IS TAKEN AS AN EMPLOYEE ID, ANYTHING
      *    ELSE AS A LAST NAME - SAME CONVENTION AS SCREEN01's
                   GOBACK
           END-EVALUATE.

       RESOLVE-VIEW-RIGHTS SECTION.
      *    PERSONNUMMER IN FULL ONLY WITH PERSONAL-DATA AUTHORITY,
      *    OTHERWISE ITS LAST FOUR DIGITS. THE SALARY FIGURES ONLY
      *    WITH THE AUTHORITY OR FOR ONE OF THE OPERATOR'S OWN
      *    DEPARTMENTS. WHATEVER IS SHOWN UNMASKED IS LOGGED.
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
               MOVE "SALARY HISTORY" TO WS-PDM-VALUE
               MOVE "L" TO WS-PDM-FUNCTION
               PERFORM CALL-PERS-DATA-MODULE
           ELSE
               MOVE "N" TO WS-SALARY-SWITCH
               DISPLAY "Outside your departments - amounts are "
                 "not shown."
           END-IF.

       CALL-PERS-DATA-MODULE SECTION.
           CALL "PersDataModule" USING WS-PDM-FUNCTION
                                       WS-OPERATOR-ID
                                       Operators-AuthPersonalData
                                       WS-PDM-PROGRAM
                                       Employees-ID-EMPLOYEE
                                       WS-PDM-VALUE
                                       WS-PDM-RESULT.

       LOAD-DEDUCTION-HISTORY SECTION.
           MOVE Employees-ID-EMPLOYEE
             TO EmployeeDeductions-EmployeeId
           DISPLAY SCREEN-NUMBER AT LINE 6 COL 30
           DISPLAY "av" AT LINE 6 COL 36
           DISPLAY WS-HIST-COUNT AT LINE 6 COL 39
           DISPLAY "Pnr      : " AT LINE 7 COL 2
           DISPLAY WS-PNR-SHOWN AT LINE 7 COL 13

           IF SALARY-VISIBLE
               PERFORM DISPLAY-PERIOD-AMOUNTS
           ELSE
               PERFORM DISPLAY-HIDDEN-AMOUNTS
           END-IF.

       DISPLAY-PERIOD-AMOUNTS SECTION.
           DISPLAY "Lon      : " AT LINE 8 COL 2
           DISPLAY HIST-SALARY(SCREEN-NUMBER) AT LINE 8 COL 13
           DISPLAY "Valuta" AT LINE 8 COL 28
           DISPLAY WS-YTD-FEE AT LINE 15 COL 13
             WITH FOREGROUND-COLOR 3.

       DISPLAY-HIDDEN-AMOUNTS SECTION.
      *    THE SAME LAYOUT WITH THE FIGURES STARRED OUT - THE
      *    PERIODS POSTED STAY VISIBLE, WHAT WAS PAID DOES NOT.
           DISPLAY "Lon      : " AT LINE 8 COL 2
           DISPLAY WS-HIDDEN-AMOUNT AT LINE 8 COL 13
           DISPLAY "Skatt    : " AT LINE 9 COL 2
           DISPLAY WS-HIDDEN-AMOUNT AT LINE 9 COL 13
           DISPLAY "Avgift   : " AT LINE 10 COL 2
           DISPLAY WS-HIDDEN-AMOUNT AT LINE 10 COL 13
           DISPLAY "Netto    : " AT LINE 11 COL 2
           DISPLAY WS-HIDDEN-AMOUNT AT LINE 11 COL 13
           DISPLAY "Skatt YTD: " AT LINE 14 COL 2
           DISPLAY WS-HIDDEN-AMOUNT AT LINE 14 COL 13
           DISPLAY "Avgift YTD:" AT LINE 15 COL 2
           DISPLAY WS-HIDDEN-AMOUNT AT LINE 15 COL 13.

       FETCH-YTD-FOR-PERIOD SECTION.
           MOVE HIST-PERIOD(SCREEN-NUMBER) (1:4) TO WS-INQ-YEAR
           MOVE WS-INQ-YEAR TO YtdAccumulator-YtdYear
