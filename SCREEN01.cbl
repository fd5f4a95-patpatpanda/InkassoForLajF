       01 FS-CSVFILE PIC X(100).
       WORKING-STORAGE SECTION.

       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    CSVFILE'S PATH - READ FROM THE SAME INKASSO_OUTPUT_DIR
      *    ENVIRONMENT VARIABLE MAIN01 RESOLVES WS-CSV-PATH FROM, SO
      *    THIS SCREEN READS WHATEVER FOLDER THE RUN THAT PRODUCED
           10 CSV-SCREEN-TAXAMOUNT PIC 9(5).
           10 CSV-SCREEN-FEE PIC 9(5).
           10 CSV-SCREEN-NETSALARY PIC 9(5).
           10 CSV-SCREEN-EMP-ID PIC S9(09) COMP-5.
           10 CSV-SCREEN-DOB-SHOWN PIC X(8).
           10 CSV-SCREEN-VISIBLE PIC X.
           10 CSV-SCREEN-LOGGED PIC X.

       01 WS-TEMP-ROW.
           10 TEMP-SEQ PIC 9(4).
           10 TEMP-TAXAMOUNT PIC 9(5).
           10 TEMP-FEE PIC 9(5).
           10 TEMP-NETSALARY PIC 9(5).
           10 TEMP-EMP-ID PIC S9(09) COMP-5.
           10 TEMP-DOB-SHOWN PIC X(8).
           10 TEMP-VISIBLE PIC X.
           10 TEMP-LOGGED PIC X.

      *    WHAT THE SIGNED-ON OPERATOR MAY SEE OF EACH ROW. csvout
      *    CARRIES NO EMPLOYEE ID, SO EACH ROW IS MATCHED BACK TO
      *    ITS EMPLOYEE BY NAME AND BIRTH DATE - THE ID IS WHAT THE
      *    DEPARTMENT RULE AND THE VIEW LOG ARE KEYED ON. A ROW
      *    THAT MATCHES NO EMPLOYEE SHOWS NO FIGURES WITHOUT
      *    PERSONAL-DATA AUTHORITY.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-HIDDEN-AMOUNT PIC X(5) VALUE ALL "*".
       01 WS-LOOKUP-FIRST PIC X(20).
       01 WS-LOOKUP-LAST PIC X(20).
       01 WS-LOOKUP-BIRTH PIC S9(09) COMP-5.

       01 WS-PDM-FUNCTION PIC X(1).
       01 WS-PDM-PROGRAM PIC X(10) VALUE "SCREEN01".
       01 WS-PDM-EMPLOYEE PIC S9(09) COMP-5.
       01 WS-PDM-VALUE PIC X(20).
       01 WS-PDM-RESULT PIC X(1).
         88 PDM-ALLOWED VALUE "Y".

       SCREEN SECTION.


       MAIN-PROCESS.

           PERFORM CONNECT-TO-DATABASE
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-CSVFILE-PATH
           PERFORM MOVE-SCREEN-CSV
           PERFORM RESOLVE-VIEW-RIGHTS
           PERFORM COMPUTE-TOTAL-PAGES
           PERFORM COMPUTE-GRAND-TOTAL
           PERFORM SCREEN-LOOP.

           GOBACK.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SCREEN01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   GOBACK
           END-EVALUATE.

       OPERATOR-SIGN-ON SECTION.
      *    NO AUTHORITY IS NEEDED TO BROWSE THE OUTPUT - BUT WHO IS
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
                   DISPLAY "SCREEN01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       RESOLVE-CSVFILE-PATH SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
           MOVE WS-CSV-COUNT TO TOTAL-RECORDS.
           CLOSE CSVFILE.

       RESOLVE-VIEW-RIGHTS SECTION.
      *    THE BIRTH DATE IS THE PERSONNUMMER'S FIRST EIGHT DIGITS
      *    AND IS MASKED THE SAME WAY WITHOUT PERSONAL-DATA
      *    AUTHORITY. THE TAX, FEE AND NET FIGURES ARE SHOWN ONLY
      *    WITH THE AUTHORITY OR FOR THE OPERATOR'S OWN DEPARTMENTS.
           PERFORM VARYING WS-FIND-INX FROM 1 BY 1
             UNTIL WS-FIND-INX > WS-CSV-COUNT
               MOVE CSV-SCREEN-FIRST-NAME(WS-FIND-INX)
                 TO WS-LOOKUP-FIRST
               MOVE CSV-SCREEN-LAST-NAME(WS-FIND-INX)
                 TO WS-LOOKUP-LAST
               MOVE CSV-SCREEN-DATEOFBIRTH(WS-FIND-INX)
                 TO WS-LOOKUP-BIRTH
               MOVE 0 TO WS-PDM-EMPLOYEE

               EXEC SQL
                   SELECT COALESCE(MIN(ID_EMPLOYEE), 0)
                   INTO :WS-PDM-EMPLOYEE
                   FROM REDWARRIOR.dbo.Employees
                   WHERE FIRST_NAME = :WS-LOOKUP-FIRST
                     AND LAST_NAME = :WS-LOOKUP-LAST
                     AND BIRTH_DATE = :WS-LOOKUP-BIRTH
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-PDM-EMPLOYEE
               END-IF
               MOVE WS-PDM-EMPLOYEE TO CSV-SCREEN-EMP-ID(WS-FIND-INX)
               MOVE "N" TO CSV-SCREEN-LOGGED(WS-FIND-INX)

               MOVE CSV-SCREEN-DATEOFBIRTH(WS-FIND-INX)
                 TO WS-PDM-VALUE
               IF NOT Operator-May-See-Personal-Data
                   MOVE "M" TO WS-PDM-FUNCTION
                   PERFORM CALL-PERS-DATA-MODULE
               END-IF
               MOVE WS-PDM-VALUE TO CSV-SCREEN-DOB-SHOWN(WS-FIND-INX)

               MOVE "N" TO CSV-SCREEN-VISIBLE(WS-FIND-INX)
               IF Operator-May-See-Personal-Data
                   MOVE "Y" TO CSV-SCREEN-VISIBLE(WS-FIND-INX)
               ELSE
                   IF WS-PDM-EMPLOYEE > 0
                       MOVE "S" TO WS-PDM-FUNCTION
                       PERFORM CALL-PERS-DATA-MODULE
                       IF PDM-ALLOWED
                           MOVE "Y"
                             TO CSV-SCREEN-VISIBLE(WS-FIND-INX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CALL-PERS-DATA-MODULE SECTION.
           CALL "PersDataModule" USING WS-PDM-FUNCTION
                                       WS-OPERATOR-ID
                                       Operators-AuthPersonalData
                                       WS-PDM-PROGRAM
                                       WS-PDM-EMPLOYEE
                                       WS-PDM-VALUE
                                       WS-PDM-RESULT.

       LOG-ROW-VIEW SECTION.
      *    ONCE PER ROW PER SESSION - PAGING BACK AND FORTH OVER
      *    THE SAME PERSON IS ONE VIEW, NOT MANY.
           MOVE CSV-SCREEN-EMP-ID(LINE-INX) TO WS-PDM-EMPLOYEE
           IF Operator-May-See-Personal-Data
               MOVE "BIRTH DATE, AMOUNTS" TO WS-PDM-VALUE
           ELSE
               MOVE "AMOUNTS" TO WS-PDM-VALUE
           END-IF
           MOVE "L" TO WS-PDM-FUNCTION
           PERFORM CALL-PERS-DATA-MODULE
           MOVE "Y" TO CSV-SCREEN-LOGGED(LINE-INX).

       COMPUTE-TOTAL-PAGES SECTION.
           MOVE 1 TO WS-TOTAL-PAGES
           IF WS-CSV-COUNT > 0
                 WITH FOREGROUND-COLOR 1


               DISPLAY CSV-SCREEN-DOB-SHOWN(LINE-INX)
                 AT LINE (LINE-INX - ((SCREEN-NUMBER - 1) *
                 WS-PAGE-SIZE)) + 5 COL 36
                 WITH FOREGROUND-COLOR 4

               IF CSV-SCREEN-VISIBLE(LINE-INX) = "Y"
                   DISPLAY CSV-SCREEN-TAXAMOUNT(LINE-INX)
                     AT LINE (LINE-INX - ((SCREEN-NUMBER - 1) *
                     WS-PAGE-SIZE)) + 5 COL 45
                     WITH FOREGROUND-COLOR 5


                   DISPLAY CSV-SCREEN-FEE(LINE-INX)
                     AT LINE (LINE-INX - ((SCREEN-NUMBER - 1) *
                     WS-PAGE-SIZE)) + 5 COL 51
                     WITH FOREGROUND-COLOR 3

                   DISPLAY CSV-SCREEN-NETSALARY(LINE-INX)
                     AT LINE (LINE-INX - ((SCREEN-NUMBER - 1) *
                     WS-PAGE-SIZE)) + 5 COL 58
                     WITH FOREGROUND-COLOR 6

                   IF CSV-SCREEN-LOGGED(LINE-INX) NOT = "Y"
                       PERFORM LOG-ROW-VIEW
                   END-IF
               ELSE
                   DISPLAY WS-HIDDEN-AMOUNT
                     AT LINE (LINE-INX - ((SCREEN-NUMBER - 1) *
                     WS-PAGE-SIZE)) + 5 COL 45
                   DISPLAY WS-HIDDEN-AMOUNT
                     AT LINE (LINE-INX - ((SCREEN-NUMBER - 1) *
                     WS-PAGE-SIZE)) + 5 COL 51
                   DISPLAY WS-HIDDEN-AMOUNT
                     AT LINE (LINE-INX - ((SCREEN-NUMBER - 1) *
                     WS-PAGE-SIZE)) + 5 COL 58
               END-IF
           END-PERFORM.

       DISPLAY-PAGE-TOTAL SECTION.
