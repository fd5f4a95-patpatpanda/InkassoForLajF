       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersDataModule.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    THE ONE PLACE THE INQUIRY SCREENS AND EXTRACTS ASK WHAT
      *    AN OPERATOR MAY SEE OF ONE EMPLOYEE, AND THE ONE PLACE
      *    AN UNMASKED VIEW IS WRITTEN DOWN - SO THE RULE AND THE
      *    LOG CANNOT DRIFT APART BETWEEN PROGRAMS.
       COPY "SessionLog.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-DEPT-MATCHES PIC S9(09) COMP-5 VALUE 0.
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).

       01 WS-MASK-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-DIGITS-KEPT PIC S9(4) COMP-5 VALUE 0.

       LINKAGE SECTION.
      *    "M" - MASK WS-PDM-VALUE IN PLACE: EVERY DIGIT BUT THE
      *          LAST FOUR BECOMES "*", SEPARATORS ARE KEPT
      *          (PERSONNUMMER, ACCOUNT NUMBER, BIRTH DATE)
      *    "S" - MAY THIS OPERATOR SEE WS-PDM-EMPLOYEE'S SALARY?
      *          YES WITH PERSONAL-DATA AUTHORITY, OTHERWISE ONLY
      *          WHEN THE EMPLOYEE'S DEPARTMENT IS ONE OF THE
      *          OPERATOR'S OWN ON OperatorDepts
      *    "L" - LOG AN UNMASKED VIEW: WS-PDM-VALUE SAYS WHAT WAS
      *          SHOWN OF WS-PDM-EMPLOYEE, BY WS-PDM-PROGRAM
      *    WS-PDM-AUTH IS THE OPERATOR'S AuthPersonalData FLAG AS
      *    THE CALLER READ IT AT SIGN-ON.
       01 WS-PDM-FUNCTION PIC X(1).
         88 PDM-MASK VALUE "M".
         88 PDM-SALARY-CHECK VALUE "S".
         88 PDM-LOG-VIEW VALUE "L".
       01 WS-PDM-OPERATOR PIC X(8).
       01 WS-PDM-AUTH PIC X(1).
         88 PDM-AUTHORISED VALUE "Y".
       01 WS-PDM-PROGRAM PIC X(10).
       01 WS-PDM-EMPLOYEE PIC S9(09) COMP-5.
       01 WS-PDM-VALUE PIC X(20).
       01 WS-PDM-RESULT PIC X(1).
         88 PDM-ALLOWED VALUE "Y".
         88 PDM-NOT-ALLOWED VALUE "N".
         88 PDM-ERROR VALUE "E".

      *    THE LOG ROW IS COMMITTED AS SOON AS IT IS WRITTEN - THE
      *    CALLERS ARE INQUIRIES WITH NO UNIT OF WORK OF THEIR OWN,
      *    AND A VIEW MUST STAY ON RECORD HOWEVER THE CALLER ENDS.
       PROCEDURE DIVISION USING WS-PDM-FUNCTION
                                WS-PDM-OPERATOR
                                WS-PDM-AUTH
                                WS-PDM-PROGRAM
                                WS-PDM-EMPLOYEE
                                WS-PDM-VALUE
                                WS-PDM-RESULT.

           SET PDM-ALLOWED TO TRUE

           EVALUATE TRUE
               WHEN PDM-MASK
                   PERFORM MASK-VALUE
               WHEN PDM-SALARY-CHECK
                   PERFORM CHECK-SALARY-VISIBLE
               WHEN PDM-LOG-VIEW
                   PERFORM LOG-UNMASKED-VIEW
               WHEN OTHER
                   DISPLAY "PersDataModule: unknown function "
                     WS-PDM-FUNCTION "."
                   SET PDM-ERROR TO TRUE
           END-EVALUATE

           EXIT PROGRAM.

       MASK-VALUE SECTION.
      *    WALKED FROM THE RIGHT: THE FIRST FOUR DIGITS MET ARE
      *    KEPT, EVERY DIGIT AFTER THAT IS STARRED.
           MOVE 0 TO WS-DIGITS-KEPT

           PERFORM VARYING WS-MASK-INX FROM 20 BY -1
             UNTIL WS-MASK-INX < 1
               IF WS-PDM-VALUE(WS-MASK-INX:1) IS NUMERIC
                   IF WS-DIGITS-KEPT < 4
                       ADD 1 TO WS-DIGITS-KEPT
                   ELSE
                       MOVE "*" TO WS-PDM-VALUE(WS-MASK-INX:1)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-SALARY-VISIBLE SECTION.
           IF NOT PDM-AUTHORISED
               MOVE 0 TO WS-DEPT-MATCHES

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DEPT-MATCHES
                   FROM REDWARRIOR.dbo.Employees E,
                   REDWARRIOR.dbo.OperatorDepts O
                   WHERE E.ID_EMPLOYEE = :WS-PDM-EMPLOYEE
                     AND O.OperatorId = :WS-PDM-OPERATOR
                     AND O.DeptCode = E.DEPT_CODE
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "PersDataModule: SQL ERROR ON "
                         "DEPARTMENT CHECK, CODE = " SQLCODE
                       SET PDM-NOT-ALLOWED TO TRUE
                   WHEN WS-DEPT-MATCHES = 0
                       SET PDM-NOT-ALLOWED TO TRUE
                   WHEN OTHER
                       SET PDM-ALLOWED TO TRUE
               END-EVALUATE
           END-IF.

       LOG-UNMASKED-VIEW SECTION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE WS-PDM-OPERATOR TO SessionLog-OperatorId
           MOVE WS-PDM-PROGRAM TO SessionLog-ProgramName
           MOVE WS-NOW-DATE TO SessionLog-StartDate
           MOVE WS-NOW-TIME TO SessionLog-StartTime
           MOVE WS-PDM-EMPLOYEE TO SessionLog-EmployeeId
           MOVE WS-PDM-VALUE TO SessionLog-ViewedData

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.SessionLog
               (OperatorId, ProgramName, StartDate, StartTime,
               EmployeeId, ViewedData)
               VALUES (:SessionLog-OperatorId,
               :SessionLog-ProgramName, :SessionLog-StartDate,
               :SessionLog-StartTime, :SessionLog-EmployeeId,
               :SessionLog-ViewedData)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PersDataModule: could not log the view, "
                 "SQL CODE: " SQLCODE
               SET PDM-ERROR TO TRUE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
