       WORKING-STORAGE SECTION.

       COPY "VacationBalance.cpy".
       COPY "VacationSaved.cpy".
       COPY "VacationPayout.cpy".
       COPY "EMPLOYEES.CPY".

           EXEC SQL
           ORDER BY V.EmployeeId
           END-EXEC.

           EXEC SQL
           DECLARE SavedListCursor CURSOR FOR
           SELECT SavedYear, DaysSaved, DaysLeft, DaysExpired
           FROM REDWARRIOR.dbo.VacationSaved
           WHERE EmployeeId = :VacationSaved-EmployeeId
           ORDER BY SavedYear
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-EARNED-DISP PIC 9(4).9(2).
       01 WS-TAKEN-DISP PIC 9(4).9(2).
       01 WS-ACCRUED-DISP PIC 9(9).
       01 WS-SAVED-DISP PIC 9(4).9(2).
       01 WS-LEFT-DISP PIC 9(4).9(2).
       01 WS-EXPIRED-DISP PIC 9(4).9(2).
       01 WS-YEAR-DISP PIC 9(4).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-SAVED-SWITCHES PIC 9 VALUE 0.
         88 SAVED-EOF VALUE 1.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
                   DISPLAY "Days earned : " WS-EARNED-DISP
                   DISPLAY "Days taken  : " WS-TAKEN-DISP
                   DISPLAY "Accrued pay : " WS-ACCRUED-DISP
                   PERFORM SHOW-SAVED-DAYS
                   PERFORM SHOW-PENDING-PAYOUT
               WHEN 100
                   DISPLAY "No vacation balance on file for that "
                     "employee."
                     SQLCODE
           END-EVALUATE.

       SHOW-SAVED-DAYS SECTION.
      *    SAVED DAYS (SPARADE DAGAR) PER VACATION YEAR, AS THE
      *    YEAR-END ROLLOVER LEFT THEM. THEIR PAY VALUE IS PART OF
      *    THE ACCRUED PAY ABOVE.
           MOVE 0 TO WS-SAVED-SWITCHES
           MOVE VacationBalance-EmployeeId
             TO VacationSaved-EmployeeId

           EXEC SQL
               OPEN SavedListCursor
           END-EXEC

           PERFORM UNTIL SAVED-EOF
               EXEC SQL
                   FETCH SavedListCursor INTO
                       :VacationSaved-SavedYear,
                       :VacationSaved-DaysSaved,
                       :VacationSaved-DaysLeft,
                       :VacationSaved-DaysExpired
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET SAVED-EOF TO TRUE
                   WHEN 0
                       MOVE VacationSaved-SavedYear TO WS-YEAR-DISP
                       MOVE VacationSaved-DaysSaved TO WS-SAVED-DISP
                       MOVE VacationSaved-DaysLeft TO WS-LEFT-DISP
                       MOVE VacationSaved-DaysExpired
                         TO WS-EXPIRED-DISP
                       DISPLAY "Saved " WS-YEAR-DISP
                         "  : " WS-SAVED-DISP
                         " left " WS-LEFT-DISP
                         " expired " WS-EXPIRED-DISP
                   WHEN OTHER
                       DISPLAY "VACMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET SAVED-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SavedListCursor
           END-EXEC.

       SHOW-PENDING-PAYOUT SECTION.
           MOVE VacationBalance-EmployeeId
             TO VacationPayout-EmployeeId

           EXEC SQL
               SELECT COALESCE(SUM(Amount), 0)
               INTO :VacationPayout-Amount
               FROM REDWARRIOR.dbo.VacationPayout
               WHERE EmployeeId = :VacationPayout-EmployeeId
                 AND Status = 'PENDING'
           END-EXEC

           IF SQLCODE = 0 AND VacationPayout-Amount > 0
               MOVE VacationPayout-Amount TO WS-ACCRUED-DISP
               DISPLAY "Payout due  : " WS-ACCRUED-DISP
                 " (unsaved days, paid with the next run)"
           END-IF.

       CORRECT-BALANCE SECTION.
      *    CORRECTIONS OVERWRITE THE WHOLE POSITION - THE OPERATOR
      *    KEYS ALL THREE FIGURES, NEVER A DELTA, SO WHAT WAS KEYED
