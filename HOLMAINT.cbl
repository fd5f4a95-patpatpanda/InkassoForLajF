       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "BankCalendar.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE HolidayListCursor CURSOR FOR
           SELECT HolidayDate, Description
           FROM REDWARRIOR.dbo.BankCalendar
           WHERE CompanyCode = :BankCalendar-CompanyCode
             AND HolidayDate BETWEEN :WS-LIST-FROM AND :WS-LIST-TO
           ORDER BY HolidayDate
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-LIST-FROM PIC S9(09) COMP-5 VALUE 0.
       01 WS-LIST-TO PIC S9(09) COMP-5 VALUE 0.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DATE-IN PIC X(8).
       01 WS-YEAR-IN PIC X(4).
       01 WS-GEN-YEAR PIC 9(4) VALUE 0.
       01 WS-GEN-COUNT PIC 9(3) VALUE 0.

      *    WORK FIELDS FOR THE GENERATED YEAR. EASTER SUNDAY COMES
      *    FROM THE GREGORIAN COMPUTUS; THE OTHER MOVABLE DAYS ARE
      *    COUNTED FROM IT.
       01 WS-GEN-DATE PIC 9(8).
       01 WS-GEN-DATE-X REDEFINES WS-GEN-DATE.
         05 WS-GEN-DATE-YEAR PIC 9(4).
         05 WS-GEN-DATE-MONTH PIC 9(2).
         05 WS-GEN-DATE-DAY PIC 9(2).
       01 WS-GEN-DESC PIC X(30).
       01 WS-EASTER-DAYNUM PIC S9(9) COMP-5 VALUE 0.
       01 WS-DAY-NUMBER PIC S9(9) COMP-5 VALUE 0.
       01 WS-WEEK-QUOTIENT PIC S9(9) COMP-5 VALUE 0.
       01 WS-WEEKDAY PIC 9 VALUE 0.
       01 WS-CMP-A PIC S9(9) COMP-5.
       01 WS-CMP-B PIC S9(9) COMP-5.
       01 WS-CMP-C PIC S9(9) COMP-5.
       01 WS-CMP-D PIC S9(9) COMP-5.
       01 WS-CMP-E PIC S9(9) COMP-5.
       01 WS-CMP-F PIC S9(9) COMP-5.
       01 WS-CMP-G PIC S9(9) COMP-5.
       01 WS-CMP-H PIC S9(9) COMP-5.
       01 WS-CMP-I PIC S9(9) COMP-5.
       01 WS-CMP-K PIC S9(9) COMP-5.
       01 WS-CMP-L PIC S9(9) COMP-5.
       01 WS-CMP-M PIC S9(9) COMP-5.
       01 WS-CMP-N PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Banking-day calendar maintenance"
               DISPLAY "  A = Add a bank holiday"
               DISPLAY "  D = Delete a bank holiday"
               DISPLAY "  G = Generate a year's standard holidays"
               DISPLAY "  L = List a year"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-HOLIDAY
                   WHEN "a"
                       PERFORM ADD-HOLIDAY
                   WHEN "D"
                       PERFORM DELETE-HOLIDAY
                   WHEN "d"
                       PERFORM DELETE-HOLIDAY
                   WHEN "G"
                       PERFORM GENERATE-YEAR
                   WHEN "g"
                       PERFORM GENERATE-YEAR
                   WHEN "L"
                       PERFORM LIST-HOLIDAYS
                   WHEN "l"
                       PERFORM LIST-HOLIDAYS
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       ACCEPT-COMPANY SECTION.
           DISPLAY "Company code (blank for 01): "
           ACCEPT BankCalendar-CompanyCode
           IF BankCalendar-CompanyCode = SPACES
               MOVE "01" TO BankCalendar-CompanyCode
           END-IF.

       ADD-HOLIDAY SECTION.
           PERFORM ACCEPT-COMPANY
           DISPLAY "Date the banks are closed (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
               DISPLAY "Not a date - nothing added."
           ELSE
               MOVE WS-DATE-IN TO WS-GEN-DATE
               DISPLAY "Description: "
               ACCEPT WS-GEN-DESC
               PERFORM INSERT-HOLIDAY
           END-IF.

       DELETE-HOLIDAY SECTION.
           PERFORM ACCEPT-COMPANY
           DISPLAY "Date to remove (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
               DISPLAY "Not a date - nothing removed."
           ELSE
               MOVE WS-DATE-IN TO WS-GEN-DATE
               MOVE WS-GEN-DATE TO BankCalendar-HolidayDate

               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.BankCalendar
                   WHERE CompanyCode = :BankCalendar-CompanyCode
                     AND HolidayDate = :BankCalendar-HolidayDate
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                       DISPLAY "Bank holiday removed."
                   WHEN SQLCODE = 100 OR SQLERRD(3) = 0
                       DISPLAY "No bank holiday on that date for "
                         "that company."
                   WHEN OTHER
                       DISPLAY "HOLMAINT: SQL ERROR ON DELETE, "
                         "CODE = " SQLCODE
               END-EVALUATE
           END-IF.

       GENERATE-YEAR SECTION.
      *    THE SWEDISH DAYS THE BANKS ARE SHUT: THE FIXED PUBLIC
      *    HOLIDAYS, THE EASTER-BASED ONES, MIDSOMMARAFTON (THE
      *    FRIDAY BETWEEN 19 AND 25 JUNE) AND THE THREE EVES THE
      *    BANKS TREAT AS HOLIDAYS. DAYS FALLING ON A WEEKEND ARE
      *    SKIPPED (THEY ARE CLOSED ANYWAY) AND A DATE ALREADY ON
      *    FILE IS LEFT AS IT IS, SO A YEAR CAN BE REGENERATED.
           PERFORM ACCEPT-COMPANY
           DISPLAY "Year (YYYY): "
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN NOT NUMERIC
               DISPLAY "Not a year - nothing generated."
           ELSE
               MOVE WS-YEAR-IN TO WS-GEN-YEAR
               MOVE 0 TO WS-GEN-COUNT

               MOVE WS-GEN-YEAR TO WS-GEN-DATE-YEAR
               MOVE "NYARSDAGEN" TO WS-GEN-DESC
               MOVE 01 TO WS-GEN-DATE-MONTH
               MOVE 01 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY
               MOVE "TRETTONDEDAG JUL" TO WS-GEN-DESC
               MOVE 06 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY
               MOVE "FORSTA MAJ" TO WS-GEN-DESC
               MOVE 05 TO WS-GEN-DATE-MONTH
               MOVE 01 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY
               MOVE "NATIONALDAGEN" TO WS-GEN-DESC
               MOVE 06 TO WS-GEN-DATE-MONTH
               MOVE 06 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY
               MOVE "JULAFTON" TO WS-GEN-DESC
               MOVE 12 TO WS-GEN-DATE-MONTH
               MOVE 24 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY
               MOVE "JULDAGEN" TO WS-GEN-DESC
               MOVE 25 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY
               MOVE "ANNANDAG JUL" TO WS-GEN-DESC
               MOVE 26 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY
               MOVE "NYARSAFTON" TO WS-GEN-DESC
               MOVE 31 TO WS-GEN-DATE-DAY
               PERFORM GENERATE-ONE-DAY

               PERFORM COMPUTE-EASTER-SUNDAY

               MOVE "LANGFREDAGEN" TO WS-GEN-DESC
               COMPUTE WS-DAY-NUMBER = WS-EASTER-DAYNUM - 2
               COMPUTE WS-GEN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               PERFORM GENERATE-ONE-DAY
               MOVE "ANNANDAG PASK" TO WS-GEN-DESC
               COMPUTE WS-DAY-NUMBER = WS-EASTER-DAYNUM + 1
               COMPUTE WS-GEN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               PERFORM GENERATE-ONE-DAY
               MOVE "KRISTI HIMMELSFARDSDAG" TO WS-GEN-DESC
               COMPUTE WS-DAY-NUMBER = WS-EASTER-DAYNUM + 39
               COMPUTE WS-GEN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               PERFORM GENERATE-ONE-DAY

               MOVE "MIDSOMMARAFTON" TO WS-GEN-DESC
               MOVE WS-GEN-YEAR TO WS-GEN-DATE-YEAR
               MOVE 06 TO WS-GEN-DATE-MONTH
               MOVE 19 TO WS-GEN-DATE-DAY
               COMPUTE WS-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(WS-GEN-DATE)
               DIVIDE WS-DAY-NUMBER BY 7
                 GIVING WS-WEEK-QUOTIENT REMAINDER WS-WEEKDAY
               PERFORM UNTIL WS-WEEKDAY = 5
                   ADD 1 TO WS-DAY-NUMBER
                   DIVIDE WS-DAY-NUMBER BY 7
                     GIVING WS-WEEK-QUOTIENT REMAINDER WS-WEEKDAY
               END-PERFORM
               COMPUTE WS-GEN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               PERFORM GENERATE-ONE-DAY

               DISPLAY WS-GEN-COUNT " bank holiday(s) added for "
                 WS-GEN-YEAR " company " BankCalendar-CompanyCode "."
           END-IF.

       COMPUTE-EASTER-SUNDAY SECTION.
      *    ANONYMOUS GREGORIAN ALGORITHM - ALL DIVISIONS ARE WHOLE-
      *    NUMBER DIVISIONS, WHICH THE COMP-5 RECEIVING FIELDS GIVE.
           COMPUTE WS-CMP-A = FUNCTION MOD(WS-GEN-YEAR, 19)
           DIVIDE WS-GEN-YEAR BY 100 GIVING WS-CMP-B
             REMAINDER WS-CMP-C
           DIVIDE WS-CMP-B BY 4 GIVING WS-CMP-D
             REMAINDER WS-CMP-E
           COMPUTE WS-CMP-F = WS-CMP-B + 8
           DIVIDE WS-CMP-F BY 25 GIVING WS-CMP-F
           COMPUTE WS-CMP-G = WS-CMP-B - WS-CMP-F + 1
           DIVIDE WS-CMP-G BY 3 GIVING WS-CMP-G
           COMPUTE WS-CMP-H = FUNCTION MOD(19 * WS-CMP-A + WS-CMP-B
             - WS-CMP-D - WS-CMP-G + 15, 30)
           DIVIDE WS-CMP-C BY 4 GIVING WS-CMP-I
             REMAINDER WS-CMP-K
           COMPUTE WS-CMP-L = FUNCTION MOD(32 + 2 * WS-CMP-E
             + 2 * WS-CMP-I - WS-CMP-H - WS-CMP-K, 7)
           COMPUTE WS-CMP-M = WS-CMP-A + 11 * WS-CMP-H
             + 22 * WS-CMP-L
           DIVIDE WS-CMP-M BY 451 GIVING WS-CMP-M
           COMPUTE WS-CMP-N = WS-CMP-H + WS-CMP-L - 7 * WS-CMP-M
             + 114

           MOVE WS-GEN-YEAR TO WS-GEN-DATE-YEAR
           DIVIDE WS-CMP-N BY 31 GIVING WS-GEN-DATE-MONTH
             REMAINDER WS-GEN-DATE-DAY
           ADD 1 TO WS-GEN-DATE-DAY
           COMPUTE WS-EASTER-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-GEN-DATE).

       GENERATE-ONE-DAY SECTION.
           COMPUTE WS-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(WS-GEN-DATE)
           DIVIDE WS-DAY-NUMBER BY 7
             GIVING WS-WEEK-QUOTIENT REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               CONTINUE
           ELSE
               PERFORM INSERT-HOLIDAY
           END-IF.

       INSERT-HOLIDAY SECTION.
           MOVE WS-GEN-DATE TO BankCalendar-HolidayDate
           MOVE WS-GEN-DESC TO BankCalendar-Description

           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.BankCalendar
               WHERE CompanyCode = :BankCalendar-CompanyCode
                 AND HolidayDate = :BankCalendar-HolidayDate
           END-EXEC

           IF WS-DUP-COUNT > 0
               DISPLAY WS-GEN-DATE " is already on file - left "
                 "as it is."
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.BankCalendar
                   (CompanyCode, HolidayDate, Description)
                   VALUES (:BankCalendar-CompanyCode,
                   :BankCalendar-HolidayDate,
                   :BankCalendar-Description)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-GEN-COUNT
                       DISPLAY "Added " WS-GEN-DATE " "
                         BankCalendar-Description
                   WHEN OTHER
                       DISPLAY "HOLMAINT: SQL ERROR ON INSERT, "
                         "CODE = " SQLCODE
               END-EVALUATE
           END-IF.

       LIST-HOLIDAYS SECTION.
           MOVE 0 TO WS-LIST-SWITCHES
           PERFORM ACCEPT-COMPANY
           DISPLAY "Year (YYYY): "
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN NOT NUMERIC
               DISPLAY "Not a year - nothing listed."
           ELSE
               MOVE WS-YEAR-IN TO WS-GEN-YEAR
               COMPUTE WS-LIST-FROM = WS-GEN-YEAR * 10000 + 0101
               COMPUTE WS-LIST-TO = WS-GEN-YEAR * 10000 + 1231

               DISPLAY "Date     Description"

               EXEC SQL
                   OPEN HolidayListCursor
               END-EXEC

               PERFORM UNTIL LIST-EOF
                   EXEC SQL
                       FETCH HolidayListCursor INTO
                           :BankCalendar-HolidayDate,
                           :BankCalendar-Description
                   END-EXEC

                   EVALUATE SQLCODE
                       WHEN 100
                           SET LIST-EOF TO TRUE
                       WHEN 0
                           MOVE BankCalendar-HolidayDate
                             TO WS-GEN-DATE
                           DISPLAY WS-GEN-DATE " "
                             BankCalendar-Description
                       WHEN OTHER
                           DISPLAY "HOLMAINT: SQL ERROR ON FETCH, "
                             "CODE = " SQLCODE
                           SET LIST-EOF TO TRUE
                   END-EVALUATE
               END-PERFORM

               EXEC SQL
                   CLOSE HolidayListCursor
               END-EXEC
           END-IF.
