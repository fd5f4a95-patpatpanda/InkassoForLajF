       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankDayModule.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "BankCalendar.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    LOADED ONCE PER COMPANY ON THE FIRST CALL AND ANSWERED
      *    FROM MEMORY AFTER THAT - SAME LOAD-ONCE DISCIPLINE AS THE
      *    OTHER MODULES. A CALL FOR ANOTHER COMPANY RELOADS.
           EXEC SQL
           DECLARE HolidayLoadCursor CURSOR FOR
           SELECT HolidayDate
           FROM REDWARRIOR.dbo.BankCalendar
           WHERE CompanyCode = :WS-LOADED-COMPANY
           ORDER BY HolidayDate
           END-EXEC.

       01 WS-LOADED-COMPANY PIC X(2) VALUE SPACES.
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-CACHE.
         05 WS-HOLIDAY-DATE PIC 9(8) OCCURS 500 TIMES.
       01 WS-ROW-INX PIC 9(3) VALUE 0.
       01 WS-LOAD-SWITCHES PIC 9 VALUE 0.
         88 LOAD-EOF VALUE 1.

       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
         05 WS-WORK-YEAR PIC 9(4).
         05 WS-WORK-MONTH PIC 9(2).
         05 WS-WORK-DAY PIC 9(2).
       01 WS-DAY-NUMBER PIC S9(9) COMP-5 VALUE 0.
       01 WS-WEEKDAY PIC 9 VALUE 0.
       01 WS-WEEK-QUOTIENT PIC S9(9) COMP-5 VALUE 0.
       01 WS-STEP PIC S9 VALUE 0.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-DAY-STATUS PIC X VALUE "Y".
         88 BANKING-DAY VALUE "Y".
         88 NON-BANKING-DAY VALUE "N".

       LINKAGE SECTION.
      *    "B" - IS THE DATE A BANKING DAY (OUT = IN, OR 0 IF NOT)
      *    "P" - THE BANKING DAY ON OR BEFORE THE DATE
      *    "N" - THE BANKING DAY ON OR AFTER THE DATE
      *    "Y" - THE PAYDAY FOR THE PERIOD IN THE DATE'S YYYYMM:
      *          THE 25TH, ROLLED BACK TO THE BANKING DAY BEFORE
      *    "T" - THE SKATTEVERKET DUE DATE FOR TAX AND EMPLOYER
      *          CONTRIBUTIONS WITHHELD IN THE PERIOD: THE 12TH OF
      *          THE FOLLOWING MONTH (THE 17TH IN JANUARY AND
      *          AUGUST), ROLLED FORWARD TO THE NEXT BANKING DAY
      *          THE WAY SKATTEVERKET ROLLS IT
       01 WS-BDM-FUNCTION PIC X(1).
         88 BDM-CHECK-DAY VALUE "B".
         88 BDM-PREVIOUS VALUE "P".
         88 BDM-NEXT VALUE "N".
         88 BDM-PAYDAY VALUE "Y".
         88 BDM-TAX-DUE VALUE "T".
       01 WS-BDM-COMPANY PIC X(2).
       01 WS-BDM-DATE-IN PIC 9(8).
       01 WS-BDM-DATE-OUT PIC 9(8).

      *    OUT IS 0 WHEN THE INPUT IS NOT A VALID DATE OR THE
      *    FUNCTION CODE IS UNKNOWN - THE CALLER DECIDES WHAT THAT
      *    MEANS FOR ITS RUN.
       PROCEDURE DIVISION USING WS-BDM-FUNCTION
                                WS-BDM-COMPANY
                                WS-BDM-DATE-IN
                                WS-BDM-DATE-OUT.

           MOVE 0 TO WS-BDM-DATE-OUT

           IF WS-BDM-COMPANY NOT = WS-LOADED-COMPANY
               MOVE WS-BDM-COMPANY TO WS-LOADED-COMPANY
               PERFORM LOAD-HOLIDAY-TABLE
           END-IF

           MOVE WS-BDM-DATE-IN TO WS-WORK-DATE

           EVALUATE TRUE
               WHEN BDM-PAYDAY
                   MOVE 25 TO WS-WORK-DAY
                   MOVE -1 TO WS-STEP
               WHEN BDM-TAX-DUE
                   IF WS-WORK-MONTH = 12
                       ADD 1 TO WS-WORK-YEAR
                       MOVE 1 TO WS-WORK-MONTH
                   ELSE
                       ADD 1 TO WS-WORK-MONTH
                   END-IF
                   IF WS-WORK-MONTH = 1 OR WS-WORK-MONTH = 8
                       MOVE 17 TO WS-WORK-DAY
                   ELSE
                       MOVE 12 TO WS-WORK-DAY
                   END-IF
                   MOVE 1 TO WS-STEP
               WHEN BDM-PREVIOUS
                   MOVE -1 TO WS-STEP
               WHEN BDM-NEXT
                   MOVE 1 TO WS-STEP
               WHEN BDM-CHECK-DAY
                   MOVE 0 TO WS-STEP
               WHEN OTHER
                   DISPLAY "BankDayModule: unknown function "
                     WS-BDM-FUNCTION "."
                   EXIT PROGRAM
           END-EVALUATE

           COMPUTE WS-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-DAY-NUMBER <= 0
               DISPLAY "BankDayModule: " WS-BDM-DATE-IN
                 " is not a valid date."
               EXIT PROGRAM
           END-IF

           PERFORM CLASSIFY-WORK-DATE

           IF WS-STEP = 0
               IF BANKING-DAY
                   MOVE WS-WORK-DATE TO WS-BDM-DATE-OUT
               END-IF
               EXIT PROGRAM
           END-IF

      *    NO RUN OF CLOSED DAYS IS LONGER THAN A WEEK - THE STEP
      *    LIMIT ONLY GUARDS AGAINST A CALENDAR LOADED WITH NONSENSE.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL BANKING-DAY OR WS-STEP-COUNT > 31
               ADD WS-STEP TO WS-DAY-NUMBER
               COMPUTE WS-WORK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               ADD 1 TO WS-STEP-COUNT
               PERFORM CLASSIFY-WORK-DATE
           END-PERFORM

           IF BANKING-DAY
               MOVE WS-WORK-DATE TO WS-BDM-DATE-OUT
           ELSE
               DISPLAY "BankDayModule: no banking day within a "
                 "month of " WS-BDM-DATE-IN " for company "
                 WS-BDM-COMPANY "."
           END-IF

           EXIT PROGRAM.

       CLASSIFY-WORK-DATE SECTION.
      *    DAY 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER BY 7
      *    IS 1 FOR MONDAY THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY.
           SET BANKING-DAY TO TRUE
           DIVIDE WS-DAY-NUMBER BY 7
             GIVING WS-WEEK-QUOTIENT REMAINDER WS-WEEKDAY

           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               SET NON-BANKING-DAY TO TRUE
           ELSE
               PERFORM VARYING WS-ROW-INX FROM 1 BY 1
                 UNTIL WS-ROW-INX > WS-ROW-COUNT
                 OR NON-BANKING-DAY
                 OR WS-HOLIDAY-DATE(WS-ROW-INX) > WS-WORK-DATE
                   IF WS-HOLIDAY-DATE(WS-ROW-INX) = WS-WORK-DATE
                       SET NON-BANKING-DAY TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-HOLIDAY-TABLE SECTION.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-LOAD-SWITCHES

           EXEC SQL
               OPEN HolidayLoadCursor
           END-EXEC

           PERFORM UNTIL LOAD-EOF
               EXEC SQL
                   FETCH HolidayLoadCursor INTO
                       :BankCalendar-HolidayDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LOAD-EOF TO TRUE
                   WHEN 0
                       IF WS-ROW-COUNT < 500
                           ADD 1 TO WS-ROW-COUNT
                           MOVE BankCalendar-HolidayDate
                             TO WS-HOLIDAY-DATE(WS-ROW-COUNT)
                       ELSE
                           DISPLAY "BankDayModule: more than 500 "
                             "closed days for company "
                             WS-LOADED-COMPANY " - extras ignored."
                           SET LOAD-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "BankDayModule: SQL ERROR, CODE = "
                         SQLCODE
                       SET LOAD-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE HolidayLoadCursor
           END-EXEC

           IF WS-ROW-COUNT = 0
               DISPLAY "BankDayModule: no bank holidays on file for "
                 "company " WS-LOADED-COMPANY
                 " - weekends only."
           END-IF.
