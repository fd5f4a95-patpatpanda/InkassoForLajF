       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "MinimumWage.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE MinWageListCursor CURSOR FOR
           SELECT MinAge, MinServiceYears, EffectiveFrom,
           EffectiveTo, MonthlyMin, HourlyMin
           FROM REDWARRIOR.dbo.MinimumWage
           WHERE AgreementCode = :MinimumWage-AgreementCode
           ORDER BY MinAge, MinServiceYears, EffectiveFrom
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-AGE-DISP PIC ZZ9.
       01 WS-YEARS-DISP PIC ZZ9.
       01 WS-MONTHLY-DISP PIC ZZZZZZ9.
       01 WS-HOURLY-DISP PIC ZZZZ9.99.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.

       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-EDIT-SWITCH PIC X VALUE "Y".
         88 MINIMUM-VALID VALUE "Y".
         88 MINIMUM-INVALID VALUE "N".

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Agreement minimum wage maintenance"
               DISPLAY "  A = Add a minimum (replaces the open one)"
               DISPLAY "  L = List an agreement's minimums"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-MINIMUM
                   WHEN "a"
                       PERFORM ADD-MINIMUM
                   WHEN "L"
                       PERFORM LIST-MINIMUMS
                   WHEN "l"
                       PERFORM LIST-MINIMUMS
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       ADD-MINIMUM SECTION.
      *    A BAND IS AN AGREEMENT, A MINIMUM AGE AND A MINIMUM NUMBER
      *    OF SERVICE YEARS. A NEW AGREEMENT YEAR IS ADDED FROM ITS
      *    START DATE AND THE BAND'S OPEN ROW IS CLOSED THE DAY
      *    BEFORE, SO AN OLD PERIOD IS STILL CHECKED AGAINST THE
      *    MINIMUM THAT APPLIED THEN.
           PERFORM ACCEPT-MINIMUM-FIELDS
           PERFORM EDIT-MINIMUM-FIELDS

           IF MINIMUM-VALID
               PERFORM INSERT-MINIMUM
           END-IF.

       ACCEPT-MINIMUM-FIELDS SECTION.
           DISPLAY "Agreement code (e.g. 01): "
           ACCEPT MinimumWage-AgreementCode
           DISPLAY "From age (0 = any age): "
           ACCEPT MinimumWage-MinAge
           DISPLAY "From completed years of service (0 = any): "
           ACCEPT MinimumWage-MinServiceYears
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT MinimumWage-EffectiveFrom
           MOVE 0 TO MinimumWage-EffectiveTo
           DISPLAY "Minimum full-time monthly salary (0 = none): "
           ACCEPT MinimumWage-MonthlyMin
           DISPLAY "Minimum hourly rate (e.g. 142.50, 0 = none): "
           ACCEPT MinimumWage-HourlyMin.

       EDIT-MINIMUM-FIELDS SECTION.
           SET MINIMUM-VALID TO TRUE

           EVALUATE TRUE
               WHEN MinimumWage-AgreementCode = SPACES
                   DISPLAY "Minimum not added - agreement code "
                     "is required."
                   SET MINIMUM-INVALID TO TRUE
               WHEN MinimumWage-MinAge < 0 OR
                    MinimumWage-MinAge > 99
                   DISPLAY "Minimum not added - age must be 0-99."
                   SET MINIMUM-INVALID TO TRUE
               WHEN MinimumWage-MinServiceYears < 0 OR
                    MinimumWage-MinServiceYears > 99
                   DISPLAY "Minimum not added - service years "
                     "must be 0-99."
                   SET MINIMUM-INVALID TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                      MinimumWage-EffectiveFrom) NOT = 0
                   DISPLAY "Minimum not added - effective date "
                     "is not a valid date."
                   SET MINIMUM-INVALID TO TRUE
               WHEN MinimumWage-MonthlyMin < 0 OR
                    MinimumWage-HourlyMin < 0
                   DISPLAY "Minimum not added - amounts cannot "
                     "be negative."
                   SET MINIMUM-INVALID TO TRUE
               WHEN MinimumWage-MonthlyMin = 0 AND
                    MinimumWage-HourlyMin = 0
                   DISPLAY "Minimum not added - give a monthly "
                     "or an hourly minimum."
                   SET MINIMUM-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    AS WITH SCHEDULES, A ROW CAN ONLY BE ADDED AFTER THE
      *    BAND'S LATEST ONE STARTS - TWO ROWS MAY NOT COVER THE
      *    SAME DAYS.
           IF MINIMUM-VALID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM REDWARRIOR.dbo.MinimumWage
                   WHERE AgreementCode = :MinimumWage-AgreementCode
                     AND MinAge = :MinimumWage-MinAge
                     AND MinServiceYears =
                         :MinimumWage-MinServiceYears
                     AND EffectiveFrom >= :MinimumWage-EffectiveFrom
               END-EXEC

               IF WS-EXISTING-COUNT > 0
                   DISPLAY "Minimum not added - the band already "
                     "has a row starting on or after that date."
                   SET MINIMUM-INVALID TO TRUE
               END-IF
           END-IF.

       INSERT-MINIMUM SECTION.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(MinimumWage-EffectiveFrom)
             - 1)

           EXEC SQL
               UPDATE REDWARRIOR.dbo.MinimumWage
               SET EffectiveTo = :WS-DAY-BEFORE
               WHERE AgreementCode = :MinimumWage-AgreementCode
                 AND MinAge = :MinimumWage-MinAge
                 AND MinServiceYears = :MinimumWage-MinServiceYears
                 AND EffectiveTo = 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "MINMAINT: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.MinimumWage
                   (AgreementCode, MinAge, MinServiceYears,
                   EffectiveFrom, EffectiveTo, MonthlyMin, HourlyMin)
                   VALUES (:MinimumWage-AgreementCode,
                   :MinimumWage-MinAge,
                   :MinimumWage-MinServiceYears,
                   :MinimumWage-EffectiveFrom,
                   :MinimumWage-EffectiveTo,
                   :MinimumWage-MonthlyMin,
                   :MinimumWage-HourlyMin)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY "Minimum added from "
                         MinimumWage-EffectiveFrom "."
                   WHEN OTHER
                       DISPLAY "MINMAINT: SQL ERROR ON INSERT, "
                         "CODE = " SQLCODE
               END-EVALUATE
           END-IF.

       LIST-MINIMUMS SECTION.
           DISPLAY "Agreement code: "
           ACCEPT MinimumWage-AgreementCode

           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "Age Years From     To         Monthly   Hourly"

           EXEC SQL
               OPEN MinWageListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH MinWageListCursor INTO
                       :MinimumWage-MinAge,
                       :MinimumWage-MinServiceYears,
                       :MinimumWage-EffectiveFrom,
                       :MinimumWage-EffectiveTo,
                       :MinimumWage-MonthlyMin,
                       :MinimumWage-HourlyMin
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE MinimumWage-MinAge TO WS-AGE-DISP
                       MOVE MinimumWage-MinServiceYears
                         TO WS-YEARS-DISP
                       MOVE MinimumWage-MonthlyMin TO WS-MONTHLY-DISP
                       MOVE MinimumWage-HourlyMin TO WS-HOURLY-DISP
                       DISPLAY WS-AGE-DISP " " WS-YEARS-DISP "   "
                         MinimumWage-EffectiveFrom " "
                         MinimumWage-EffectiveTo " "
                         WS-MONTHLY-DISP " " WS-HOURLY-DISP
                   WHEN OTHER
                       DISPLAY "MINMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE MinWageListCursor
           END-EXEC.
