       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "WorkSchedule.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "SalaryChangeNotice.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE ScheduleListCursor CURSOR FOR
           SELECT ScheduleId, EffectiveFrom, EffectiveTo,
           EmploymentDegree, HoursMon, HoursTue, HoursWed,
           HoursThu, HoursFri, HoursSat, HoursSun
           FROM REDWARRIOR.dbo.WorkSchedule
           WHERE EmployeeId = :WorkSchedule-EmployeeId
           ORDER BY EffectiveFrom
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8).
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-WEEK-HOURS PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-FULL-WEEK-HOURS PIC S9(3)V9(2) COMP-3 VALUE 40.
       01 WS-DEGREE-DISP PIC ZZ9.9(2).

      *    THE DEGREE OF THE SCHEDULE BEING REPLACED (FULL TIME WHEN
      *    THERE IS NONE) - A NEW DEGREE IS LOGGED IN
      *    SalaryChangeNotice FOR THE EMPLOYEE'S CONFIRMATION LETTER
      *    (SALLTR01). A CHANGE OF HOURS ALONE IS NOT.
       01 WS-OLD-DEGREE PIC S9(3)V9(2) COMP-3 VALUE 100.
       01 WS-NOTICE-REASON PIC X(4) VALUE SPACES.
       01 WS-WEEK-DISP PIC ZZ9.9(2).
       01 WS-HOURS-DISP.
         05 WS-HD-DAY PIC Z9.9(2) OCCURS 7 TIMES.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.

       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-EDIT-SWITCH PIC X VALUE "Y".
         88 SCHEDULE-VALID VALUE "Y".
         88 SCHEDULE-INVALID VALUE "N".

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Work schedule maintenance"
               DISPLAY "  A = Add a schedule (replaces the open one)"
               DISPLAY "  L = List an employee's schedules"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-SCHEDULE
                   WHEN "a"
                       PERFORM ADD-SCHEDULE
                   WHEN "L"
                       PERFORM LIST-SCHEDULES
                   WHEN "l"
                       PERFORM LIST-SCHEDULES
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       ADD-SCHEDULE SECTION.
      *    A SCHEDULE IS NEVER CHANGED IN PLACE - A NEW PATTERN IS
      *    ADDED FROM ITS START DATE AND THE OPEN ONE IS CLOSED THE
      *    DAY BEFORE, SO A RERUN OF AN OLD PERIOD STILL DEDUCTS
      *    ABSENCE AGAINST THE PATTERN THAT RAN THEN.
           DISPLAY "Employee ID: "
           ACCEPT WorkSchedule-EmployeeId

           MOVE WorkSchedule-EmployeeId TO Employees-ID-EMPLOYEE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           IF WS-EXISTING-COUNT = 0
               DISPLAY "No employee with that ID - not added."
           ELSE
               PERFORM ACCEPT-SCHEDULE-FIELDS
               PERFORM EDIT-SCHEDULE-FIELDS

               IF SCHEDULE-VALID
                   PERFORM INSERT-SCHEDULE
               END-IF
           END-IF.

       ACCEPT-SCHEDULE-FIELDS SECTION.
           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT WorkSchedule-EffectiveFrom
           MOVE 0 TO WorkSchedule-EffectiveTo

           DISPLAY "Employment degree in percent (e.g. 75.00): "
           ACCEPT WorkSchedule-EmploymentDegree

           DISPLAY "Scheduled hours Monday: "
           ACCEPT WorkSchedule-HoursMon
           DISPLAY "Scheduled hours Tuesday: "
           ACCEPT WorkSchedule-HoursTue
           DISPLAY "Scheduled hours Wednesday: "
           ACCEPT WorkSchedule-HoursWed
           DISPLAY "Scheduled hours Thursday: "
           ACCEPT WorkSchedule-HoursThu
           DISPLAY "Scheduled hours Friday: "
           ACCEPT WorkSchedule-HoursFri
           DISPLAY "Scheduled hours Saturday: "
           ACCEPT WorkSchedule-HoursSat
           DISPLAY "Scheduled hours Sunday: "
           ACCEPT WorkSchedule-HoursSun.

       EDIT-SCHEDULE-FIELDS SECTION.
           SET SCHEDULE-VALID TO TRUE

           COMPUTE WS-WEEK-HOURS = WorkSchedule-HoursMon +
             WorkSchedule-HoursTue + WorkSchedule-HoursWed +
             WorkSchedule-HoursThu + WorkSchedule-HoursFri +
             WorkSchedule-HoursSat + WorkSchedule-HoursSun

           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                      WorkSchedule-EffectiveFrom) NOT = 0
                   DISPLAY "Schedule not added - effective date "
                     "is not a valid date."
                   SET SCHEDULE-INVALID TO TRUE
               WHEN WorkSchedule-EmploymentDegree <= 0 OR
                    WorkSchedule-EmploymentDegree > 100
                   DISPLAY "Schedule not added - employment "
                     "degree must be above 0 and at most 100."
                   SET SCHEDULE-INVALID TO TRUE
               WHEN WorkSchedule-HoursMon < 0 OR
                    WorkSchedule-HoursMon > 24 OR
                    WorkSchedule-HoursTue < 0 OR
                    WorkSchedule-HoursTue > 24 OR
                    WorkSchedule-HoursWed < 0 OR
                    WorkSchedule-HoursWed > 24 OR
                    WorkSchedule-HoursThu < 0 OR
                    WorkSchedule-HoursThu > 24 OR
                    WorkSchedule-HoursFri < 0 OR
                    WorkSchedule-HoursFri > 24 OR
                    WorkSchedule-HoursSat < 0 OR
                    WorkSchedule-HoursSat > 24 OR
                    WorkSchedule-HoursSun < 0 OR
                    WorkSchedule-HoursSun > 24
                   DISPLAY "Schedule not added - hours per day "
                     "must be 0-24."
                   SET SCHEDULE-INVALID TO TRUE
               WHEN WS-WEEK-HOURS = 0
                   DISPLAY "Schedule not added - no hours "
                     "scheduled in the week."
                   SET SCHEDULE-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    A PATTERN CAN ONLY BE ADDED AFTER THE LATEST ONE STARTS -
      *    BACKDATING UNDER AN EXISTING ROW WOULD LEAVE TWO PATTERNS
      *    COVERING THE SAME DAYS.
           IF SCHEDULE-VALID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EXISTING-COUNT
                   FROM REDWARRIOR.dbo.WorkSchedule
                   WHERE EmployeeId = :WorkSchedule-EmployeeId
                     AND EffectiveFrom >= :WorkSchedule-EffectiveFrom
               END-EXEC

               IF WS-EXISTING-COUNT > 0
                   DISPLAY "Schedule not added - a schedule already "
                     "starts on or after that date."
                   SET SCHEDULE-INVALID TO TRUE
               END-IF
           END-IF

      *    THE DEGREE AND THE HOURS ARE KEYED SEPARATELY - A PATTERN
      *    THAT DOES NOT ADD UP TO THE DEGREE OF A 40-HOUR WEEK IS
      *    ALLOWED (SHORTER AGREEMENT WEEKS EXIST) BUT FLAGGED.
           IF SCHEDULE-VALID AND
              WS-WEEK-HOURS NOT = WS-FULL-WEEK-HOURS *
                WorkSchedule-EmploymentDegree / 100
               MOVE WS-WEEK-HOURS TO WS-WEEK-DISP
               MOVE WorkSchedule-EmploymentDegree TO WS-DEGREE-DISP
               DISPLAY "Note: " WS-WEEK-DISP " hours a week is "
                 "not " WS-DEGREE-DISP "% of a 40-hour week."
           END-IF.

       INSERT-SCHEDULE SECTION.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WorkSchedule-EffectiveFrom)
             - 1)

           EXEC SQL
               SELECT EmploymentDegree INTO :WS-OLD-DEGREE
               FROM REDWARRIOR.dbo.WorkSchedule
               WHERE EmployeeId = :WorkSchedule-EmployeeId
                 AND EffectiveTo = 0
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 100 TO WS-OLD-DEGREE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.WorkSchedule
               SET EffectiveTo = :WS-DAY-BEFORE
               WHERE EmployeeId = :WorkSchedule-EmployeeId
                 AND EffectiveTo = 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "SCHMAINT: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.WorkSchedule
                   (EmployeeId, EffectiveFrom, EffectiveTo,
                   EmploymentDegree, HoursMon, HoursTue, HoursWed,
                   HoursThu, HoursFri, HoursSat, HoursSun)
                   VALUES (:WorkSchedule-EmployeeId,
                   :WorkSchedule-EffectiveFrom,
                   :WorkSchedule-EffectiveTo,
                   :WorkSchedule-EmploymentDegree,
                   :WorkSchedule-HoursMon, :WorkSchedule-HoursTue,
                   :WorkSchedule-HoursWed, :WorkSchedule-HoursThu,
                   :WorkSchedule-HoursFri, :WorkSchedule-HoursSat,
                   :WorkSchedule-HoursSun)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY "Schedule added from "
                         WorkSchedule-EffectiveFrom "."
                       IF WorkSchedule-EmploymentDegree
                          NOT = WS-OLD-DEGREE
                           PERFORM RECORD-DEGREE-NOTICE
                       END-IF
                   WHEN OTHER
                       DISPLAY "SCHMAINT: SQL ERROR ON INSERT, "
                         "CODE = " SQLCODE
               END-EVALUATE
           END-IF.

       RECORD-DEGREE-NOTICE SECTION.
      *    THE NEW DEGREE IS CONFIRMED TO THE EMPLOYEE IN WRITING BY
      *    THE NEXT LETTER RUN, EFFECTIVE FROM THE NEW SCHEDULE.
           DISPLAY "Reason code for the change letter "
             "(blank = DEGR): "
           MOVE SPACES TO WS-NOTICE-REASON
           ACCEPT WS-NOTICE-REASON
           IF WS-NOTICE-REASON = SPACES
               MOVE "DEGR" TO WS-NOTICE-REASON
           END-IF

           MOVE WorkSchedule-EmployeeId TO SalaryChangeNotice-EmployeeId
           MOVE "DEGR" TO SalaryChangeNotice-ChangeType
           MOVE WS-OLD-DEGREE TO SalaryChangeNotice-OldValue
           MOVE WorkSchedule-EmploymentDegree
             TO SalaryChangeNotice-NewValue
           MOVE SPACES TO SalaryChangeNotice-OldCode
           MOVE SPACES TO SalaryChangeNotice-NewCode
           MOVE WorkSchedule-EffectiveFrom
             TO SalaryChangeNotice-EffectiveFrom
           MOVE WS-NOTICE-REASON TO SalaryChangeNotice-ReasonCode
           MOVE "SCHMAINT" TO SalaryChangeNotice-SourceProgram
           MOVE SPACES TO SalaryChangeNotice-SourceRef
           MOVE SPACES TO SalaryChangeNotice-RecordedBy
           MOVE WS-TODAY TO SalaryChangeNotice-RecordedDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.SalaryChangeNotice
               (EmployeeId, ChangeType, OldValue, NewValue, OldCode,
               NewCode, EffectiveFrom, ReasonCode, SourceProgram,
               SourceRef, RecordedBy, RecordedDate)
               VALUES (:SalaryChangeNotice-EmployeeId,
               :SalaryChangeNotice-ChangeType,
               :SalaryChangeNotice-OldValue,
               :SalaryChangeNotice-NewValue,
               :SalaryChangeNotice-OldCode,
               :SalaryChangeNotice-NewCode,
               :SalaryChangeNotice-EffectiveFrom,
               :SalaryChangeNotice-ReasonCode,
               :SalaryChangeNotice-SourceProgram,
               :SalaryChangeNotice-SourceRef,
               :SalaryChangeNotice-RecordedBy,
               :SalaryChangeNotice-RecordedDate)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SCHMAINT: SQL ERROR ON CHANGE NOTICE "
                 "INSERT, CODE = " SQLCODE
           END-IF.

       LIST-SCHEDULES SECTION.
           DISPLAY "Employee ID: "
           ACCEPT WorkSchedule-EmployeeId

           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "From     To       Degree   Mon   Tue   Wed   "
             "Thu   Fri   Sat   Sun"

           EXEC SQL
               OPEN ScheduleListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH ScheduleListCursor INTO
                       :WorkSchedule-ScheduleId,
                       :WorkSchedule-EffectiveFrom,
                       :WorkSchedule-EffectiveTo,
                       :WorkSchedule-EmploymentDegree,
                       :WorkSchedule-HoursMon,
                       :WorkSchedule-HoursTue,
                       :WorkSchedule-HoursWed,
                       :WorkSchedule-HoursThu,
                       :WorkSchedule-HoursFri,
                       :WorkSchedule-HoursSat,
                       :WorkSchedule-HoursSun
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE WorkSchedule-EmploymentDegree
                         TO WS-DEGREE-DISP
                       MOVE WorkSchedule-HoursMon TO WS-HD-DAY(1)
                       MOVE WorkSchedule-HoursTue TO WS-HD-DAY(2)
                       MOVE WorkSchedule-HoursWed TO WS-HD-DAY(3)
                       MOVE WorkSchedule-HoursThu TO WS-HD-DAY(4)
                       MOVE WorkSchedule-HoursFri TO WS-HD-DAY(5)
                       MOVE WorkSchedule-HoursSat TO WS-HD-DAY(6)
                       MOVE WorkSchedule-HoursSun TO WS-HD-DAY(7)
                       DISPLAY WorkSchedule-EffectiveFrom " "
                         WorkSchedule-EffectiveTo " "
                         WS-DEGREE-DISP "% "
                         WS-HD-DAY(1) " " WS-HD-DAY(2) " "
                         WS-HD-DAY(3) " " WS-HD-DAY(4) " "
                         WS-HD-DAY(5) " " WS-HD-DAY(6) " "
                         WS-HD-DAY(7)
                   WHEN OTHER
                       DISPLAY "SCHMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ScheduleListCursor
           END-EXEC

           DISPLAY "(No rows: full time, 8 hours Monday-Friday.)".
