       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHAB01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE DAY-15 NOTIFICATION TO FORSAKRINGSKASSAN - ONE FILE
      *    PER COMPANY AND RUN: AN "FH" OPENING, ONE "FD" RECORD PER
      *    SPELL THAT REACHED DAY 15, AN "FT" TRAILER.
           SELECT FKFILE ASSIGN TO WS-FK-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE DAILY FOLLOW-UP REPORT - CASES OPENED, FILES
      *    PRODUCED AND CASES PAST THEIR DUE DATE.
           SELECT REHABRPTFILE ASSIGN TO WS-REHABRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FKFILE.
       01 FS-FKFILE PIC X(120).

       FD REHABRPTFILE.
       01 FS-REHABRPTFILE PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "Absences.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "RehabCase.cpy".
       COPY "Events.cpy".
       COPY "RunAudit.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY SICK SPELL (FULL OR PART-TIME) THAT HAS STARTED AND
      *    WAS STILL RUNNING SOMEWHERE IN THE LAST TWELVE MONTHS, ALL
      *    COMPANIES, EMPLOYEE BY EMPLOYEE IN DATE ORDER - THE
      *    REPEATED-SPELL COUNT IS TAKEN AT THE EMPLOYEE BREAK.
           EXEC SQL
           DECLARE SickSpellCursor CURSOR FOR
           SELECT A.AbsenceId, A.EmployeeId, A.AbsenceType,
           A.FromDate, A.ToDate, E.COMPANY_CODE,
           COALESCE(D.ManagerOperatorId, ' ')
           FROM REDWARRIOR.dbo.Absences A
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = A.EmployeeId
           LEFT JOIN REDWARRIOR.dbo.Departments D
             ON D.DeptCode = E.DEPT_CODE
           WHERE A.AbsenceType IN ('SICK', 'DSJK')
             AND A.FromDate <= :WS-RUN-DATE
             AND (A.ToDate = 0 OR A.ToDate >= :WS-WINDOW-DATE)
             AND E.STATUS NOT IN ('T', 'D')
           ORDER BY A.EmployeeId, A.FromDate, A.AbsenceId
           END-EXEC.

      *    THE COMPANIES WITH A DAY-15 CASE NOT YET NOTIFIED -
      *    INCLUDING ONE A FAILED EARLIER RUN LEFT BEHIND.
           EXEC SQL
           DECLARE FkCompanyCursor CURSOR FOR
           SELECT DISTINCT CompanyCode
           FROM REDWARRIOR.dbo.RehabCase
           WHERE CaseType = 'FKDAY15'
             AND Status = 'OPEN'
             AND COALESCE(NotifiedDate, 0) = 0
           ORDER BY CompanyCode
           END-EXEC.

           EXEC SQL
           DECLARE FkNoticeCursor CURSOR FOR
           SELECT C.CaseId, C.EmployeeId, C.SpellFrom,
           C.TriggerDate, COALESCE(A.AbsenceType, ' '),
           COALESCE(A.ToDate, 0), COALESCE(A.ExtentUnit, ' '),
           COALESCE(A.ExtentValue, 0),
           COALESCE(E.PERSONNUMMER, ' '), E.LAST_NAME,
           E.FIRST_NAME
           FROM REDWARRIOR.dbo.RehabCase C
           JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = C.EmployeeId
           LEFT JOIN REDWARRIOR.dbo.Absences A
             ON A.AbsenceId = C.AbsenceId
           WHERE C.CaseType = 'FKDAY15'
             AND C.Status = 'OPEN'
             AND COALESCE(C.NotifiedDate, 0) = 0
             AND C.CompanyCode = :WS-NOTICE-COMPANY
           ORDER BY C.CaseId
           END-EXEC.

      *    OPEN CASES PAST THEIR DUE DATE. A DAY-15 CASE ALREADY
      *    NOTIFIED HAS HAD ITS ACTION.
           EXEC SQL
           DECLARE OverdueCursor CURSOR FOR
           SELECT CaseId, EmployeeId, CompanyCode, CaseType,
           DueDate, COALESCE(NotifiedDate, 0),
           COALESCE(HrContact, ' ')
           FROM REDWARRIOR.dbo.RehabCase
           WHERE Status = 'OPEN'
             AND DueDate < :WS-RUN-DATE
           ORDER BY CompanyCode, CaseId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-FK-PATH PIC X(80).
       01 WS-REHABRPT-PATH PIC X(80).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-TEXT PIC X(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-TIME-TEXT PIC X(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-INT PIC S9(09) COMP-5.

      *    THE FOLLOW-UP LIMITS. DAY 15 IS THE FIRST DAY
      *    FORSAKRINGSKASSAN PAYS, AS IN MAIN01'S SICK PAY (DAY 1 =
      *    THE SPELL'S FromDate); THE NOTIFICATION IS DUE SEVEN DAYS
      *    LATER. A SPELL EXPECTED TO PASS 60 DAYS NEEDS A
      *    REHABILITATION PLAN BY DAY 30 - EXPECTED MEANS ITS KNOWN
      *    END IS PAST DAY 60, OR IT IS STILL OPEN ON DAY 22. SIX
      *    SHORT SPELLS (NONE REACHING DAY 15) STARTED IN TWELVE
      *    MONTHS CALL FOR A REHABILITATION TALK WITHIN 30 DAYS.
       01 WS-FK-DAY PIC S9(4) COMP-5 VALUE 15.
       01 WS-FK-NOTICE-DAYS PIC S9(4) COMP-5 VALUE 7.
       01 WS-LONG-SPELL-DAYS PIC S9(4) COMP-5 VALUE 60.
       01 WS-LONG-OPEN-DAY PIC S9(4) COMP-5 VALUE 22.
       01 WS-PLAN-DAY PIC S9(4) COMP-5 VALUE 30.
       01 WS-REPEAT-LIMIT PIC S9(4) COMP-5 VALUE 6.
       01 WS-REPEAT-WINDOW PIC S9(4) COMP-5 VALUE 365.
       01 WS-REPEAT-DUE-DAYS PIC S9(4) COMP-5 VALUE 30.
      *    A SPELL THAT ENDED LONGER AGO THAN THIS OPENS NO DAY-15 OR
      *    LONG-SPELL CASE - THE FIRST RUN DOES NOT DIG UP HISTORY.
       01 WS-CATCHUP-DAYS PIC S9(4) COMP-5 VALUE 30.

       01 WS-WINDOW-DATE PIC 9(8).
       01 WS-CATCHUP-DATE PIC 9(8).

      *    THE SPELL IN HAND.
       01 WS-FROM-INT PIC S9(09) COMP-5.
       01 WS-DAY15-DATE PIC 9(8).
       01 WS-LONG-OPEN-DATE PIC 9(8).
       01 WS-PLAN-DATE PIC 9(8).
       01 WS-SPELL-DAYS PIC S9(09) COMP-5.
       01 WS-MANAGER-ID PIC X(8).
       01 WS-SPELL-SWITCHES.
         05 WS-SW-DAY15 PIC 9 VALUE 0.
           88 SPELL-REACHES-DAY15 VALUE 1.
         05 WS-SW-CURRENT PIC 9 VALUE 0.
           88 SPELL-IS-CURRENT VALUE 1.
         05 WS-SW-LONG PIC 9 VALUE 0.
           88 SPELL-IS-LONG VALUE 1.

      *    THE EMPLOYEE IN HAND - SHORT SPELLS STARTED IN THE
      *    WINDOW, OLDEST FIRST.
       01 WS-CUR-EMPLOYEE-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-CUR-COMPANY PIC X(2).
       01 WS-CUR-MANAGER PIC X(8).
       01 WS-SHORT-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-SHORT-MAX PIC S9(4) COMP-5 VALUE 60.
       01 WS-SHORT-TABLE.
         05 WS-SHORT-ENTRY OCCURS 60 TIMES.
           10 WS-SHORT-ABSENCE-ID PIC S9(09) COMP-5.
           10 WS-SHORT-FROM PIC 9(8).
       01 WS-SHORT-IX PIC S9(4) COMP-5.
       01 WS-SINCE-COUNT PIC S9(4) COMP-5.
       01 WS-SINCE-IX PIC S9(4) COMP-5.
       01 WS-LAST-REPEAT-DATE PIC 9(8).
       01 WS-OPEN-REPEAT-COUNT PIC S9(09) COMP-5.

       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    THE NOTIFICATION FILES.
       01 WS-NOTICE-COMPANY PIC X(2).
       01 WS-NOTICE-COMPANY-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-NOTICE-COMPANY-TABLE.
         05 WS-NOTICE-CO OCCURS 50 TIMES PIC X(2).
       01 WS-NOTICE-IX PIC S9(4) COMP-5.
       01 WS-NOTICE-RECORDS PIC S9(09) COMP-5.
       01 WS-NOTICE-MAX-CASE PIC S9(09) COMP-5.
       01 WS-ABSENCE-TYPE PIC X(4).
       01 WS-NOTICE-PNR PIC X(12).
       01 WS-NOTICE-LAST PIC X(20).
       01 WS-NOTICE-FIRST PIC X(20).

       01 WS-FK-OPEN.
         05 WS-FH-TYPE PIC X(2) VALUE "FH".
         05 WS-FH-COMPANY PIC X(2).
         05 WS-FH-DATE PIC 9(8).
         05 WS-FH-TIME PIC 9(6).
         05 FILLER PIC X(102) VALUE SPACES.

       01 WS-FK-RECORD.
         05 WS-FD-TYPE PIC X(2) VALUE "FD".
         05 WS-FD-COMPANY PIC X(2).
         05 WS-FD-PNR PIC X(12).
         05 WS-FD-LAST-NAME PIC X(20).
         05 WS-FD-FIRST-NAME PIC X(20).
         05 WS-FD-ABSENCE-TYPE PIC X(4).
         05 WS-FD-SPELL-FROM PIC 9(8).
         05 WS-FD-DAY15 PIC 9(8).
         05 WS-FD-SPELL-TO PIC 9(8).
         05 WS-FD-EXTENT-UNIT PIC X(1).
         05 WS-FD-EXTENT PIC 9(3)V9(2).
         05 WS-FD-CASE-ID PIC 9(9).
         05 FILLER PIC X(21) VALUE SPACES.

       01 WS-FK-TRAILER.
         05 WS-FT-TYPE PIC X(2) VALUE "FT".
         05 WS-FT-COMPANY PIC X(2).
         05 WS-FT-RECORDS PIC 9(6).
         05 FILLER PIC X(110) VALUE SPACES.

       01 WS-SW1 PIC 9 VALUE 0.
         88 SPELL-EOF VALUE 1.
       01 WS-SW2 PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-EMP-ID-DISP PIC 9(9).
       01 WS-CASE-ID-DISP PIC 9(9).
       01 WS-FILE-ID-DISP PIC 9(9).
       01 WS-COUNT-DISP PIC Z(5)9.

      *    RUN TOTALS.
       01 WS-SPELL-COUNT PIC 9(5) VALUE 0.
       01 WS-FK-OPENED PIC 9(5) VALUE 0.
       01 WS-LONG-OPENED PIC 9(5) VALUE 0.
       01 WS-REPEAT-OPENED PIC 9(5) VALUE 0.
       01 WS-NOTIFIED-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTICE-WARN-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT
           MOVE WS-RUN-TIME TO WS-RUN-TIME-TEXT

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
             WS-RUN-INT - WS-REPEAT-WINDOW + 1)
           COMPUTE WS-CATCHUP-DATE = FUNCTION DATE-OF-INTEGER(
             WS-RUN-INT - WS-CATCHUP-DAYS)

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM WRITE-RUN-AUDIT-START

           OPEN OUTPUT REHABRPTFILE
           MOVE SPACES TO FS-REHABRPTFILE
           STRING "SICK-LEAVE FOLLOW-UP - RUN " WS-RUN-DATE " "
             WS-RUN-TIME-TEXT(1:4)
             DELIMITED BY SIZE INTO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE
           MOVE SPACES TO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE

           PERFORM OPEN-NEW-CASES

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "REHAB01: " WS-ERROR-COUNT
                 " database error(s) - the follow-up was rolled "
                 "back, no notification produced."
               MOVE SPACES TO FS-REHABRPTFILE
               STRING "*** FOLLOW-UP ROLLED BACK - "
                 WS-ERROR-COUNT " DATABASE ERROR(S) ***"
                 DELIMITED BY SIZE INTO FS-REHABRPTFILE
               WRITE FS-REHABRPTFILE
               CLOSE REHABRPTFILE
               MOVE "FAILED" TO RunAudit-Outcome
               PERFORM WRITE-RUN-AUDIT-END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE CASES ARE COMMITTED BEFORE ANY FILE IS REGISTERED -
      *    THE REGISTER COMMITS ITS OWN ROWS.
           EXEC SQL COMMIT END-EXEC

           PERFORM SEND-FK-NOTICES
           PERFORM RAISE-OVERDUE-EVENTS

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "REHAB01: " WS-ERROR-COUNT
                 " database error(s) on the overdue check - its "
                 "events were rolled back."
               MOVE "FAILED" TO RunAudit-Outcome
           ELSE
               MOVE "SUCCESS" TO RunAudit-Outcome
           END-IF

           MOVE SPACES TO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE
           MOVE SPACES TO FS-REHABRPTFILE
           STRING "Spells checked " WS-SPELL-COUNT
             "  day-15 cases " WS-FK-OPENED
             "  long-spell cases " WS-LONG-OPENED
             "  repeated-spell cases " WS-REPEAT-OPENED
             DELIMITED BY SIZE INTO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE
           MOVE SPACES TO FS-REHABRPTFILE
           STRING "Notified to Forsakringskassan "
             WS-NOTIFIED-COUNT
             "  overdue cases " WS-OVERDUE-COUNT
             "  events raised " WS-EVENT-COUNT
             DELIMITED BY SIZE INTO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE
           CLOSE REHABRPTFILE

           PERFORM WRITE-RUN-AUDIT-END

           EXEC SQL COMMIT END-EXEC

           DISPLAY "REHAB01: " WS-SPELL-COUNT " sick spell(s) "
             "checked, " WS-FK-OPENED " day-15, " WS-LONG-OPENED
             " long-spell and " WS-REPEAT-OPENED
             " repeated-spell case(s) opened, " WS-NOTIFIED-COUNT
             " notified, " WS-OVERDUE-COUNT " overdue."

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NOTICE-WARN-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EVENT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "REHAB01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-REHABRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\rehab_report.txt" DELIMITED BY SIZE
             INTO WS-REHABRPT-PATH.

       WRITE-RUN-AUDIT-START SECTION.
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "REHAB01 SICK-LEAVE FOLLOW-UP" TO RunAudit-InvokedBy
           MOVE WS-RUN-DATE-TEXT(1:6) TO RunAudit-Period
           MOVE 0 TO RunAudit-EmployeeCount
           MOVE "IN PROGRESS" TO RunAudit-Outcome
           MOVE SPACES TO RunAudit-CompanyCode

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RunAudit (RunDate, RunTime,
               InvokedBy, Period, EmployeeCount, Outcome,
               CompanyCode)
               VALUES (:RunAudit-RunDate, :RunAudit-RunTime,
               :RunAudit-InvokedBy, :RunAudit-Period,
               :RunAudit-EmployeeCount, :RunAudit-Outcome,
               :RunAudit-CompanyCode)
           END-EXEC

           EXEC SQL
               SELECT @@IDENTITY INTO :WS-RUN-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REHAB01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-SPELL-COUNT TO RunAudit-EmployeeCount

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REHAB01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       OPEN-NEW-CASES SECTION.
           MOVE "NEW CASES" TO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE

           EXEC SQL
               OPEN SickSpellCursor
           END-EXEC

           PERFORM UNTIL SPELL-EOF
               EXEC SQL
                   FETCH SickSpellCursor INTO
                       :Absences-AbsenceId,
                       :Absences-EmployeeId,
                       :Absences-AbsenceType,
                       :Absences-FromDate,
                       :Absences-ToDate,
                       :Employees-COMPANY-CODE,
                       :WS-MANAGER-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET SPELL-EOF TO TRUE
                   WHEN 0
                       IF Absences-EmployeeId NOT = WS-CUR-EMPLOYEE-ID
                           IF WS-CUR-EMPLOYEE-ID NOT = 0
                               PERFORM CHECK-REPEATED-SPELLS
                           END-IF
                           MOVE Absences-EmployeeId
                             TO WS-CUR-EMPLOYEE-ID
                           MOVE Employees-COMPANY-CODE
                             TO WS-CUR-COMPANY
                           MOVE WS-MANAGER-ID TO WS-CUR-MANAGER
                           MOVE 0 TO WS-SHORT-COUNT
                       END-IF
                       PERFORM CHECK-ONE-SPELL
                   WHEN OTHER
                       DISPLAY "REHAB01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET SPELL-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           IF WS-CUR-EMPLOYEE-ID NOT = 0
               PERFORM CHECK-REPEATED-SPELLS
           END-IF

           EXEC SQL
               CLOSE SickSpellCursor
           END-EXEC.

       CHECK-ONE-SPELL SECTION.
           ADD 1 TO WS-SPELL-COUNT
           MOVE 0 TO WS-SW-DAY15
           MOVE 0 TO WS-SW-CURRENT
           MOVE 0 TO WS-SW-LONG

           COMPUTE WS-FROM-INT =
             FUNCTION INTEGER-OF-DATE(Absences-FromDate)
           COMPUTE WS-DAY15-DATE = FUNCTION DATE-OF-INTEGER(
             WS-FROM-INT + WS-FK-DAY - 1)
           COMPUTE WS-LONG-OPEN-DATE = FUNCTION DATE-OF-INTEGER(
             WS-FROM-INT + WS-LONG-OPEN-DAY - 1)
           COMPUTE WS-PLAN-DATE = FUNCTION DATE-OF-INTEGER(
             WS-FROM-INT + WS-PLAN-DAY - 1)
           IF Absences-ToDate = 0
               MOVE 0 TO WS-SPELL-DAYS
           ELSE
               COMPUTE WS-SPELL-DAYS =
                 FUNCTION INTEGER-OF-DATE(Absences-ToDate)
                 - WS-FROM-INT + 1
           END-IF

           IF WS-DAY15-DATE NOT > WS-RUN-DATE AND
              (Absences-ToDate = 0 OR
               Absences-ToDate NOT < WS-DAY15-DATE)
               SET SPELL-REACHES-DAY15 TO TRUE
           END-IF

           IF Absences-ToDate = 0 OR
              Absences-ToDate NOT < WS-CATCHUP-DATE
               SET SPELL-IS-CURRENT TO TRUE
           END-IF

           IF WS-SPELL-DAYS > WS-LONG-SPELL-DAYS
               SET SPELL-IS-LONG TO TRUE
           END-IF
           IF Absences-ToDate = 0 AND
              WS-LONG-OPEN-DATE NOT > WS-RUN-DATE
               SET SPELL-IS-LONG TO TRUE
           END-IF

           IF SPELL-REACHES-DAY15 AND SPELL-IS-CURRENT
               MOVE "FKDAY15" TO RehabCase-CaseType
               MOVE WS-DAY15-DATE TO RehabCase-TriggerDate
               COMPUTE RehabCase-DueDate = FUNCTION DATE-OF-INTEGER(
                 WS-FROM-INT + WS-FK-DAY - 1 + WS-FK-NOTICE-DAYS)
               PERFORM OPEN-SPELL-CASE
           END-IF

           IF SPELL-IS-LONG AND SPELL-IS-CURRENT
               MOVE "LONGSPELL" TO RehabCase-CaseType
               MOVE WS-RUN-DATE TO RehabCase-TriggerDate
               MOVE WS-PLAN-DATE TO RehabCase-DueDate
               PERFORM OPEN-SPELL-CASE
           END-IF

           IF NOT SPELL-REACHES-DAY15 AND
              Absences-FromDate NOT < WS-WINDOW-DATE AND
              WS-SHORT-COUNT < WS-SHORT-MAX
               ADD 1 TO WS-SHORT-COUNT
               MOVE Absences-AbsenceId
                 TO WS-SHORT-ABSENCE-ID(WS-SHORT-COUNT)
               MOVE Absences-FromDate
                 TO WS-SHORT-FROM(WS-SHORT-COUNT)
           END-IF.

       OPEN-SPELL-CASE SECTION.
      *    ONE CASE PER SPELL AND TYPE, OPEN OR CLOSED - A CASE HR
      *    CLOSED STAYS CLOSED ON THE NIGHTLY RERUN.
           MOVE Absences-AbsenceId TO RehabCase-AbsenceId

           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.RehabCase
               WHERE AbsenceId = :RehabCase-AbsenceId
                 AND CaseType = :RehabCase-CaseType
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REHAB01: SQL ERROR ON CASE CHECK, CODE = "
                 SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-DUP-COUNT = 0
                   MOVE Absences-EmployeeId TO RehabCase-EmployeeId
                   MOVE WS-CUR-COMPANY TO RehabCase-CompanyCode
                   MOVE Absences-FromDate TO RehabCase-SpellFrom
                   PERFORM INSERT-CASE-ROW
               END-IF
           END-IF.

       CHECK-REPEATED-SPELLS SECTION.
      *    ONLY SPELLS STARTED SINCE THE LAST REPEATED-SPELL CASE
      *    COUNT - A CLOSED CASE IS NOT REOPENED BY THE SAME SPELLS,
      *    AND AN OPEN ONE IS NOT DOUBLED.
           IF WS-SHORT-COUNT NOT < WS-REPEAT-LIMIT
               MOVE WS-CUR-EMPLOYEE-ID TO RehabCase-EmployeeId

               EXEC SQL
                   SELECT COALESCE(MAX(TriggerDate), 0),
                   COALESCE(SUM(CASE WHEN Status = 'OPEN'
                     THEN 1 ELSE 0 END), 0)
                   INTO :WS-LAST-REPEAT-DATE, :WS-OPEN-REPEAT-COUNT
                   FROM REDWARRIOR.dbo.RehabCase
                   WHERE EmployeeId = :RehabCase-EmployeeId
                     AND CaseType = 'REPEATED'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "REHAB01: SQL ERROR ON REPEAT CHECK, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE 0 TO WS-SINCE-COUNT
                   MOVE 0 TO WS-SINCE-IX
                   PERFORM VARYING WS-SHORT-IX FROM 1 BY 1
                     UNTIL WS-SHORT-IX > WS-SHORT-COUNT
                       IF WS-SHORT-FROM(WS-SHORT-IX) >
                          WS-LAST-REPEAT-DATE
                           ADD 1 TO WS-SINCE-COUNT
                           MOVE WS-SHORT-IX TO WS-SINCE-IX
                       END-IF
                   END-PERFORM

                   IF WS-OPEN-REPEAT-COUNT = 0 AND
                      WS-SINCE-COUNT NOT < WS-REPEAT-LIMIT
                       MOVE "REPEATED" TO RehabCase-CaseType
                       MOVE WS-CUR-COMPANY TO RehabCase-CompanyCode
                       MOVE WS-SHORT-ABSENCE-ID(WS-SINCE-IX)
                         TO RehabCase-AbsenceId
                       MOVE WS-SHORT-FROM(WS-SINCE-IX)
                         TO RehabCase-SpellFrom
                       MOVE WS-SHORT-FROM(WS-SINCE-IX)
                         TO RehabCase-TriggerDate
                       COMPUTE RehabCase-DueDate =
                         FUNCTION DATE-OF-INTEGER(
                         WS-RUN-INT + WS-REPEAT-DUE-DAYS)
                       PERFORM INSERT-CASE-ROW
                   END-IF
               END-IF
           END-IF.

       INSERT-CASE-ROW SECTION.
      *    THE DEPARTMENT MANAGER OWNS THE CASE UNTIL HR ASSIGNS
      *    SOMEBODY ELSE IN REHMAINT.
           MOVE "OPEN" TO RehabCase-Status
           MOVE WS-CUR-MANAGER TO RehabCase-HrContact
           MOVE WS-RUN-DATE TO RehabCase-OpenedDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RehabCase
               (EmployeeId, CompanyCode, CaseType, AbsenceId,
               SpellFrom, TriggerDate, DueDate, Status, HrContact,
               OpenedDate, NotifiedDate, NotifyFileId)
               VALUES (:RehabCase-EmployeeId,
               :RehabCase-CompanyCode, :RehabCase-CaseType,
               :RehabCase-AbsenceId, :RehabCase-SpellFrom,
               :RehabCase-TriggerDate, :RehabCase-DueDate,
               :RehabCase-Status, :RehabCase-HrContact,
               :RehabCase-OpenedDate, 0, 0)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REHAB01: SQL ERROR ON CASE INSERT, CODE = "
                 SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               EXEC SQL
                   SELECT @@IDENTITY INTO :RehabCase-CaseId
               END-EXEC

               EVALUATE TRUE
                   WHEN RehabCase-FK-Day15
                       ADD 1 TO WS-FK-OPENED
                   WHEN RehabCase-Long-Spell
                       ADD 1 TO WS-LONG-OPENED
                   WHEN RehabCase-Repeated
                       ADD 1 TO WS-REPEAT-OPENED
               END-EVALUATE

               MOVE RehabCase-EmployeeId TO WS-EMP-ID-DISP
               MOVE RehabCase-CaseId TO WS-CASE-ID-DISP
               MOVE SPACES TO FS-REHABRPTFILE
               STRING "  " RehabCase-CompanyCode " employee "
                 WS-EMP-ID-DISP " case " WS-CASE-ID-DISP " "
                 RehabCase-CaseType " spell from "
                 RehabCase-SpellFrom " due " RehabCase-DueDate
                 " HR " RehabCase-HrContact
                 DELIMITED BY SIZE INTO FS-REHABRPTFILE
               WRITE FS-REHABRPTFILE
           END-IF.

       SEND-FK-NOTICES SECTION.
           MOVE SPACES TO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE
           MOVE "NOTIFICATIONS TO FORSAKRINGSKASSAN" TO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE

           MOVE 0 TO WS-NOTICE-COMPANY-COUNT
           MOVE 0 TO WS-SW2

           EXEC SQL
               OPEN FkCompanyCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH FkCompanyCursor INTO :WS-NOTICE-COMPANY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       IF WS-NOTICE-COMPANY-COUNT < 50
                           ADD 1 TO WS-NOTICE-COMPANY-COUNT
                           MOVE WS-NOTICE-COMPANY TO
                             WS-NOTICE-CO(WS-NOTICE-COMPANY-COUNT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "REHAB01: SQL ERROR ON COMPANY LIST, "
                         "CODE = " SQLCODE
                       ADD 1 TO WS-NOTICE-WARN-COUNT
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE FkCompanyCursor
           END-EXEC

           PERFORM VARYING WS-NOTICE-IX FROM 1 BY 1
             UNTIL WS-NOTICE-IX > WS-NOTICE-COMPANY-COUNT
               MOVE WS-NOTICE-CO(WS-NOTICE-IX) TO WS-NOTICE-COMPANY
               PERFORM WRITE-FK-FILE
           END-PERFORM

           IF WS-NOTICE-COMPANY-COUNT = 0
               MOVE "  Nothing to notify." TO FS-REHABRPTFILE
               WRITE FS-REHABRPTFILE
           END-IF.

       WRITE-FK-FILE SECTION.
      *    A FILE PER COMPANY AND RUN - THE QUALIFIER IS THE RUN'S
      *    DAY AND TIME, SO A SECOND RUN THE SAME DAY NEVER COLLIDES
      *    WITH THE FIRST; THE CASES IT CARRIES ARE ONLY EVER THE
      *    ONES NOT YET NOTIFIED.
           MOVE SPACES TO WS-FK-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\fkanmalan_" WS-NOTICE-COMPANY "_" WS-RUN-DATE-TEXT
             "_" WS-RUN-TIME-TEXT(1:6) ".txt" DELIMITED BY SIZE
             INTO WS-FK-PATH

           MOVE "FKSICK" TO WS-OFR-FILE-TYPE
           MOVE WS-FK-PATH TO WS-OFR-FILE-NAME
           MOVE "FORSAKRINGSKASSAN" TO WS-OFR-RECEIVER
           MOVE WS-NOTICE-COMPANY TO WS-OFR-COMPANY
           MOVE WS-RUN-DATE-TEXT(1:6) TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           STRING WS-RUN-DATE-TEXT(7:2) WS-RUN-TIME-TEXT(1:6)
             DELIMITED BY SIZE INTO WS-OFR-QUALIFIER
           MOVE "REHAB01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-MAY-SEND
               DISPLAY "REHAB01: outbound file register not "
                 "available - no notification for company "
                 WS-NOTICE-COMPANY "."
               ADD 1 TO WS-NOTICE-WARN-COUNT
               MOVE SPACES TO FS-REHABRPTFILE
               STRING "  " WS-NOTICE-COMPANY
                 " *** NOT PRODUCED - REGISTER NOT AVAILABLE ***"
                 DELIMITED BY SIZE INTO FS-REHABRPTFILE
               WRITE FS-REHABRPTFILE
           ELSE
               PERFORM WRITE-FK-RECORDS
               PERFORM REGISTER-FK-FILE
           END-IF.

       WRITE-FK-RECORDS SECTION.
           MOVE 0 TO WS-NOTICE-RECORDS
           MOVE 0 TO WS-NOTICE-MAX-CASE
           MOVE 0 TO WS-SW2

           OPEN OUTPUT FKFILE

           MOVE WS-NOTICE-COMPANY TO WS-FH-COMPANY
           MOVE WS-RUN-DATE TO WS-FH-DATE
           MOVE WS-RUN-TIME-TEXT(1:6) TO WS-FH-TIME
           MOVE WS-FK-OPEN TO FS-FKFILE
           WRITE FS-FKFILE

           EXEC SQL
               OPEN FkNoticeCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH FkNoticeCursor INTO
                       :RehabCase-CaseId,
                       :RehabCase-EmployeeId,
                       :RehabCase-SpellFrom,
                       :RehabCase-TriggerDate,
                       :WS-ABSENCE-TYPE,
                       :Absences-ToDate,
                       :Absences-ExtentUnit,
                       :Absences-ExtentValue,
                       :WS-NOTICE-PNR,
                       :WS-NOTICE-LAST,
                       :WS-NOTICE-FIRST
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       PERFORM WRITE-ONE-NOTICE
                   WHEN OTHER
                       DISPLAY "REHAB01: SQL ERROR ON NOTICE FETCH, "
                         "CODE = " SQLCODE
                       ADD 1 TO WS-NOTICE-WARN-COUNT
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE FkNoticeCursor
           END-EXEC

           MOVE WS-NOTICE-COMPANY TO WS-FT-COMPANY
           MOVE WS-NOTICE-RECORDS TO WS-FT-RECORDS
           MOVE WS-FK-TRAILER TO FS-FKFILE
           WRITE FS-FKFILE
           CLOSE FKFILE.

       WRITE-ONE-NOTICE SECTION.
           ADD 1 TO WS-NOTICE-RECORDS
           IF RehabCase-CaseId > WS-NOTICE-MAX-CASE
               MOVE RehabCase-CaseId TO WS-NOTICE-MAX-CASE
           END-IF

      *    THE EXTENT IS THE SICK-LEAVE DEGREE: 100 FOR A WHOLE DAY,
      *    THE PERCENTAGE FOR A PART-TIME SPELL. AN EXTENT KEYED IN
      *    HOURS GOES AS "H" - FORSAKRINGSKASSAN ASKS FOR THE DEGREE.
           MOVE WS-NOTICE-COMPANY TO WS-FD-COMPANY
           MOVE WS-NOTICE-PNR TO WS-FD-PNR
           MOVE WS-NOTICE-LAST TO WS-FD-LAST-NAME
           MOVE WS-NOTICE-FIRST TO WS-FD-FIRST-NAME
           MOVE WS-ABSENCE-TYPE TO WS-FD-ABSENCE-TYPE
           MOVE RehabCase-SpellFrom TO WS-FD-SPELL-FROM
           MOVE RehabCase-TriggerDate TO WS-FD-DAY15
           MOVE Absences-ToDate TO WS-FD-SPELL-TO
           MOVE Absences-ExtentUnit TO WS-FD-EXTENT-UNIT
           IF Absences-Extent-Full
               MOVE 100 TO WS-FD-EXTENT
           ELSE
               MOVE Absences-ExtentValue TO WS-FD-EXTENT
           END-IF
           MOVE RehabCase-CaseId TO WS-FD-CASE-ID
           MOVE WS-FK-RECORD TO FS-FKFILE
           WRITE FS-FKFILE.

       REGISTER-FK-FILE SECTION.
           MOVE WS-NOTICE-RECORDS TO WS-OFR-CONTROL-SUM-1
           MOVE 0 TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           MOVE WS-NOTICE-RECORDS TO WS-COUNT-DISP
           IF NOT OFR-DONE
               DISPLAY "REHAB01: WARNING - " WS-FK-PATH
                 " is not registered as sent; do not submit it "
                 "before the register is checked."
               ADD 1 TO WS-NOTICE-WARN-COUNT
               MOVE SPACES TO FS-REHABRPTFILE
               STRING "  " WS-NOTICE-COMPANY WS-COUNT-DISP
                 " case(s) *** FILE NOT REGISTERED - NOT TO BE "
                 "SENT ***"
                 DELIMITED BY SIZE INTO FS-REHABRPTFILE
               WRITE FS-REHABRPTFILE
           ELSE
               PERFORM MARK-CASES-NOTIFIED
           END-IF.

       MARK-CASES-NOTIFIED SECTION.
      *    THE CASES THE FILE CARRIED - NONE WAS OPENED SINCE THE
      *    CURSOR READ THEM, SO THE HIGHEST CASE ID BOUNDS THEM.
           MOVE WS-RUN-DATE TO RehabCase-NotifiedDate
           MOVE WS-OFR-FILE-ID TO RehabCase-NotifyFileId
           MOVE WS-NOTICE-COMPANY TO RehabCase-CompanyCode
           MOVE WS-NOTICE-MAX-CASE TO RehabCase-CaseId

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RehabCase
               SET NotifiedDate = :RehabCase-NotifiedDate,
               NotifyFileId = :RehabCase-NotifyFileId
               WHERE CaseType = 'FKDAY15'
                 AND Status = 'OPEN'
                 AND COALESCE(NotifiedDate, 0) = 0
                 AND CompanyCode = :RehabCase-CompanyCode
                 AND CaseId <= :RehabCase-CaseId
           END-EXEC

           MOVE WS-OFR-FILE-ID TO WS-FILE-ID-DISP
           IF SQLCODE NOT = 0
               DISPLAY "REHAB01: SQL ERROR ON NOTIFIED UPDATE, "
                 "CODE = " SQLCODE " - file " WS-FILE-ID-DISP
                 " was produced; mark its cases in REHMAINT."
               ADD 1 TO WS-NOTICE-WARN-COUNT
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD WS-NOTICE-RECORDS TO WS-NOTIFIED-COUNT
               MOVE SPACES TO FS-REHABRPTFILE
               STRING "  " WS-NOTICE-COMPANY WS-COUNT-DISP
                 " case(s) in outbound file " WS-FILE-ID-DISP " "
                 WS-FK-PATH
                 DELIMITED BY SIZE INTO FS-REHABRPTFILE
               WRITE FS-REHABRPTFILE
           END-IF.

       RAISE-OVERDUE-EVENTS SECTION.
           MOVE SPACES TO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE
           MOVE "OVERDUE CASES" TO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE

           MOVE 0 TO WS-SW2

           EXEC SQL
               OPEN OverdueCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH OverdueCursor INTO
                       :RehabCase-CaseId,
                       :RehabCase-EmployeeId,
                       :RehabCase-CompanyCode,
                       :RehabCase-CaseType,
                       :RehabCase-DueDate,
                       :RehabCase-NotifiedDate,
                       :RehabCase-HrContact
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       IF NOT RehabCase-FK-Day15 OR
                          RehabCase-NotifiedDate = 0
                           PERFORM RAISE-ONE-OVERDUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "REHAB01: SQL ERROR ON OVERDUE FETCH, "
                         "CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE OverdueCursor
           END-EXEC

           IF WS-OVERDUE-COUNT = 0
               MOVE "  None." TO FS-REHABRPTFILE
               WRITE FS-REHABRPTFILE
           END-IF.

       RAISE-ONE-OVERDUE SECTION.
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE RehabCase-EmployeeId TO WS-EMP-ID-DISP
           MOVE RehabCase-CaseId TO WS-CASE-ID-DISP

           MOVE SPACES TO FS-REHABRPTFILE
           STRING "  " RehabCase-CompanyCode " employee "
             WS-EMP-ID-DISP " case " WS-CASE-ID-DISP " "
             RehabCase-CaseType " due " RehabCase-DueDate
             " HR " RehabCase-HrContact
             DELIMITED BY SIZE INTO FS-REHABRPTFILE
           WRITE FS-REHABRPTFILE

           IF RehabCase-FK-Day15
               MOVE "FK NOTICE OVERDUE" TO Events-EventType
           ELSE
               MOVE "REHAB PLAN OVERDUE" TO Events-EventType
           END-IF
           MOVE RehabCase-DueDate(1:6) TO Events-Period
           MOVE RehabCase-CompanyCode TO Events-CompanyCode
           MOVE SPACES TO Events-Detail
           STRING "Employee " WS-EMP-ID-DISP " "
             RehabCase-CaseType " case " WS-CASE-ID-DISP
             " due " RehabCase-DueDate
             DELIMITED BY SIZE INTO Events-Detail
           PERFORM RAISE-CASE-EVENT.

       RAISE-CASE-EVENT SECTION.
      *    ONE OPEN ALERT PER CASE - THE DETAIL NAMES IT, SO THE
      *    NIGHTLY RERUN DOES NOT STACK IT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.Events
               WHERE EventType = :Events-EventType
                 AND Period = :Events-Period
                 AND CompanyCode = :Events-CompanyCode
                 AND Detail = :Events-Detail
                 AND (Status = 'NEW' OR Status = 'NOTIFIED')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REHAB01: SQL ERROR ON EVENT CHECK, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-DUP-COUNT = 0
                   MOVE WS-RUN-DATE TO Events-EventDate
                   MOVE WS-RUN-TIME TO Events-EventTime

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.Events
                       (EventType, EventDate, EventTime, Period,
                       CompanyCode, Detail, Status)
                       VALUES (:Events-EventType, :Events-EventDate,
                       :Events-EventTime, :Events-Period,
                       :Events-CompanyCode, :Events-Detail, 'NEW')
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "REHAB01: SQL ERROR ON EVENT "
                         "INSERT, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-EVENT-COUNT
                   END-IF
               END-IF
           END-IF.
