       IDENTIFICATION DIVISION.
       PROGRAM-ID. LASCHK01.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "EmploymentContract.cpy".
       COPY "Events.cpy".
       COPY "RunAudit.cpy".
       COPY "LasParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY CONTRACT STILL RUNNING, ALL COMPANIES - THE CHECK
      *    RUNS NIGHTLY AHEAD OF ALERTN01, WHICH SENDS WHAT IT
      *    RAISES.
           EXEC SQL
           DECLARE ActiveContractCursor CURSOR FOR
           SELECT ContractId, EmployeeId, CompanyCode,
           ContractType, StartDate, EndDate,
           COALESCE(DecisionRef, ' ')
           FROM REDWARRIOR.dbo.EmploymentContract
           WHERE Status = 'ACTIVE'
           ORDER BY CompanyCode, EmployeeId, StartDate
           END-EXEC.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-TEXT PIC X(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.

      *    A CONTRACT OR PROBATION ENDING THIS CLOSE IS WARNED
      *    ABOUT.
       01 WS-WARN-DAYS PIC S9(4) COMP-5 VALUE 30.
       01 WS-WARN-DATE PIC 9(8).

       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-DAYS-AT-END PIC S9(09) COMP-5 VALUE 0.
       01 WS-DAYS-TODAY PIC S9(09) COMP-5 VALUE 0.
       01 WS-NEW-STATUS PIC X(10).
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.

       01 WS-EMP-ID-DISP PIC 9(9).
       01 WS-CTR-ID-DISP PIC 9(9).
       01 WS-DAYS-DISP PIC 9(4).
       01 WS-LIMIT-DISP PIC 9(4).

       01 WS-SW1 PIC 9 VALUE 0.
         88 CONTRACT-EOF VALUE 1.

      *    RUN TOTALS.
       01 WS-CTR-COUNT PIC 9(5) VALUE 0.
       01 WS-ENDED-COUNT PIC 9(5) VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9(5) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT

           COMPUTE WS-WARN-DATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-WARN-DAYS)

           PERFORM CONNECT-TO-DATABASE
           PERFORM WRITE-RUN-AUDIT-START

           EXEC SQL
               OPEN ActiveContractCursor
           END-EXEC

           PERFORM UNTIL CONTRACT-EOF
               EXEC SQL
                   FETCH ActiveContractCursor INTO
                       :EmploymentContract-ContractId,
                       :EmploymentContract-EmployeeId,
                       :EmploymentContract-CompanyCode,
                       :EmploymentContract-ContractType,
                       :EmploymentContract-StartDate,
                       :EmploymentContract-EndDate,
                       :EmploymentContract-DecisionRef
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CONTRACT-EOF TO TRUE
                   WHEN 0
                       PERFORM CHECK-ONE-CONTRACT
                   WHEN OTHER
                       DISPLAY "LASCHK01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET CONTRACT-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ActiveContractCursor
           END-EXEC

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "LASCHK01: " WS-ERROR-COUNT
                 " database error(s) - the check was rolled back."
               MOVE "FAILED" TO RunAudit-Outcome
               PERFORM WRITE-RUN-AUDIT-END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "SUCCESS" TO RunAudit-Outcome
           PERFORM WRITE-RUN-AUDIT-END

           EXEC SQL COMMIT END-EXEC

           DISPLAY "LASCHK01: " WS-CTR-COUNT " active contract(s) "
             "checked, " WS-ENDED-COUNT " ended, "
             WS-CONVERTED-COUNT " converted, "
             WS-EVENT-COUNT " event(s) raised."

           IF WS-EVENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "LASCHK01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-RUN-AUDIT-START SECTION.
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "LASCHK01 CONTRACT CHECK" TO RunAudit-InvokedBy
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
               DISPLAY "LASCHK01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-CTR-COUNT TO RunAudit-EmployeeCount

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "LASCHK01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       CHECK-ONE-CONTRACT SECTION.
           ADD 1 TO WS-CTR-COUNT
           MOVE EmploymentContract-EmployeeId TO WS-EMP-ID-DISP
           MOVE EmploymentContract-ContractId TO WS-CTR-ID-DISP

      *    THE DAYS THE CONTRACT WILL HAVE BROUGHT BY ITS END (BY
      *    TODAY FOR A PERMANENT ONE), AND THE DAYS ALREADY WORKED.
           IF EmploymentContract-EndDate = 0
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE EmploymentContract-EndDate TO WS-AS-OF-DATE
           END-IF
           PERFORM COUNT-LAS-DAYS
           MOVE WS-LAS-DAYS TO WS-DAYS-AT-END

           IF WS-AS-OF-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
               PERFORM COUNT-LAS-DAYS
           END-IF
           MOVE WS-LAS-DAYS TO WS-DAYS-TODAY

           IF NOT LAS-COUNTED
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE "ACTIVE" TO WS-NEW-STATUS
               MOVE EmploymentContract-EndDate(1:6) TO Events-Period
               MOVE EmploymentContract-CompanyCode
                 TO Events-CompanyCode

      *        PAST THE LIMIT THE EMPLOYMENT IS PERMANENT BY LAW,
      *        WHATEVER THE CONTRACT SAYS - HR REGISTERS THE
      *        TILLSVIDARE CONTRACT THAT FOLLOWS.
               EVALUATE TRUE
                   WHEN WS-LAS-LIMIT > 0 AND
                        WS-DAYS-TODAY > WS-LAS-LIMIT
                       MOVE "CONVERTED" TO WS-NEW-STATUS
                       ADD 1 TO WS-CONVERTED-COUNT
                       MOVE "LAS CONVERTED" TO Events-EventType
                       MOVE SPACES TO Events-Detail
                       STRING "Employee " WS-EMP-ID-DISP
                         " contract " WS-CTR-ID-DISP " "
                         EmploymentContract-ContractType
                         " now tillsvidare"
                         DELIMITED BY SIZE INTO Events-Detail
                       PERFORM RAISE-CONTRACT-EVENT
                   WHEN EmploymentContract-EndDate NOT = 0 AND
                        EmploymentContract-EndDate < WS-RUN-DATE
                       MOVE "ENDED" TO WS-NEW-STATUS
                       ADD 1 TO WS-ENDED-COUNT
                   WHEN OTHER
                       PERFORM RAISE-RUNNING-EVENTS
               END-EVALUATE

               PERFORM UPDATE-CONTRACT-ROW
           END-IF.

       RAISE-RUNNING-EVENTS SECTION.
           IF EmploymentContract-EndDate NOT = 0 AND
              EmploymentContract-EndDate NOT > WS-WARN-DATE
               MOVE SPACES TO Events-Detail
               IF EmploymentContract-ContractType = "PR"
      *            A PROBATION NOBODY ENDS BECOMES TILLSVIDARE ON
      *            ITS END DATE - NOTICE MUST BE GIVEN BEFORE THEN.
                   MOVE "PROBATION ENDING" TO Events-EventType
                   STRING "Employee " WS-EMP-ID-DISP
                     " probation converts "
                     EmploymentContract-EndDate
                     DELIMITED BY SIZE INTO Events-Detail
               ELSE
                   MOVE "CONTRACT ENDING" TO Events-EventType
                   STRING "Employee " WS-EMP-ID-DISP
                     " contract " WS-CTR-ID-DISP " "
                     EmploymentContract-ContractType
                     " ends " EmploymentContract-EndDate
                     DELIMITED BY SIZE INTO Events-Detail
               END-IF
               PERFORM RAISE-CONTRACT-EVENT
           END-IF

      *    A CONTRACT THAT WILL CARRY THE EMPLOYEE PAST THE LIMIT
      *    BEFORE IT ENDS, WITH NO DECISION ON FILE TO LET IT - THE
      *    CONVERSION NOBODY SAW COMING.
           IF WS-LAS-LIMIT > 0 AND
              WS-DAYS-AT-END > WS-LAS-LIMIT AND
              EmploymentContract-DecisionRef = SPACES
               MOVE WS-DAYS-AT-END TO WS-DAYS-DISP
               MOVE WS-LAS-LIMIT TO WS-LIMIT-DISP
               MOVE "LAS THRESHOLD" TO Events-EventType
               MOVE SPACES TO Events-Detail
               STRING "Employee " WS-EMP-ID-DISP
                 " contract " WS-CTR-ID-DISP " "
                 EmploymentContract-ContractType
                 " over " WS-LIMIT-DISP " LAS days"
                 DELIMITED BY SIZE INTO Events-Detail
               PERFORM RAISE-CONTRACT-EVENT
               DISPLAY "LASCHK01: employee " WS-EMP-ID-DISP
                 " reaches " WS-DAYS-DISP " of " WS-LIMIT-DISP
                 " LAS days by " EmploymentContract-EndDate
           END-IF.

       COUNT-LAS-DAYS SECTION.
           MOVE EmploymentContract-EmployeeId TO WS-LAS-EMPLOYEE-ID
           MOVE EmploymentContract-ContractType
             TO WS-LAS-CONTRACT-TYPE
           MOVE WS-AS-OF-DATE TO WS-LAS-AS-OF
           MOVE 0 TO WS-LAS-SKIP-ID
           MOVE 0 TO WS-LAS-EXTRA-START
           MOVE 0 TO WS-LAS-EXTRA-END

           CALL "LasDayModule" USING WS-LAS-PARMS.

       UPDATE-CONTRACT-ROW SECTION.
           MOVE WS-DAYS-AT-END TO EmploymentContract-LasDays
           MOVE WS-NEW-STATUS TO EmploymentContract-Status

           EXEC SQL
               UPDATE REDWARRIOR.dbo.EmploymentContract
               SET LasDays = :EmploymentContract-LasDays,
               Status = :EmploymentContract-Status
               WHERE ContractId = :EmploymentContract-ContractId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "LASCHK01: SQL ERROR ON CONTRACT UPDATE, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       RAISE-CONTRACT-EVENT SECTION.
      *    ONE OPEN ALERT PER CONDITION AND CONTRACT - THE DETAIL
      *    NAMES THE CONTRACT, SO THE NIGHTLY RERUN DOES NOT STACK
      *    IT AND TWO EMPLOYEES IN ONE MONTH DO NOT MERGE.
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
               DISPLAY "LASCHK01: SQL ERROR ON EVENT CHECK, "
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
                       DISPLAY "LASCHK01: SQL ERROR ON EVENT "
                         "INSERT, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-EVENT-COUNT
                   END-IF
               END-IF
           END-IF.
