       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVCHK01.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "SocialCoverage.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "Events.cpy".
       COPY "RunAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY COVERAGE CERTIFICATE ENDING WITHIN THE WARNING
      *    WINDOW, ALL COMPANIES, FOR SOMEBODY STILL EMPLOYED WHEN IT
      *    ENDS AND WITH NO RENEWAL ON FILE YET. PAST ValidTo
      *    EmpTaxModule CHARGES THE FULL RATE AGAIN - RIGHT IF THE
      *    POSTING REALLY ENDED, WRONG IF HR SIMPLY HAS NOT
      *    REGISTERED THE NEW CERTIFICATE. RUNS NIGHTLY AHEAD OF
      *    ALERTN01, WHICH SENDS WHAT IT RAISES.
           EXEC SQL
           DECLARE ExpiringCoverageCursor CURSOR FOR
           SELECT C.CoverageId, C.EmployeeId, E.COMPANY_CODE,
           C.CoverageType, C.CountryCode, C.CertificateRef,
           C.ValidTo
           FROM REDWARRIOR.dbo.SocialCoverage C,
           REDWARRIOR.dbo.Employees E
           WHERE E.ID_EMPLOYEE = C.EmployeeId
             AND C.ValidTo <> 0
             AND C.ValidTo >= :WS-RUN-DATE
             AND C.ValidTo <= :WS-WARN-DATE
             AND (E.TERM_DATE = 0 OR E.TERM_DATE > C.ValidTo)
             AND NOT EXISTS
               (SELECT 1 FROM REDWARRIOR.dbo.SocialCoverage N
                WHERE N.EmployeeId = C.EmployeeId
                  AND N.ValidFrom > C.ValidTo)
           ORDER BY E.COMPANY_CODE, C.EmployeeId
           END-EXEC.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-TEXT PIC X(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.

      *    A NEW A1 TAKES WEEKS FROM THE AUTHORITY - A CERTIFICATE
      *    ENDING THIS CLOSE IS WARNED ABOUT.
       01 WS-WARN-DAYS PIC S9(4) COMP-5 VALUE 60.
       01 WS-WARN-DATE PIC 9(8).

       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-EMP-ID-DISP PIC 9(9).
       01 WS-END-DISP PIC 9(8).

       01 WS-SW1 PIC 9 VALUE 0.
         88 COVERAGE-EOF VALUE 1.

      *    RUN TOTALS.
       01 WS-CERT-COUNT PIC 9(5) VALUE 0.
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
               OPEN ExpiringCoverageCursor
           END-EXEC

           PERFORM UNTIL COVERAGE-EOF
               EXEC SQL
                   FETCH ExpiringCoverageCursor INTO
                       :SocialCoverage-CoverageId,
                       :SocialCoverage-EmployeeId,
                       :Employees-COMPANY-CODE,
                       :SocialCoverage-CoverageType,
                       :SocialCoverage-CountryCode,
                       :SocialCoverage-CertificateRef,
                       :SocialCoverage-ValidTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET COVERAGE-EOF TO TRUE
                   WHEN 0
                       PERFORM WARN-ONE-CERTIFICATE
                   WHEN OTHER
                       DISPLAY "COVCHK01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET COVERAGE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ExpiringCoverageCursor
           END-EXEC

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "COVCHK01: " WS-ERROR-COUNT
                 " database error(s) - the check was rolled back."
               MOVE "FAILED" TO RunAudit-Outcome
               PERFORM WRITE-RUN-AUDIT-END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "SUCCESS" TO RunAudit-Outcome
           PERFORM WRITE-RUN-AUDIT-END

           EXEC SQL COMMIT END-EXEC

           DISPLAY "COVCHK01: " WS-CERT-COUNT " certificate(s) "
             "ending by " WS-WARN-DATE " without a renewal, "
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
                   DISPLAY "COVCHK01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-RUN-AUDIT-START SECTION.
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "COVCHK01 A1 EXPIRY CHECK" TO RunAudit-InvokedBy
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
               DISPLAY "COVCHK01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-CERT-COUNT TO RunAudit-EmployeeCount

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "COVCHK01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       WARN-ONE-CERTIFICATE SECTION.
           ADD 1 TO WS-CERT-COUNT
           MOVE SocialCoverage-EmployeeId TO WS-EMP-ID-DISP
           MOVE SocialCoverage-ValidTo TO WS-END-DISP

           MOVE "A1 EXPIRING" TO Events-EventType
           MOVE WS-END-DISP(1:6) TO Events-Period
           MOVE Employees-COMPANY-CODE TO Events-CompanyCode
           MOVE SPACES TO Events-Detail
           STRING "Employee " WS-EMP-ID-DISP " "
             SocialCoverage-CountryCode " "
             SocialCoverage-CertificateRef DELIMITED BY "  "
             " ends " WS-END-DISP DELIMITED BY SIZE
             INTO Events-Detail

           DISPLAY "COVCHK01: employee " WS-EMP-ID-DISP " "
             SocialCoverage-CoverageType " certificate "
             SocialCoverage-CertificateRef " ("
             SocialCoverage-CountryCode ") ends " WS-END-DISP

           PERFORM RAISE-COVERAGE-EVENT.

       RAISE-COVERAGE-EVENT SECTION.
      *    ONE OPEN ALERT PER CERTIFICATE - THE DETAIL NAMES IT, SO
      *    THE NIGHTLY RERUN DOES NOT STACK IT.
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
               DISPLAY "COVCHK01: SQL ERROR ON EVENT CHECK, "
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
                       DISPLAY "COVCHK01: SQL ERROR ON EVENT "
                         "INSERT, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-EVENT-COUNT
                   END-IF
               END-IF
           END-IF.
