       COPY "SalaryRevision.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "SalaryHistory.cpy".
       COPY "SalaryChangeNotice.cpy".
       COPY "Operators.cpy".
       COPY "MinWageParms.cpy".
       COPY "RestartParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           EXEC SQL
           DECLARE ApplyCursor CURSOR FOR
           SELECT RevisionId, EmployeeId, OldSalary, NewSalary,
           EffectiveFrom, COALESCE(ReasonCode, 'REV ')
           FROM REDWARRIOR.dbo.SalaryRevision
           WHERE BatchRef = :SalaryRevision-BatchRef
             AND Status = 'APPROVED'
       01 WS-PROPRPT-PATH PIC X(80).

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).

         88 SELECT-EOF VALUE 1.
       01 WS-APPLY-SWITCHES PIC 9 VALUE 0.
         88 APPLY-EOF VALUE 1.
       01 WS-APPLY-ERROR PIC X VALUE "N".
         88 APPLY-FAILED VALUE "Y".

      *    THE APPLY COMMITS EVERY WS-COMMIT-BATCH-SIZE REVISIONS AND
      *    RECORDS THE LAST EMPLOYEE COMMITTED AS ITS RESTART POINT.
      *    THE CURSOR NEEDS NO KEY PREDICATE TO RESUME - A REVISION
      *    LEAVES IT THE MOMENT ITS STATUS TURNS APPLIED, IN THE SAME
      *    UNIT OF WORK AS THE SALARY CHANGE.
       01 WS-BATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-COMMIT-BATCH-SIZE PIC 9(4) VALUE 100.
       01 WS-APPLY-POINT.
         05 FILLER PIC X(9) VALUE "EMPLOYEE ".
         05 WS-POINT-ID PIC 9(9).

      *    APPLYING A BATCH REWRITES MASTER SALARIES AND SEGMENTS A
      *    RUNNING MAIN01 MAY BE READING, IN ANY COMPANY - THE APPLY
      *    STEP HOLDS THE POSTING LOCK OVER EVERYTHING ("**" /
      *    "******") FOR THE FEW SECONDS IT TAKES.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-COMPANY PIC X(2) VALUE "**".
       01 WS-PLK-PERIOD PIC X(6) VALUE "******".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "SALREV01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-PROPOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-BELOW-MIN-COUNT PIC 9(5) VALUE 0.
       01 WS-ROWS-HIT PIC S9(09) COMP-5 VALUE 0.
       01 WS-PROPOSER PIC X(8) VALUE SPACES.

           DISPLAY "Effective from (YYYYMMDD): "
           ACCEPT SalaryRevision-EffectiveFrom

      *    THE REASON GOES ON EVERY EMPLOYEE'S CONFIRMATION LETTER.
           DISPLAY "Reason code (blank = REV, general revision): "
           MOVE SPACES TO SalaryRevision-ReasonCode
           ACCEPT SalaryRevision-ReasonCode
           IF SalaryRevision-ReasonCode = SPACES
               MOVE "REV " TO SalaryRevision-ReasonCode
           END-IF

           EVALUATE TRUE
               WHEN WS-RAISE-METHOD NOT = "P" AND
                    WS-RAISE-METHOD NOT = "F"
           STRING "SALARY REVISION PROPOSAL - BATCH "
             SalaryRevision-BatchRef
             " EFFECTIVE " SalaryRevision-EffectiveFrom
             " REASON " SalaryRevision-ReasonCode
             " PROPOSED BY " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FS-PROPRPTFILE
           WRITE FS-PROPRPTFILE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.SalaryRevision
                   (BatchRef, EmployeeId, OldSalary, NewSalary,
                   EffectiveFrom, Status, ProposedBy, ReasonCode)
                   VALUES (:SalaryRevision-BatchRef,
                   :SalaryRevision-EmployeeId,
                   :SalaryRevision-OldSalary,
                   :SalaryRevision-NewSalary,
                   :SalaryRevision-EffectiveFrom, 'PROPOSED',
                   :SalaryRevision-ProposedBy,
                   :SalaryRevision-ReasonCode)
               END-EXEC

               IF SQLCODE NOT = 0
           DISPLAY "Batch reference to apply: "
           ACCEPT SalaryRevision-BatchRef

           MOVE "SALREV01" TO WS-RST-JOB
           MOVE SPACES TO WS-RST-JOB-PARMS
           STRING "BATCH " SalaryRevision-BatchRef
             DELIMITED BY SIZE INTO WS-RST-JOB-PARMS
           SET RST-READ-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE "Y" TO WS-CONFIRM

           EVALUATE TRUE
               WHEN RST-RESUME
                   DISPLAY "An unfinished apply of this batch "
                     "committed up to " WS-RST-POINT " on "
                     WS-RST-FILE-DATE " - it carries on from there."
               WHEN RST-OTHER-RUN-OPEN
                   DISPLAY "An unfinished apply of "
                     WS-RST-FILE-PARMS
                   DISPLAY "(last committed " WS-RST-FILE-DATE
                     ") is on file. Discard its restart point and"
                     " apply this batch? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "y"
                       MOVE "Y" TO WS-CONFIRM
                   END-IF
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
           END-EVALUATE

           IF WS-CONFIRM = "Y"
               PERFORM LOCK-AND-APPLY-BATCH
           ELSE
               DISPLAY "Apply cancelled - apply the unfinished "
                 "batch again to complete it."
           END-IF.

       LOCK-AND-APPLY-BATCH SECTION.
      *    A RESUMED APPLY TAKES OVER THE LOCK ITS INTERRUPTED RUN
      *    LEFT BEHIND.
           IF RST-RESUME
               MOVE "T" TO WS-PLK-FUNCTION
           ELSE
               MOVE "A" TO WS-PLK-FUNCTION
           END-IF
           PERFORM CALL-POSTING-LOCK

           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "A posting job is running - batch not "
                 "applied. Try again when it has finished."
           ELSE
               PERFORM APPLY-LOCKED-BATCH
               MOVE "R" TO WS-PLK-FUNCTION
               PERFORM CALL-POSTING-LOCK
           END-IF.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-PLK-COMPANY
                                       WS-PLK-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       APPLY-LOCKED-BATCH SECTION.
           MOVE WS-RST-DONE-COUNT TO WS-APPLIED-COUNT
           MOVE 0 TO WS-BELOW-MIN-COUNT
           MOVE 0 TO WS-APPLY-SWITCHES
           MOVE 0 TO WS-BATCH-COUNT
           MOVE "N" TO WS-APPLY-ERROR

           MOVE "SALREV01 SALARY REVISION APPLY"
             TO WS-RST-INVOKED-BY
           MOVE "**" TO WS-RST-COMPANY
           SET RST-START-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           EXEC SQL
               OPEN ApplyCursor
                       :SalaryRevision-EmployeeId,
                       :SalaryRevision-OldSalary,
                       :SalaryRevision-NewSalary,
                       :SalaryRevision-EffectiveFrom,
                       :SalaryRevision-ReasonCode
               END-EXEC

               EVALUATE SQLCODE
                       SET APPLY-EOF TO TRUE
                   WHEN 0
                       PERFORM APPLY-ONE-REVISION
                       ADD 1 TO WS-BATCH-COUNT
                       IF WS-BATCH-COUNT >= WS-COMMIT-BATCH-SIZE
                           PERFORM COMMIT-AND-WRITE-POINT
                       END-IF
                   WHEN OTHER
                       DISPLAY "SALREV01: SQL ERROR ON APPLY "
                         "FETCH, CODE = " SQLCODE
                       MOVE "Y" TO WS-APPLY-ERROR
                       SET APPLY-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
               CLOSE ApplyCursor
           END-EXEC

           IF WS-BATCH-COUNT > 0
               PERFORM COMMIT-AND-WRITE-POINT
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF

      *    A FETCH ERROR LEAVES THE RESTART POINT OPEN - APPLYING
      *    THE SAME BATCH AGAIN PICKS UP THE REVISIONS STILL
      *    APPROVED.
           MOVE WS-APPLIED-COUNT TO WS-RST-DONE-COUNT
           IF APPLY-FAILED
               MOVE "FAILED" TO WS-RST-OUTCOME
           ELSE
               MOVE "SUCCESS" TO WS-RST-OUTCOME
           END-IF
           SET RST-END-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           DISPLAY WS-APPLIED-COUNT " revision(s) applied."

           IF WS-BELOW-MIN-COUNT > 0
               DISPLAY "WARNING: " WS-BELOW-MIN-COUNT
                 " employee(s) still under the agreement minimum "
                 "- payroll readiness will block the run."
           END-IF

           IF WS-APPLIED-COUNT = 0
               DISPLAY "Nothing applied - is the batch approved?"
           END-IF.

       COMMIT-AND-WRITE-POINT SECTION.
           EXEC SQL COMMIT END-EXEC

           MOVE SalaryRevision-EmployeeId TO WS-POINT-ID
           MOVE WS-APPLY-POINT TO WS-RST-POINT
           MOVE WS-APPLIED-COUNT TO WS-RST-DONE-COUNT
           SET RST-WRITE-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE 0 TO WS-BATCH-COUNT.

       APPLY-ONE-REVISION SECTION.
      *    SAME EFFECTIVE-DATING ROLL AS EMPMAINT: CLOSE THE OPEN
      *    SEGMENT THE DAY BEFORE THE EFFECTIVE DATE, OPEN THE
           MOVE SalaryRevision-EffectiveFrom
             TO SalaryHistory-EffectiveFrom
           MOVE 0 TO SalaryHistory-EffectiveTo
      *    THE ENTRY DATE IS WHAT LETS BACKPAY01 TELL A BACKDATED
      *    SEGMENT FROM ONE THAT WAS ON FILE BEFORE THE RUN.
           MOVE WS-TODAY TO SalaryHistory-RecordedDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.SalaryHistory
               (EmployeeId, Salary, EffectiveFrom, EffectiveTo,
               RecordedDate)
               VALUES (:SalaryHistory-EmployeeId,
               :SalaryHistory-Salary,
               :SalaryHistory-EffectiveFrom,
               :SalaryHistory-EffectiveTo,
               :SalaryHistory-RecordedDate)
           END-EXEC

           IF SQLCODE NOT = 0
                 "CODE = " SQLCODE
           END-IF

           PERFORM RECORD-CHANGE-NOTICE

           ADD 1 TO WS-APPLIED-COUNT

           PERFORM CHECK-MINIMUM-WAGE.

       RECORD-CHANGE-NOTICE SECTION.
      *    THE EMPLOYEE IS TOLD OF THE RAISE IN WRITING BY THE NEXT
      *    LETTER RUN (SALLTR01) - THE NOTICE IS WRITTEN IN THE SAME
      *    UNIT OF WORK AS THE SALARY, SO A RESTARTED APPLY NEITHER
      *    LOSES NOR DOUBLES IT.
           MOVE SalaryRevision-EmployeeId
             TO SalaryChangeNotice-EmployeeId
           MOVE "SAL " TO SalaryChangeNotice-ChangeType
           MOVE SalaryRevision-OldSalary TO SalaryChangeNotice-OldValue
           MOVE SalaryRevision-NewSalary TO SalaryChangeNotice-NewValue
           MOVE SalaryRevision-EffectiveFrom
             TO SalaryChangeNotice-EffectiveFrom
           MOVE SalaryRevision-ReasonCode
             TO SalaryChangeNotice-ReasonCode
           MOVE "SALREV01" TO SalaryChangeNotice-SourceProgram
           MOVE SalaryRevision-BatchRef TO SalaryChangeNotice-SourceRef
           MOVE WS-OPERATOR-ID TO SalaryChangeNotice-RecordedBy
           MOVE WS-TODAY TO SalaryChangeNotice-RecordedDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.SalaryChangeNotice
               (EmployeeId, ChangeType, OldValue, NewValue,
               EffectiveFrom, ReasonCode, SourceProgram, SourceRef,
               RecordedBy, RecordedDate)
               VALUES (:SalaryChangeNotice-EmployeeId,
               :SalaryChangeNotice-ChangeType,
               :SalaryChangeNotice-OldValue,
               :SalaryChangeNotice-NewValue,
               :SalaryChangeNotice-EffectiveFrom,
               :SalaryChangeNotice-ReasonCode,
               :SalaryChangeNotice-SourceProgram,
               :SalaryChangeNotice-SourceRef,
               :SalaryChangeNotice-RecordedBy,
               :SalaryChangeNotice-RecordedDate)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SALREV01: SQL ERROR ON CHANGE NOTICE "
                 "INSERT, CODE = " SQLCODE
           END-IF.

       CHECK-MINIMUM-WAGE SECTION.
      *    A REVISION IS APPLIED AS APPROVED, BUT ONE THAT LEAVES THE
      *    EMPLOYEE UNDER THE AGREEMENT MINIMUM FROM ITS EFFECTIVE
      *    DATE (A NEW AGREEMENT YEAR OUTPACING THE RAISE) IS SHOWN.
           MOVE SalaryRevision-EmployeeId TO WS-MWG-EMPLOYEE-ID
           MOVE SalaryRevision-EffectiveFrom TO WS-MWG-AS-OF

           CALL "MinWageModule" USING WS-MWG-PARMS

           IF MWG-BELOW-MINIMUM
               ADD 1 TO WS-BELOW-MIN-COUNT
               MOVE SalaryRevision-EmployeeId TO WS-ID-DISP
               DISPLAY "WARNING: employee " WS-ID-DISP " - "
                 WS-MWG-MESSAGE
           END-IF.
