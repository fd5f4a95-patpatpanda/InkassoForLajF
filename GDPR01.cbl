       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "RestartParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    TERMINATED LONGER AGO THAN THE RETENTION PERIOD AND NOT
      *    ALREADY ANONYMIZED. STATUS "T" (OR "D" - A DEATH ENDS THE
      *    EMPLOYMENT ON THE DATE OF DEATH) ALONE IS NOT ENOUGH - THE
      *    TERMINATION DATE DRIVES THE CLOCK.
           EXEC SQL
           DECLARE GdprCursor CURSOR FOR
           SELECT ID_EMPLOYEE, FIRST_NAME, LAST_NAME, TERM_DATE
           FROM REDWARRIOR.dbo.Employees
           WHERE STATUS IN ('T', 'D')
             AND TERM_DATE > 0
             AND TERM_DATE < :WS-CUTOFF-DATE
             AND FIRST_NAME <> 'ANONYMIZED'

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 GDPR-EOF VALUE 1.
       01 WS-GDPR-ERROR PIC X VALUE "N".
         88 GDPR-FAILED VALUE "Y".

      *    THE SWEEP COMMITS EVERY WS-COMMIT-BATCH-SIZE EMPLOYEES AND
      *    RECORDS THE LAST ONE COMMITTED, WITH THE CUTOFF IT RAN
      *    AGAINST, AS ITS RESTART POINT. THE CURSOR NEEDS NO KEY
      *    PREDICATE TO RESUME - AN ANONYMIZED EMPLOYEE NO LONGER
      *    QUALIFIES - BUT A RESUMED SWEEP KEEPS THE INTERRUPTED
      *    RUN'S CUTOFF, SO RESTARTING ON ANOTHER DAY DOES NOT WIDEN
      *    IT.
       01 WS-BATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-COMMIT-BATCH-SIZE PIC 9(4) VALUE 100.
       01 WS-RESUMING PIC X VALUE "N".
         88 GDPR-RESUMING VALUE "Y".
       01 WS-GDPR-POINT.
         05 FILLER PIC X(4) VALUE "EMP ".
         05 WS-POINT-ID PIC 9(9).
         05 FILLER PIC X(8) VALUE " CUTOFF ".
         05 WS-POINT-CUTOFF PIC 9(8).

      *    ANONYMIZATION REWRITES EMPLOYEE MASTERS IN EVERY COMPANY,
      *    SO THE SWEEP HOLDS THE POSTING LOCK OVER EVERYTHING
      *    ("**" / "******") WHILE IT RUNS.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-COMPANY PIC X(2) VALUE "**".
       01 WS-PLK-PERIOD PIC X(6) VALUE "******".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "GDPR01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-ANON-COUNT PIC 9(5) VALUE 0.
       01 WS-LOG-ID PIC 9(9).
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4)

           PERFORM CHECK-RESTART-POINT

           DISPLAY "Retention: " WS-RETENTION-YEARS
             " year(s) - anonymizing terminations before "
             WS-CUTOFF-DATE
           END-IF

           PERFORM CONNECT-TO-DATABASE

      *    A RESUMED SWEEP TAKES OVER THE LOCK ITS INTERRUPTED RUN
      *    LEFT BEHIND.
           IF RST-RESUME
               MOVE "T" TO WS-PLK-FUNCTION
           ELSE
               MOVE "A" TO WS-PLK-FUNCTION
           END-IF
           PERFORM CALL-POSTING-LOCK
           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "GDPR01: a posting job is running - "
                 "anonymization refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-LOG-PATH

           OPEN EXTEND ANONLOGFILE

           MOVE "GDPR01 ANONYMIZATION SWEEP" TO WS-RST-INVOKED-BY
           MOVE "**" TO WS-RST-COMPANY
           SET RST-START-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           IF GDPR-RESUMING
               MOVE SPACES TO FS-ANONLOGFILE
               STRING "RESUMED " WS-TODAY " after employee "
                 WS-POINT-ID ", cutoff " WS-CUTOFF-DATE
                 DELIMITED BY SIZE INTO FS-ANONLOGFILE
               WRITE FS-ANONLOGFILE
           END-IF

           EXEC SQL
               OPEN GdprCursor
           END-EXEC
                       SET GDPR-EOF TO TRUE
                   WHEN 0
                       PERFORM ANONYMIZE-ONE-EMPLOYEE
                       ADD 1 TO WS-BATCH-COUNT
                       IF WS-BATCH-COUNT >= WS-COMMIT-BATCH-SIZE
                           PERFORM COMMIT-AND-WRITE-POINT
                       END-IF
                   WHEN OTHER
                       DISPLAY "GDPR01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       MOVE "Y" TO WS-GDPR-ERROR
                       SET GDPR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
               CLOSE GdprCursor
           END-EXEC

           IF WS-BATCH-COUNT > 0
               PERFORM COMMIT-AND-WRITE-POINT
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF

      *    A FETCH ERROR LEAVES THE RESTART POINT OPEN - THE NEXT
      *    SWEEP CARRIES ON AGAINST THE SAME CUTOFF.
           MOVE WS-ANON-COUNT TO WS-RST-DONE-COUNT
           IF GDPR-FAILED
               MOVE "FAILED" TO WS-RST-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "SUCCESS" TO WS-RST-OUTCOME
           END-IF
           SET RST-END-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           MOVE SPACES TO FS-ANONLOGFILE
           STRING "SWEEP " WS-TODAY " anonymized " WS-ANON-COUNT

           STOP RUN.

       CHECK-RESTART-POINT SECTION.
      *    THE SAME JOB IS THE SAME RETENTION - THE CUTOFF ITSELF
      *    MOVES WITH THE CALENDAR AND IS CARRIED IN THE POINT.
           MOVE "GDPR01" TO WS-RST-JOB
           MOVE SPACES TO WS-RST-JOB-PARMS
           STRING "RETENTION " WS-RETENTION-YEARS " YEARS"
             DELIMITED BY SIZE INTO WS-RST-JOB-PARMS
           SET RST-READ-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           EVALUATE TRUE
               WHEN RST-RESUME AND WS-RST-POINT NOT = SPACES
                   MOVE "Y" TO WS-RESUMING
                   MOVE WS-RST-POINT TO WS-GDPR-POINT
                   MOVE WS-POINT-CUTOFF TO WS-CUTOFF-DATE
                   MOVE WS-RST-DONE-COUNT TO WS-ANON-COUNT
                   DISPLAY "An unfinished sweep committed up to "
                     "employee " WS-POINT-ID " on " WS-RST-FILE-DATE
                     " - it carries on against its cutoff of "
                     WS-CUTOFF-DATE "."
               WHEN RST-RESUME
                   MOVE 0 TO WS-RST-DONE-COUNT
               WHEN RST-OTHER-RUN-OPEN
      *            NOTHING IS LOST BY STARTING OVER - EVERY EMPLOYEE
      *            THE OLD SWEEP ANONYMIZED IS ALREADY OUT OF THE
      *            CURSOR.
                   DISPLAY "An unfinished sweep under "
                     WS-RST-FILE-PARMS " (last committed "
                     WS-RST-FILE-DATE ") is on file - this sweep "
                     "replaces it."
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
           END-EVALUATE.

       COMMIT-AND-WRITE-POINT SECTION.
           EXEC SQL COMMIT END-EXEC

           MOVE Employees-ID-EMPLOYEE TO WS-POINT-ID
           MOVE WS-CUTOFF-DATE TO WS-POINT-CUTOFF
           MOVE WS-GDPR-POINT TO WS-RST-POINT
           MOVE WS-ANON-COUNT TO WS-RST-DONE-COUNT
           SET RST-WRITE-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE 0 TO WS-BATCH-COUNT.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-PLK-COMPANY
                                       WS-PLK-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       READ-RETENTION-CONTROL SECTION.
           OPEN INPUT GDPRCTLFILE
           IF WS-GDPRCTL-STATUS = "00"
                     "DELETE, CODE = " SQLCODE
               END-IF

      *        SO DOES THE POPULATION REGISTER CHANGE LOG - ITS
      *        ADDRESSES AND PERSONNUMMER SERVE NO PAYROLL PURPOSE
      *        ONCE THE RETENTION PERIOD HAS RUN.
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.PopRegChange
                   WHERE EmployeeId = :Employees-ID-EMPLOYEE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "GDPR01: SQL ERROR ON POPULATION REGISTER "
                     "LOG DELETE, CODE = " SQLCODE
               END-IF

      *        AND THE SICK-LEAVE CASES - HEALTH DATA, KEPT NO
      *        LONGER THAN THE REST.
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.RehabCase
                   WHERE EmployeeId = :Employees-ID-EMPLOYEE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "GDPR01: SQL ERROR ON REHABILITATION "
                     "CASE DELETE, CODE = " SQLCODE
               END-IF

               ADD 1 TO WS-ANON-COUNT
               MOVE Employees-ID-EMPLOYEE TO WS-LOG-ID
               MOVE Employees-TERM-DATE TO WS-TERM-DISP
