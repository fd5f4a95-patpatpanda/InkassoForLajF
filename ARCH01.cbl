      *    Taxes/Fees ONES) - NOTHING IS EVER SIMPLY DELETED, IT
      *    MOVES HERE FIRST AND ARCHR01 CAN BRING IT BACK.
           SELECT ARCHDEDFILE ASSIGN TO WS-ARCHDED-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARCHFILE-STATUS.

           SELECT ARCHTAXFILE ASSIGN TO WS-ARCHTAX-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARCHFILE-STATUS.

           SELECT ARCHFEEFILE ASSIGN TO WS-ARCHFEE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARCHFILE-STATUS.

      *    SCRATCH COPY USED ONLY WHEN A SWEEP RESUMES - EACH
      *    ARCHIVE FILE IS CUT BACK THROUGH IT TO THE LAST COMMITTED
      *    MONTH.
           SELECT ARCHWORKFILE ASSIGN TO WS-ARCHWORK-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHRPTFILE ASSIGN TO WS-ARCHRPT-PATH
       FD ARCHRPTFILE.
       01 FS-ARCHRPTFILE PIC X(100).

       FD ARCHWORKFILE.
       01 FS-ARCHWORKFILE PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "EmployeeDeductions.cpy".
       COPY "Taxes.cpy".
       COPY "Fees.cpy".
       COPY "PeriodStatus.cpy".
       COPY "RestartParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           NetSalary, Period, TaxRate, FeePercentage, CurrencyCode,
           DeptCode, CompanyCode
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE Period = :WS-SWEEP-PERIOD
           ORDER BY EmployeeId
           END-EXEC.

           EXEC SQL
           DECLARE ArchTaxCursor CURSOR FOR
           SELECT ID_EMPLOYEE, TaxesAmount, Period, CompanyCode
           FROM REDWARRIOR.dbo.Taxes
           WHERE Period = :WS-SWEEP-PERIOD
           ORDER BY ID_EMPLOYEE
           END-EXEC.

           EXEC SQL
           DECLARE ArchFeeCursor CURSOR FOR
           SELECT ID_EMPLOYEE, FeeAmount, Period, CompanyCode
           FROM REDWARRIOR.dbo.Fees
           WHERE Period = :WS-SWEEP-PERIOD
           ORDER BY ID_EMPLOYEE
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
       01 WS-ARCHTAX-PATH PIC X(100).
       01 WS-ARCHFEE-PATH PIC X(100).
       01 WS-ARCHRPT-PATH PIC X(80).
       01 WS-ARCHWORK-PATH PIC X(100).
       01 WS-ARCHFILE-STATUS PIC X(2) VALUE "00".

       01 WS-ARCHIVE-YEAR PIC 9(4).
       01 WS-CURRENT-YEAR PIC 9(4).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 ARCH-EOF VALUE 1.
       01 WS-TRIM-SWITCHES PIC 9 VALUE 0.
         88 TRIM-EOF VALUE 1.

      *    THE SWEEP GOES A MONTH AT A TIME: THE MONTH'S ROWS ARE
      *    WRITTEN AND THE ARCHIVE FILES CLOSED, THEN THE MONTH IS
      *    DELETED AND COMMITTED, THEN IT BECOMES THE RESTART POINT.
      *    A RESUMED SWEEP FIRST CUTS THE FILES BACK TO THE RESTART
      *    POINT (DROPPING ANY HALF-WRITTEN MONTH WHOSE ROWS ARE
      *    STILL LIVE) AND CARRIES ON WITH THE NEXT MONTH.
       01 WS-SWEEP-MONTH PIC 9(2) VALUE 0.
       01 WS-SWEEP-PERIOD PIC X(6).
       01 WS-RESUME-PERIOD PIC X(6) VALUE SPACES.
       01 WS-RESUME-MONTH PIC 9(2) VALUE 0.
       01 WS-RESUMING PIC X VALUE "N".
         88 SWEEP-RESUMING VALUE "Y".
       01 WS-ARCH-POINT.
         05 FILLER PIC X(7) VALUE "PERIOD ".
         05 WS-POINT-PERIOD PIC X(6).

      *    SET BY ANY CURSOR OR DELETE ERROR MID-SWEEP - WHILE IT IS
      *    ON, THE MONTH'S DELETES AND COMMIT ARE REFUSED, BECAUSE
      *    ROWS THAT NEVER REACHED THE ARCHIVE FILES MUST NOT LEAVE
      *    THE LIVE TABLES.
       01 WS-ARCH-ERROR PIC X VALUE "N".
         88 ARCHIVE-ERROR VALUE "Y".
       01 WS-SWEEP-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    THE SWEEP DELETES A WHOLE YEAR ACROSS EVERY COMPANY, SO IT
      *    HOLDS THE POSTING LOCK FOR THAT YEAR ("YYYY**") IN ALL OF
      *    THEM WHILE IT RUNS.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-COMPANY PIC X(2) VALUE "**".
       01 WS-PLK-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "ARCH01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-DED-MOVED PIC 9(9) VALUE 0.
       01 WS-TAX-MOVED PIC 9(9) VALUE 0.
       01 WS-FEE-MOVED PIC 9(9) VALUE 0.
               STOP RUN
           END-IF

           PERFORM CHECK-RESTART-POINT

      *    A YEAR WITH NOTHING LEFT IN THE LIVE TABLES IS ALREADY
      *    SWEPT - RERUNNING WOULD ONLY TRUNCATE THE EXISTING
      *    ARCHIVE FILES (THE ONLY COPY OF THE DATA) TO EMPTY, SO
      *    THE SWEEP IS REFUSED BEFORE ANY ARCHIVE FILE IS OPENED.
      *    A RESUMED SWEEP APPENDS INSTEAD, SO IT IS LET THROUGH.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SWEEP-COUNT
               FROM REDWARRIOR.dbo.EmployeeDeductions
                 AND Period <= :WS-TO-PERIOD
           END-EXEC

           IF WS-SWEEP-COUNT = 0 AND NOT SWEEP-RESUMING
               DISPLAY "ARCH01: no live posting rows for "
                 WS-ARCHIVE-YEAR
                 " - already swept (or nothing to archive);"
               STOP RUN
           END-IF

           MOVE WS-ARCHIVE-YEAR TO WS-PLK-PERIOD(1:4)
           MOVE "**" TO WS-PLK-PERIOD(5:2)
      *    A RESUMED SWEEP TAKES OVER THE LOCK ITS INTERRUPTED RUN
      *    LEFT BEHIND.
           IF SWEEP-RESUMING
               MOVE "T" TO WS-PLK-FUNCTION
           ELSE
               MOVE "A" TO WS-PLK-FUNCTION
           END-IF
           PERFORM CALL-POSTING-LOCK
           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "ARCH01: " WS-ARCHIVE-YEAR
                 " could not be locked - archive refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-ARCHIVE-PATHS

           MOVE "ARCH01 CLOSED-YEAR ARCHIVE" TO WS-RST-INVOKED-BY
           MOVE "**" TO WS-RST-COMPANY
           SET RST-START-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           IF SWEEP-RESUMING
               PERFORM TRIM-ARCHIVE-FILES
           ELSE
               OPEN OUTPUT ARCHDEDFILE
               OPEN OUTPUT ARCHTAXFILE
               OPEN OUTPUT ARCHFEEFILE
               CLOSE ARCHDEDFILE
               CLOSE ARCHTAXFILE
               CLOSE ARCHFEEFILE
           END-IF

           COMPUTE WS-SWEEP-MONTH = WS-RESUME-MONTH + 1
           PERFORM UNTIL WS-SWEEP-MONTH > 12 OR ARCHIVE-ERROR
               PERFORM ARCHIVE-ONE-MONTH
               ADD 1 TO WS-SWEEP-MONTH
           END-PERFORM

      *    THE MONTHS ALREADY COMMITTED STAY ARCHIVED; THE FAILED
      *    MONTH'S LIVE ROWS ARE UNTOUCHED AND THE RESTART POINT
      *    STAYS OPEN, SO A RERUN FOR THE SAME YEAR CARRIES ON.
           IF ARCHIVE-ERROR
               DISPLAY "ARCH01: SQL error during the sweep of "
                 WS-SWEEP-PERIOD " - its live rows were NOT "
                 "deleted. Fix the cause and rerun " WS-ARCHIVE-YEAR
                 " to carry on from there."
               EXEC SQL ROLLBACK END-EXEC
               MOVE WS-DED-MOVED TO WS-RST-DONE-COUNT
               MOVE "FAILED" TO WS-RST-OUTCOME
               SET RST-END-RUN TO TRUE
               CALL "RestartModule" USING WS-RST-PARMS
               MOVE "R" TO WS-PLK-FUNCTION
               PERFORM CALL-POSTING-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DED-MOVED TO WS-RST-DONE-COUNT
           MOVE "SUCCESS" TO WS-RST-OUTCOME
           SET RST-END-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           PERFORM WRITE-SWEEP-REPORT

           DISPLAY "ARCH01: year " WS-ARCHIVE-YEAR " archived - "
             WS-DED-MOVED " deduction, " WS-TAX-MOVED " tax and "
             WS-FEE-MOVED " fee row(s) moved."

           STOP RUN.

       CHECK-RESTART-POINT SECTION.
           MOVE "ARCH01" TO WS-RST-JOB
           MOVE SPACES TO WS-RST-JOB-PARMS
           STRING "YEAR " WS-ARCHIVE-YEAR
             DELIMITED BY SIZE INTO WS-RST-JOB-PARMS
           SET RST-READ-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           EVALUATE TRUE
               WHEN RST-RESUME
                   MOVE "Y" TO WS-RESUMING
                   IF WS-RST-POINT = SPACES
                       MOVE 0 TO WS-RESUME-MONTH
                       MOVE WS-FROM-PERIOD TO WS-RESUME-PERIOD
                       MOVE "00" TO WS-RESUME-PERIOD(5:2)
                   ELSE
                       MOVE WS-RST-POINT(8:6) TO WS-RESUME-PERIOD
                       MOVE WS-RESUME-PERIOD(5:2) TO WS-RESUME-MONTH
                   END-IF
                   DISPLAY "An unfinished sweep of " WS-ARCHIVE-YEAR
                     " committed through period " WS-RESUME-PERIOD
                     " on " WS-RST-FILE-DATE
                     " - it carries on from the next month."
               WHEN RST-OTHER-RUN-OPEN
                   DISPLAY "ARCH01: an unfinished sweep of "
                     WS-RST-FILE-PARMS " (last committed "
                     WS-RST-FILE-DATE ") must be completed first -"
                     " its archive files hold only part of that"
                     " year."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
           END-EVALUATE.

       ARCHIVE-ONE-MONTH SECTION.
           MOVE SPACES TO WS-SWEEP-PERIOD
           STRING WS-ARCHIVE-YEAR WS-SWEEP-MONTH DELIMITED BY SIZE
             INTO WS-SWEEP-PERIOD

           OPEN EXTEND ARCHDEDFILE
           OPEN EXTEND ARCHTAXFILE
           OPEN EXTEND ARCHFEEFILE

           PERFORM ARCHIVE-DEDUCTIONS
           PERFORM ARCHIVE-TAXES
           CLOSE ARCHTAXFILE
           CLOSE ARCHFEEFILE

      *    ONLY AFTER EVERY ROW OF THE MONTH IS SAFELY ON DISK DO ITS
      *    LIVE ROWS GO - ALL THREE TABLES IN ONE UNIT OF WORK.
           IF NOT ARCHIVE-ERROR
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.EmployeeDeductions
                   WHERE Period = :WS-SWEEP-PERIOD
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "Y" TO WS-ARCH-ERROR
               END-IF
           END-IF

           IF NOT ARCHIVE-ERROR
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.Taxes
                   WHERE Period = :WS-SWEEP-PERIOD
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "Y" TO WS-ARCH-ERROR
               END-IF
           END-IF

           IF NOT ARCHIVE-ERROR
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.Fees
                   WHERE Period = :WS-SWEEP-PERIOD
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "Y" TO WS-ARCH-ERROR
               END-IF
           END-IF

           IF NOT ARCHIVE-ERROR
               EXEC SQL COMMIT END-EXEC

               MOVE WS-SWEEP-PERIOD TO WS-POINT-PERIOD
               MOVE WS-ARCH-POINT TO WS-RST-POINT
               MOVE WS-DED-MOVED TO WS-RST-DONE-COUNT
               SET RST-WRITE-POINT TO TRUE
               CALL "RestartModule" USING WS-RST-PARMS
           END-IF.

       TRIM-ARCHIVE-FILES SECTION.
      *    THE RECORDS KEPT ARE EXACTLY THE COMMITTED MONTHS' ROWS,
      *    SO COUNTING THEM GIVES THE RUN'S TOTALS SO FAR. A FILE
      *    THAT HAS GONE MISSING SINCE THE INTERRUPTED RUN MEANS
      *    ARCHIVED ROWS EXIST NOWHERE - THE SWEEP STOPS COLD.
           MOVE 0 TO WS-DED-MOVED
           MOVE 0 TO WS-TAX-MOVED
           MOVE 0 TO WS-FEE-MOVED

           PERFORM TRIM-DEDUCTION-FILE
           PERFORM TRIM-TAX-FILE
           PERFORM TRIM-FEE-FILE.

       TRIM-DEDUCTION-FILE SECTION.
           OPEN INPUT ARCHDEDFILE
           IF WS-ARCHFILE-STATUS NOT = "00"
               PERFORM ARCHIVE-FILE-MISSING
           END-IF
           OPEN OUTPUT ARCHWORKFILE
           MOVE 0 TO WS-TRIM-SWITCHES
           PERFORM UNTIL TRIM-EOF
               READ ARCHDEDFILE
                   AT END
                       SET TRIM-EOF TO TRUE
                   NOT AT END
                       IF ARCH-DED-PERIOD <= WS-RESUME-PERIOD
                           MOVE ARCH-DED-RECORD TO FS-ARCHWORKFILE
                           WRITE FS-ARCHWORKFILE
                           ADD 1 TO WS-DED-MOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHDEDFILE
           CLOSE ARCHWORKFILE

           OPEN INPUT ARCHWORKFILE
           OPEN OUTPUT ARCHDEDFILE
           MOVE 0 TO WS-TRIM-SWITCHES
           PERFORM UNTIL TRIM-EOF
               READ ARCHWORKFILE
                   AT END
                       SET TRIM-EOF TO TRUE
                   NOT AT END
                       MOVE FS-ARCHWORKFILE TO ARCH-DED-RECORD
                       WRITE ARCH-DED-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHWORKFILE
           CLOSE ARCHDEDFILE.

       TRIM-TAX-FILE SECTION.
           OPEN INPUT ARCHTAXFILE
           IF WS-ARCHFILE-STATUS NOT = "00"
               PERFORM ARCHIVE-FILE-MISSING
           END-IF
           OPEN OUTPUT ARCHWORKFILE
           MOVE 0 TO WS-TRIM-SWITCHES
           PERFORM UNTIL TRIM-EOF
               READ ARCHTAXFILE
                   AT END
                       SET TRIM-EOF TO TRUE
                   NOT AT END
                       IF ARCH-TAX-PERIOD <= WS-RESUME-PERIOD
                           MOVE ARCH-TAX-RECORD TO FS-ARCHWORKFILE
                           WRITE FS-ARCHWORKFILE
                           ADD 1 TO WS-TAX-MOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHTAXFILE
           CLOSE ARCHWORKFILE

           OPEN INPUT ARCHWORKFILE
           OPEN OUTPUT ARCHTAXFILE
           MOVE 0 TO WS-TRIM-SWITCHES
           PERFORM UNTIL TRIM-EOF
               READ ARCHWORKFILE
                   AT END
                       SET TRIM-EOF TO TRUE
                   NOT AT END
                       MOVE FS-ARCHWORKFILE TO ARCH-TAX-RECORD
                       WRITE ARCH-TAX-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHWORKFILE
           CLOSE ARCHTAXFILE.

       TRIM-FEE-FILE SECTION.
           OPEN INPUT ARCHFEEFILE
           IF WS-ARCHFILE-STATUS NOT = "00"
               PERFORM ARCHIVE-FILE-MISSING
           END-IF
           OPEN OUTPUT ARCHWORKFILE
           MOVE 0 TO WS-TRIM-SWITCHES
           PERFORM UNTIL TRIM-EOF
               READ ARCHFEEFILE
                   AT END
                       SET TRIM-EOF TO TRUE
                   NOT AT END
                       IF ARCH-FEE-PERIOD <= WS-RESUME-PERIOD
                           MOVE ARCH-FEE-RECORD TO FS-ARCHWORKFILE
                           WRITE FS-ARCHWORKFILE
                           ADD 1 TO WS-FEE-MOVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHFEEFILE
           CLOSE ARCHWORKFILE

           OPEN INPUT ARCHWORKFILE
           OPEN OUTPUT ARCHFEEFILE
           MOVE 0 TO WS-TRIM-SWITCHES
           PERFORM UNTIL TRIM-EOF
               READ ARCHWORKFILE
                   AT END
                       SET TRIM-EOF TO TRUE
                   NOT AT END
                       MOVE FS-ARCHWORKFILE TO ARCH-FEE-RECORD
                       WRITE ARCH-FEE-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHWORKFILE
           CLOSE ARCHFEEFILE.

       ARCHIVE-FILE-MISSING SECTION.
           DISPLAY "ARCH01: an archive file of the interrupted "
             WS-ARCHIVE-YEAR " sweep cannot be opened, status "
             WS-ARCHFILE-STATUS " - the months it already moved "
             "exist nowhere else. Sweep stopped; restore the file"
             " before rerunning."
           MOVE "FAILED" TO WS-RST-OUTCOME
           SET RST-END-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-PLK-COMPANY
                                       WS-PLK-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       RESOLVE-ARCHIVE-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             WS-ARCHIVE-YEAR ".dat" DELIMITED BY SIZE
             INTO WS-ARCHFEE-PATH

           MOVE SPACES TO WS-ARCHWORK-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\archwork_" DELIMITED BY SIZE
             WS-ARCHIVE-YEAR ".tmp" DELIMITED BY SIZE
             INTO WS-ARCHWORK-PATH

           MOVE SPACES TO WS-ARCHRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\archreport.txt" DELIMITED BY SIZE
           OPEN EXTEND ARCHRPTFILE

           MOVE SPACES TO FS-ARCHRPTFILE
           IF SWEEP-RESUMING
               STRING "SWEEP " WS-TODAY
                 " year " WS-ARCHIVE-YEAR
                 " deductions " WS-DED-MOVED
                 " taxes " WS-TAX-MOVED
                 " fees " WS-FEE-MOVED
                 " (resumed after " WS-RESUME-PERIOD ")"
                 DELIMITED BY SIZE INTO FS-ARCHRPTFILE
           ELSE
               STRING "SWEEP " WS-TODAY
                 " year " WS-ARCHIVE-YEAR
                 " deductions " WS-DED-MOVED
                 " taxes " WS-TAX-MOVED
                 " fees " WS-FEE-MOVED
                 DELIMITED BY SIZE INTO FS-ARCHRPTFILE
           END-IF
           WRITE FS-ARCHRPTFILE

           CLOSE ARCHRPTFILE.
