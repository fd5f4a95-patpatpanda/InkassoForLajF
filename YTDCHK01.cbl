
       COPY "EmployeeDeductions.cpy".
       COPY "YtdAccumulator.cpy".
       COPY "RestartParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE Period >= :WS-FROM-PERIOD
             AND Period <= :WS-TO-PERIOD
             AND EmployeeId > :WS-RESUME-ID
           GROUP BY EmployeeId
           ORDER BY EmployeeId
           END-EXEC.
           SELECT Y.EmployeeId, Y.TaxYTD, Y.FeeYTD
           FROM REDWARRIOR.dbo.YtdAccumulator Y
           WHERE Y.YtdYear = :WS-CHECK-YEAR
             AND Y.EmployeeId > :WS-ORPHAN-RESUME-ID
             AND NOT EXISTS
             (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
              WHERE D.EmployeeId = Y.EmployeeId
       01 WS-ORPHAN-SWITCHES PIC 9 VALUE 0.
         88 ORPHAN-EOF VALUE 1.

      *    A REBUILD COMMITS EVERY WS-COMMIT-BATCH-SIZE EMPLOYEES
      *    AND RECORDS ITS RESTART POINT: THE PASS ("TRUTH" OR
      *    "ORPHAN"), THE LAST EMPLOYEE COMMITTED AND THE DRIFT FOUND
      *    SO FAR. A RESUMED REBUILD OPENS THE PASS'S CURSOR JUST
      *    PAST THAT EMPLOYEE. REDOING A BATCH AFTER A CRASH BETWEEN
      *    THE COMMIT AND THE POINT FINDS IT ALREADY IN BALANCE. A
      *    CHECK-ONLY RUN WRITES NOTHING AND KEEPS NO POINT.
       01 WS-RESUME-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-ORPHAN-RESUME-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-BATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-COMMIT-BATCH-SIZE PIC 9(4) VALUE 100.
       01 WS-RESUMING PIC X VALUE "N".
         88 REBUILD-RESUMING VALUE "Y".
       01 WS-YTD-POINT.
         05 WS-POINT-PASS PIC X(6) VALUE SPACES.
           88 POINT-IN-ORPHAN-PASS VALUE "ORPHAN".
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-POINT-ID PIC 9(9) VALUE 0.
         05 FILLER PIC X(7) VALUE " DRIFT ".
         05 WS-POINT-DRIFT PIC 9(5) VALUE 0.
       01 WS-REBUILD-ERROR PIC X VALUE "N".
         88 REBUILD-FAILED VALUE "Y".

       01 WS-TRUE-TAX PIC S9(09) COMP-5.
       01 WS-TRUE-FEE PIC S9(09) COMP-5.

           STRING WS-CHECK-YEAR "12" DELIMITED BY SIZE
             INTO WS-TO-PERIOD

           MOVE "N" TO WS-RESUMING
           MOVE "N" TO WS-REBUILD-ERROR
           MOVE 0 TO WS-RESUME-ID
           MOVE 0 TO WS-ORPHAN-RESUME-ID
           MOVE 0 TO WS-BATCH-COUNT
           MOVE SPACES TO WS-POINT-PASS

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-REPORT-PATH

           IF REBUILD-MODE
               PERFORM CHECK-RESTART-POINT
               MOVE "YTDCHK01 YTD REBUILD" TO WS-RST-INVOKED-BY
               MOVE "**" TO WS-RST-COMPANY
               SET RST-START-RUN TO TRUE
               CALL "RestartModule" USING WS-RST-PARMS
           END-IF

           IF REBUILD-RESUMING
               OPEN EXTEND YTDCHKFILE
               MOVE SPACES TO FS-YTDCHKFILE
               STRING "REBUILD RESUMED AFTER " WS-RST-POINT
                 DELIMITED BY SIZE INTO FS-YTDCHKFILE
               WRITE FS-YTDCHKFILE
           ELSE
               OPEN OUTPUT YTDCHKFILE
               MOVE SPACES TO FS-YTDCHKFILE
               STRING "YTD INTEGRITY CHECK - YEAR " WS-CHECK-YEAR
                 DELIMITED BY SIZE INTO FS-YTDCHKFILE
               WRITE FS-YTDCHKFILE
           END-IF

      *    A REBUILD THAT STOPPED IN THE ORPHAN PASS HAS FINISHED
      *    THE TRUTH PASS ALREADY.
           IF POINT-IN-ORPHAN-PASS
               SET TRUTH-EOF TO TRUE
           ELSE
               MOVE "TRUTH" TO WS-POINT-PASS
               EXEC SQL
                   OPEN YtdTruthCursor
               END-EXEC
           END-IF

           PERFORM UNTIL TRUTH-EOF
               EXEC SQL
                   WHEN 0
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM CHECK-ONE-EMPLOYEE
                       MOVE EmployeeDeductions-EmployeeId
                         TO WS-POINT-ID
                       PERFORM COUNT-REBUILD-BATCH
                   WHEN OTHER
                       DISPLAY "YTDCHK01: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       MOVE "Y" TO WS-REBUILD-ERROR
                       SET TRUTH-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           IF NOT POINT-IN-ORPHAN-PASS
               EXEC SQL
                   CLOSE YtdTruthCursor
               END-EXEC
           END-IF

           IF NOT REBUILD-FAILED
               PERFORM CHECK-ORPHAN-ROWS
           END-IF

      *    A FAILED REBUILD LEAVES ITS RESTART POINT OPEN - THE NEXT
      *    REBUILD OF THE SAME YEAR CARRIES ON FROM THE LAST BATCH.
           IF REBUILD-MODE
               IF WS-BATCH-COUNT > 0
                   PERFORM COMMIT-AND-WRITE-POINT
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
               MOVE WS-FIXED-COUNT TO WS-RST-DONE-COUNT
               IF REBUILD-FAILED
                   MOVE "FAILED" TO WS-RST-OUTCOME
               ELSE
                   MOVE "SUCCESS" TO WS-RST-OUTCOME
               END-IF
               SET RST-END-RUN TO TRUE
               CALL "RestartModule" USING WS-RST-PARMS
           END-IF

           MOVE SPACES TO FS-YTDCHKFILE
             " discrepancy(ies) found, " WS-FIXED-COUNT
             " rewritten - see ytdcheck.txt."

           EVALUATE TRUE
               WHEN REBUILD-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DRIFT-COUNT > 0 AND NOT REBUILD-MODE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       CHECK-RESTART-POINT SECTION.
           MOVE "YTDCHK01" TO WS-RST-JOB
           MOVE SPACES TO WS-RST-JOB-PARMS
           STRING "REBUILD YEAR " WS-CHECK-YEAR
             DELIMITED BY SIZE INTO WS-RST-JOB-PARMS
           SET RST-READ-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           EVALUATE TRUE
               WHEN RST-RESUME AND WS-RST-POINT NOT = SPACES
                   MOVE "Y" TO WS-RESUMING
                   MOVE WS-RST-POINT TO WS-YTD-POINT
                   MOVE WS-RST-DONE-COUNT TO WS-FIXED-COUNT
                   MOVE WS-POINT-DRIFT TO WS-DRIFT-COUNT
                   IF POINT-IN-ORPHAN-PASS
                       MOVE WS-POINT-ID TO WS-ORPHAN-RESUME-ID
                   ELSE
                       MOVE WS-POINT-ID TO WS-RESUME-ID
                   END-IF
                   DISPLAY "An unfinished rebuild of " WS-CHECK-YEAR
                     " committed up to " WS-RST-POINT " on "
                     WS-RST-FILE-DATE " - it carries on from there."
               WHEN RST-OTHER-RUN-OPEN
      *            NOTHING IS LOST BY STARTING OVER - WHAT THE OLD
      *            REBUILD COMMITTED IS ALREADY IN BALANCE.
                   DISPLAY "An unfinished rebuild ("
                     WS-RST-FILE-PARMS ") is on file - this run "
                     "replaces it."
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
           END-EVALUATE.

       COUNT-REBUILD-BATCH SECTION.
           IF REBUILD-MODE
               ADD 1 TO WS-BATCH-COUNT
               IF WS-BATCH-COUNT >= WS-COMMIT-BATCH-SIZE
                   PERFORM COMMIT-AND-WRITE-POINT
               END-IF
           END-IF.

       COMMIT-AND-WRITE-POINT SECTION.
           EXEC SQL COMMIT END-EXEC

           MOVE WS-DRIFT-COUNT TO WS-POINT-DRIFT
           MOVE WS-YTD-POINT TO WS-RST-POINT
           MOVE WS-FIXED-COUNT TO WS-RST-DONE-COUNT
           SET RST-WRITE-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE 0 TO WS-BATCH-COUNT.

       RESOLVE-REPORT-PATH SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT

       CHECK-ORPHAN-ROWS SECTION.
           MOVE 0 TO WS-ORPHAN-SWITCHES
           IF NOT POINT-IN-ORPHAN-PASS
               IF REBUILD-MODE AND WS-BATCH-COUNT > 0
                   PERFORM COMMIT-AND-WRITE-POINT
               END-IF
               MOVE "ORPHAN" TO WS-POINT-PASS
               MOVE 0 TO WS-POINT-ID
           END-IF

           EXEC SQL
               OPEN YtdOrphanCursor
                               PERFORM REWRITE-ACCUMULATOR-ROW
                           END-IF
                       END-IF
                       MOVE YtdAccumulator-EmployeeId TO WS-POINT-ID
                       PERFORM COUNT-REBUILD-BATCH
                   WHEN OTHER
                       DISPLAY "YTDCHK01: SQL ERROR ON ORPHAN "
                         "FETCH, CODE = " SQLCODE
                       MOVE "Y" TO WS-REBUILD-ERROR
                       SET ORPHAN-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
