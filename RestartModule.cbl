       IDENTIFICATION DIVISION.
       PROGRAM-ID. RestartModule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE RESTART FILE PER JOB, ONE RECORD, REWRITTEN WHOLE
      *    AFTER EVERY COMMITTED BATCH - THE SAME SHAPE AS MAIN01'S
      *    checkpoint.dat.
           SELECT RESTARTFILE ASSIGN TO WS-RESTART-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RESTART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTARTFILE.
       01 RESTART-RECORD.
         05 RESTART-STATE PIC X(1).
           88 RESTART-RUN-OPEN VALUE "R".
           88 RESTART-RUN-COMPLETE VALUE "C".
         05 FILLER PIC X(1).
         05 RESTART-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 RESTART-AUDIT-ID PIC 9(9).
         05 FILLER PIC X(1).
         05 RESTART-DONE-COUNT PIC 9(9).
         05 FILLER PIC X(1).
         05 RESTART-POINT PIC X(30).
         05 FILLER PIC X(1).
         05 RESTART-PARMS PIC X(60).

       WORKING-STORAGE SECTION.

       COPY "RunAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-RESTART-PATH PIC X(30).
       01 WS-RESTART-STATUS PIC X(2) VALUE "00".

       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-DATE-TEXT REDEFINES WS-NOW-DATE PIC X(8).
       01 WS-NOW-TIME PIC 9(8).

      *    THE RunAudit ROW OF THE RUN THE FILE WAS LEFT OPEN BY -
      *    IT NEVER REACHED ITS OWN END, SO THE NEXT START CLOSES IT
      *    OFF AS INTERRUPTED.
       01 WS-OPEN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.

       LINKAGE SECTION.
       COPY "RestartParms.cpy".

      *    THE CALLER COMMITS ITS OWN WORK; THE RESTART POINT IS
      *    WRITTEN ONLY AFTER THAT COMMIT, SO THE FILE NEVER CLAIMS
      *    MORE THAN THE DATABASE HOLDS. A CRASH BETWEEN THE TWO
      *    REDOES ONE BATCH, WHICH EVERY RESTARTABLE JOB TOLERATES.
       PROCEDURE DIVISION USING WS-RST-PARMS.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE SPACES TO WS-RESTART-PATH
           STRING "restart_" DELIMITED BY SIZE
             WS-RST-JOB DELIMITED BY SPACE
             ".dat" DELIMITED BY SIZE
             INTO WS-RESTART-PATH

           EVALUATE TRUE
               WHEN RST-READ-POINT
                   PERFORM READ-RESTART-POINT
               WHEN RST-START-RUN
                   PERFORM START-RESTARTABLE-RUN
               WHEN RST-WRITE-POINT
                   MOVE "R" TO RESTART-STATE
                   PERFORM WRITE-RESTART-FILE
               WHEN RST-END-RUN
                   PERFORM END-RESTARTABLE-RUN
               WHEN OTHER
                   DISPLAY "RestartModule: unknown function "
                     WS-RST-FUNCTION "."
                   SET RST-ERROR TO TRUE
           END-EVALUATE

           EXIT PROGRAM.

       READ-RESTART-POINT SECTION.
           MOVE SPACES TO WS-RST-POINT
           MOVE SPACES TO WS-RST-FILE-PARMS
           MOVE 0 TO WS-RST-DONE-COUNT
           MOVE 0 TO WS-RST-FILE-DATE
           SET RST-FRESH-START TO TRUE

           OPEN INPUT RESTARTFILE
           IF WS-RESTART-STATUS = "00"
               READ RESTARTFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RESTART-RUN-OPEN
                           MOVE RESTART-PARMS TO WS-RST-FILE-PARMS
                           MOVE RESTART-DATE TO WS-RST-FILE-DATE
                           MOVE RESTART-POINT TO WS-RST-POINT
                           MOVE RESTART-DONE-COUNT
                             TO WS-RST-DONE-COUNT
                           IF RESTART-PARMS = WS-RST-JOB-PARMS
                               SET RST-RESUME TO TRUE
                           ELSE
                               SET RST-OTHER-RUN-OPEN TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE RESTARTFILE
           END-IF.

       START-RESTARTABLE-RUN SECTION.
      *    WHATEVER RUN LEFT THE FILE OPEN - RESUMED NOW OR
      *    DISCARDED BY THE OPERATOR - NEVER WROTE ITS OWN END.
           MOVE 0 TO WS-OPEN-AUDIT-ID
           OPEN INPUT RESTARTFILE
           IF WS-RESTART-STATUS = "00"
               READ RESTARTFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RESTART-RUN-OPEN
                           MOVE RESTART-AUDIT-ID TO WS-OPEN-AUDIT-ID
                       END-IF
               END-READ
               CLOSE RESTARTFILE
           END-IF

           IF WS-OPEN-AUDIT-ID > 0
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.RunAudit
                   SET Outcome = 'INTERRUPTED'
                   WHERE RunAuditId = :WS-OPEN-AUDIT-ID
                     AND Outcome = 'IN PROGRESS'
               END-EXEC
           END-IF

           MOVE WS-NOW-DATE TO RunAudit-RunDate
           MOVE WS-NOW-TIME TO RunAudit-RunTime
           MOVE WS-RST-INVOKED-BY TO RunAudit-InvokedBy
           MOVE WS-NOW-DATE-TEXT(1:6) TO RunAudit-Period
           MOVE WS-RST-DONE-COUNT TO RunAudit-EmployeeCount
           MOVE "IN PROGRESS" TO RunAudit-Outcome
           MOVE WS-RST-COMPANY TO RunAudit-CompanyCode
           MOVE WS-RST-POINT TO RunAudit-ResumedFrom

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RunAudit (RunDate, RunTime,
               InvokedBy, Period, EmployeeCount, Outcome,
               CompanyCode, ResumedFrom)
               VALUES (:RunAudit-RunDate, :RunAudit-RunTime,
               :RunAudit-InvokedBy, :RunAudit-Period,
               :RunAudit-EmployeeCount, :RunAudit-Outcome,
               :RunAudit-CompanyCode, :RunAudit-ResumedFrom)
           END-EXEC

           EXEC SQL
               SELECT @@IDENTITY INTO :WS-RST-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RestartModule: could not write the run-audit "
                 "start record for " WS-RST-JOB ", SQL CODE: "
                 SQLCODE
               MOVE 0 TO WS-RST-AUDIT-ID
               SET RST-ERROR TO TRUE
           END-IF

      *    COMMITTED ON ITS OWN SO AN ABENDED RUN STILL LEAVES ITS
      *    TRACE IN THE AUDIT TRAIL.
           EXEC SQL COMMIT END-EXEC

           MOVE "R" TO RESTART-STATE
           PERFORM WRITE-RESTART-FILE.

       END-RESTARTABLE-RUN SECTION.
           MOVE WS-RST-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-RST-DONE-COUNT TO RunAudit-EmployeeCount
           MOVE WS-RST-OUTCOME TO RunAudit-Outcome

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "RestartModule: could not write the run-audit "
                 "end record for " WS-RST-JOB ", SQL CODE: "
                 SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC

      *    A FAILED RUN LEAVES ITS RESTART POINT OPEN FOR THE NEXT
      *    START TO CARRY ON FROM.
           IF WS-RST-OUTCOME = "SUCCESS"
               MOVE "C" TO RESTART-STATE
               PERFORM WRITE-RESTART-FILE
           END-IF.

       WRITE-RESTART-FILE SECTION.
           MOVE SPACES TO RESTART-RECORD(2:)
           MOVE WS-NOW-DATE TO RESTART-DATE
           MOVE WS-RST-AUDIT-ID TO RESTART-AUDIT-ID
           MOVE WS-RST-DONE-COUNT TO RESTART-DONE-COUNT
           MOVE WS-RST-POINT TO RESTART-POINT
           MOVE WS-RST-JOB-PARMS TO RESTART-PARMS

           OPEN OUTPUT RESTARTFILE
           IF WS-RESTART-STATUS NOT = "00"
               DISPLAY "RestartModule: cannot write " WS-RESTART-PATH
                 ", status " WS-RESTART-STATUS
               SET RST-ERROR TO TRUE
           ELSE
               WRITE RESTART-RECORD
               CLOSE RESTARTFILE
           END-IF.
