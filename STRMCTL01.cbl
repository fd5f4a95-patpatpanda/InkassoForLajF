       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCTL01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE STREAM'S DECLARATION - STEPS, PROGRAMS, POLICIES AND
      *    DEPENDENCIES, ONE LINE PER STEP IN RUNNING ORDER.
           SELECT STREAMDEFFILE ASSIGN TO "periodstream.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DEF-STATUS.

      *    THE ONE-LINE ANSWER TO "NEXT" - THE STEP RUNPER01.CMD
      *    IS TO RUN NOW.
           SELECT NEXTFILE ASSIGN TO WS-NEXT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STREAMDEFFILE.
       01 STREAMDEF-RECORD.
           05 DEF-STEP PIC X(8).
           05 FILLER PIC X(1).
           05 DEF-PROGRAM PIC X(10).
           05 FILLER PIC X(1).
           05 DEF-POLICY PIC X(4).
           05 FILLER PIC X(1).
           05 DEF-WHEN PIC X(1).
           05 FILLER PIC X(1).
           05 DEF-DEPENDS OCCURS 6 TIMES.
             10 DEF-DEP-STEP PIC X(8).
             10 FILLER PIC X(1).

       FD NEXTFILE.
       01 FS-NEXTFILE PIC X(8).

       WORKING-STORAGE SECTION.

      *    THE PERIOD JOB STREAM'S CONTROLLER. RUNPER01.CMD CALLS IT
      *    BETWEEN STEPS WITH THE ENVIRONMENT SET:
      *      STREAM_FUNCTION  NEXT - PICK THE NEXT STEP TO RUN, MARK
      *                              IT RUNNING, WRITE ITS NAME TO
      *                              streamnext.dat
      *                              RC 0 A STEP TO RUN, 1 THE
      *                              STREAM IS COMPLETE, 4 WAITING ON
      *                              A HELD STEP, 8 NOTHING CAN RUN
      *                       END  - RECORD STREAM_STEP'S RETURN
      *                              CODE STREAM_RC UNDER ITS POLICY
      *                              RC 0 CARRY ON, 4 THE STEP IS
      *                              HELD, 8 THE STEP FAILED - STOP
      *      STREAM_COMPANY, STREAM_PERIOD, STREAM_PAYGROUP - THE
      *      STREAM'S KEY; STREAM_PARTS - PARTITIONS POSTED (1 OR
      *      BLANK FOR A SINGLE-STREAM POSTING).
      *    RC 16 IS A CONTROL ERROR (DATABASE, DEFINITION, KEY).
      *    WITH NO STREAM_FUNCTION (LAUNCHED FROM MENU01) IT IS THE
      *    OPERATOR'S VIEW OF A STREAM, WHERE A SUPERVISOR APPROVES
      *    A HELD STEP.
       COPY "JobStreamStep.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE StreamCursor CURSOR FOR
           SELECT StepName, ProgramName, Policy, Status,
           COALESCE(ReturnCode, 0), RunCount,
           COALESCE(StartDate, 0), COALESCE(EndDate, 0),
           COALESCE(ApprovedBy, ' ')
           FROM REDWARRIOR.dbo.JobStreamStep
           WHERE CompanyCode = :JobStreamStep-CompanyCode
             AND Period = :JobStreamStep-Period
             AND PayGroup = :JobStreamStep-PayGroup
           ORDER BY StepSeq
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-NEXT-PATH PIC X(100).
       01 WS-DEF-STATUS PIC X(2) VALUE "00".

       01 WS-STREAM-FUNCTION PIC X(8) VALUE SPACES.
       01 WS-STREAM-COMPANY PIC X(2) VALUE SPACES.
       01 WS-STREAM-PERIOD PIC X(6) VALUE SPACES.
       01 WS-STREAM-PAYGROUP PIC X(2) VALUE SPACES.
       01 WS-STREAM-PARTS-TEXT PIC X(4) VALUE SPACES.
       01 WS-STREAM-PARTS PIC 9(2) VALUE 1.
       01 WS-STREAM-STEP PIC X(8) VALUE SPACES.
       01 WS-STREAM-RC-TEXT PIC X(6) VALUE SPACES.
       01 WS-STREAM-RC PIC S9(09) COMP-5 VALUE 0.

       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-APPROVE-STEP PIC X(8) VALUE SPACES.
       01 WS-AGAIN PIC X VALUE SPACE.

      *    THE DECLARATION AS LOADED, WITH EACH STEP'S STATE FROM
      *    JobStreamStep ALONGSIDE.
       01 WS-STEP-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-STEP-TABLE.
         05 WS-STEP-ENTRY OCCURS 20 TIMES.
           10 WS-STP-NAME PIC X(8).
           10 WS-STP-PROGRAM PIC X(10).
           10 WS-STP-POLICY PIC X(4).
           10 WS-STP-WHEN PIC X(1).
             88 STP-PARTITIONED-ONLY VALUE "P".
           10 WS-STP-DEPENDS OCCURS 6 TIMES.
             15 WS-STP-DEP-STEP PIC X(8).
           10 WS-STP-STATUS PIC X(8).
             88 STP-DONE VALUE "COMPLETE" "WARNED" "APPROVED"
                               "SKIPPED".
             88 STP-HELD VALUE "HELD".

       01 WS-STP-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-DEP-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-FIND-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-NEXT-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-FOUND-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-FIND-NAME PIC X(8).
       01 WS-HELD-COUNT PIC S9(4) COMP-5 VALUE 0.
       01 WS-OPEN-COUNT PIC S9(4) COMP-5 VALUE 0.

       01 WS-SWITCHES.
         05 WS-DEF-EOF-SWITCH PIC 9 VALUE 0.
           88 DEF-EOF VALUE 1.
         05 WS-DEPS-SWITCH PIC 9 VALUE 0.
           88 DEPS-MET VALUE 1.
         05 WS-CURSOR-SWITCH PIC 9 VALUE 0.
           88 CURSOR-EOF VALUE 1.
         05 WS-CONTROL-SWITCH PIC 9 VALUE 0.
           88 CONTROL-ERROR VALUE 1.

       01 WS-RC-DISP PIC ZZ9.
       01 WS-RUNS-DISP PIC ZZ9.
       01 WS-DATE-DISP PIC 9(8).
       01 WS-END-DISP PIC 9(8).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE ZEROS TO WS-SWITCHES
           MOVE SPACE TO WS-AGAIN

           MOVE SPACES TO WS-STREAM-FUNCTION
           ACCEPT WS-STREAM-FUNCTION FROM ENVIRONMENT
             "STREAM_FUNCTION"

           IF WS-STREAM-FUNCTION = SPACES
               PERFORM OPERATOR-VIEW
           ELSE
               PERFORM STREAM-CONTROL
           END-IF

           GOBACK.

       STREAM-CONTROL SECTION.
           MOVE 0 TO RETURN-CODE
           PERFORM READ-STREAM-KEY
           PERFORM RESOLVE-OUTPUT-DIR

           IF NOT CONTROL-ERROR
               PERFORM CONNECT-TO-DATABASE
           END-IF
           IF NOT CONTROL-ERROR
               PERFORM LOAD-DEFINITION
           END-IF
           IF NOT CONTROL-ERROR
               PERFORM LOAD-STEP-STATE
           END-IF

           IF NOT CONTROL-ERROR
               EVALUATE WS-STREAM-FUNCTION
                   WHEN "NEXT"
                       PERFORM PICK-NEXT-STEP
                   WHEN "END"
                       PERFORM RECORD-STEP-END
                   WHEN OTHER
                       DISPLAY "STRMCTL01: unknown STREAM_FUNCTION "
                         WS-STREAM-FUNCTION "."
                       SET CONTROL-ERROR TO TRUE
               END-EVALUATE
           END-IF

           IF CONTROL-ERROR
               EXEC SQL ROLLBACK END-EXEC
               MOVE 16 TO RETURN-CODE
           END-IF.

       READ-STREAM-KEY SECTION.
           ACCEPT WS-STREAM-COMPANY FROM ENVIRONMENT
             "STREAM_COMPANY"
           ACCEPT WS-STREAM-PERIOD FROM ENVIRONMENT
             "STREAM_PERIOD"
           ACCEPT WS-STREAM-PAYGROUP FROM ENVIRONMENT
             "STREAM_PAYGROUP"
           ACCEPT WS-STREAM-PARTS-TEXT FROM ENVIRONMENT
             "STREAM_PARTS"
           ACCEPT WS-STREAM-STEP FROM ENVIRONMENT
             "STREAM_STEP"
           ACCEPT WS-STREAM-RC-TEXT FROM ENVIRONMENT
             "STREAM_RC"

           IF WS-STREAM-COMPANY = SPACES
               MOVE "01" TO WS-STREAM-COMPANY
           END-IF
           IF WS-STREAM-PAYGROUP = SPACES
               MOVE "01" TO WS-STREAM-PAYGROUP
           END-IF

           IF WS-STREAM-PARTS-TEXT = SPACES
               MOVE 1 TO WS-STREAM-PARTS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-STREAM-PARTS-TEXT) = 0
                   COMPUTE WS-STREAM-PARTS =
                     FUNCTION NUMVAL(WS-STREAM-PARTS-TEXT)
               ELSE
                   DISPLAY "STRMCTL01: STREAM_PARTS "
                     WS-STREAM-PARTS-TEXT " is not a number."
                   SET CONTROL-ERROR TO TRUE
               END-IF
           END-IF

           IF WS-STREAM-PERIOD IS NOT NUMERIC
               DISPLAY "STRMCTL01: STREAM_PERIOD must be YYYYMM, "
                 "found " WS-STREAM-PERIOD "."
               SET CONTROL-ERROR TO TRUE
           END-IF

      *    A STEP THAT SET NO RETURN CODE AT ALL IS TAKEN AS FAILED
      *    - NOTHING DOWNSTREAM RUNS ON A STEP NOBODY CAN VOUCH FOR.
           IF WS-STREAM-RC-TEXT = SPACES
             OR FUNCTION TEST-NUMVAL(WS-STREAM-RC-TEXT) NOT = 0
               MOVE 16 TO WS-STREAM-RC
           ELSE
               COMPUTE WS-STREAM-RC =
                 FUNCTION NUMVAL(WS-STREAM-RC-TEXT)
           END-IF

           MOVE WS-STREAM-COMPANY TO JobStreamStep-CompanyCode
           MOVE WS-STREAM-PERIOD TO JobStreamStep-Period
           MOVE WS-STREAM-PAYGROUP TO JobStreamStep-PayGroup.

       RESOLVE-OUTPUT-DIR SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-NEXT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\streamnext.dat" DELIMITED BY SIZE
             INTO WS-NEXT-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "STRMCTL01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   SET CONTROL-ERROR TO TRUE
           END-EVALUATE.

       LOAD-DEFINITION SECTION.
           MOVE 0 TO WS-STEP-COUNT WS-DEF-EOF-SWITCH

           OPEN INPUT STREAMDEFFILE
           IF WS-DEF-STATUS NOT = "00"
               DISPLAY "STRMCTL01: cannot open periodstream.dat, "
                 "status " WS-DEF-STATUS "."
               SET CONTROL-ERROR TO TRUE
               SET DEF-EOF TO TRUE
           END-IF

           PERFORM UNTIL DEF-EOF
               MOVE SPACES TO STREAMDEF-RECORD
               READ STREAMDEFFILE
                   AT END
                       SET DEF-EOF TO TRUE
                   NOT AT END
                       IF STREAMDEF-RECORD(1:1) NOT = "*"
                         AND DEF-STEP NOT = SPACES
                           PERFORM LOAD-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DEF-STATUS = "00" OR WS-DEF-STATUS = "10"
               CLOSE STREAMDEFFILE
           END-IF

           IF WS-STEP-COUNT = 0 AND NOT CONTROL-ERROR
               DISPLAY "STRMCTL01: periodstream.dat declares no "
                 "steps."
               SET CONTROL-ERROR TO TRUE
           END-IF.

       LOAD-ONE-STEP SECTION.
           IF WS-STEP-COUNT >= 20
               DISPLAY "STRMCTL01: more than 20 steps declared - "
                 DEF-STEP " and after ignored."
               SET CONTROL-ERROR TO TRUE
           ELSE
               IF DEF-POLICY NOT = "STOP" AND DEF-POLICY NOT = "WARN"
                 AND DEF-POLICY NOT = "HOLD"
                   DISPLAY "STRMCTL01: step " DEF-STEP
                     " has unknown policy " DEF-POLICY "."
                   SET CONTROL-ERROR TO TRUE
               END-IF

               ADD 1 TO WS-STEP-COUNT
               MOVE DEF-STEP TO WS-STP-NAME(WS-STEP-COUNT)
               MOVE DEF-PROGRAM TO WS-STP-PROGRAM(WS-STEP-COUNT)
               MOVE DEF-POLICY TO WS-STP-POLICY(WS-STEP-COUNT)
               MOVE DEF-WHEN TO WS-STP-WHEN(WS-STEP-COUNT)
               PERFORM VARYING WS-DEP-INX FROM 1 BY 1
                 UNTIL WS-DEP-INX > 6
                   MOVE DEF-DEP-STEP(WS-DEP-INX)
                     TO WS-STP-DEP-STEP(WS-STEP-COUNT, WS-DEP-INX)
               END-PERFORM
               MOVE "PENDING" TO WS-STP-STATUS(WS-STEP-COUNT)
           END-IF.

       LOAD-STEP-STATE SECTION.
      *    THE FIRST CALL FOR A KEY CREATES ITS ROWS, PENDING, IN
      *    DECLARED ORDER - A STEP ADDED TO THE DECLARATION LATER
      *    GETS ITS ROW THE NEXT TIME THE STREAM RUNS.
           PERFORM VARYING WS-STP-INX FROM 1 BY 1
             UNTIL WS-STP-INX > WS-STEP-COUNT OR CONTROL-ERROR
               MOVE WS-STP-NAME(WS-STP-INX) TO JobStreamStep-StepName

               EXEC SQL
                   SELECT Status INTO :JobStreamStep-Status
                   FROM REDWARRIOR.dbo.JobStreamStep
                   WHERE CompanyCode = :JobStreamStep-CompanyCode
                     AND Period = :JobStreamStep-Period
                     AND PayGroup = :JobStreamStep-PayGroup
                     AND StepName = :JobStreamStep-StepName
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE JobStreamStep-Status
                         TO WS-STP-STATUS(WS-STP-INX)
                   WHEN 100
                       PERFORM INSERT-PENDING-STEP
                   WHEN OTHER
                       DISPLAY "STRMCTL01: SQL ERROR ON STEP "
                         "LOOKUP, CODE = " SQLCODE
                       SET CONTROL-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM

           IF NOT CONTROL-ERROR
               EXEC SQL COMMIT END-EXEC
           END-IF.

       INSERT-PENDING-STEP SECTION.
           MOVE WS-STP-INX TO JobStreamStep-StepSeq
           MOVE WS-STP-PROGRAM(WS-STP-INX) TO JobStreamStep-ProgramName
           MOVE WS-STP-POLICY(WS-STP-INX) TO JobStreamStep-Policy
           SET JobStreamStep-Pending TO TRUE
           MOVE 0 TO JobStreamStep-RunCount

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.JobStreamStep
               (CompanyCode, Period, PayGroup, StepSeq, StepName,
               ProgramName, Policy, Status, RunCount)
               VALUES (:JobStreamStep-CompanyCode,
               :JobStreamStep-Period, :JobStreamStep-PayGroup,
               :JobStreamStep-StepSeq, :JobStreamStep-StepName,
               :JobStreamStep-ProgramName, :JobStreamStep-Policy,
               :JobStreamStep-Status, :JobStreamStep-RunCount)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "STRMCTL01: SQL ERROR ON STEP INSERT, "
                 "CODE = " SQLCODE
               SET CONTROL-ERROR TO TRUE
           ELSE
               MOVE "PENDING" TO WS-STP-STATUS(WS-STP-INX)
           END-IF.

       PICK-NEXT-STEP SECTION.
      *    THE FIRST STEP IN DECLARED ORDER THAT IS NOT DONE, NOT
      *    HELD, AND HAS EVERY DEPENDENCY DONE. PENDING, FAILED AND
      *    RUNNING (THE STREAM DIED IN IT) ALL QUALIFY - A RESTART
      *    RESUMES AT THE STEP THAT DID NOT FINISH, AND A DONE STEP
      *    IS NEVER PICKED AGAIN.
           MOVE 0 TO WS-FOUND-INX WS-HELD-COUNT WS-OPEN-COUNT

           PERFORM VARYING WS-STP-INX FROM 1 BY 1
             UNTIL WS-STP-INX > WS-STEP-COUNT
               OR WS-FOUND-INX > 0 OR CONTROL-ERROR
               EVALUATE TRUE
                   WHEN STP-DONE(WS-STP-INX)
                       CONTINUE
                   WHEN STP-HELD(WS-STP-INX)
                       ADD 1 TO WS-HELD-COUNT
                   WHEN STP-PARTITIONED-ONLY(WS-STP-INX)
                     AND WS-STREAM-PARTS <= 1
                       PERFORM SKIP-STEP
                   WHEN OTHER
                       PERFORM CHECK-DEPENDENCIES
                       IF DEPS-MET
                           MOVE WS-STP-INX TO WS-FOUND-INX
                       END-IF
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-STP-INX FROM 1 BY 1
             UNTIL WS-STP-INX > WS-STEP-COUNT
               IF NOT STP-DONE(WS-STP-INX)
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN CONTROL-ERROR
                   CONTINUE
               WHEN WS-FOUND-INX > 0
                   PERFORM START-STEP
               WHEN WS-OPEN-COUNT = 0
                   DISPLAY "STRMCTL01: stream " WS-STREAM-COMPANY
                     " " WS-STREAM-PERIOD " " WS-STREAM-PAYGROUP
                     " is complete."
                   MOVE 1 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   PERFORM SHOW-HELD-STEPS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "STRMCTL01: no step can run - check the "
                     "dependencies in periodstream.dat."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       CHECK-DEPENDENCIES SECTION.
      *    A DEPENDENCY THAT NAMES NO DECLARED STEP CAN NEVER BE
      *    MET - THE STEP WAITS AND THE STREAM REPORTS IT BLOCKED.
           SET DEPS-MET TO TRUE

           PERFORM VARYING WS-DEP-INX FROM 1 BY 1
             UNTIL WS-DEP-INX > 6 OR NOT DEPS-MET
               IF WS-STP-DEP-STEP(WS-STP-INX, WS-DEP-INX) NOT = SPACES
                   MOVE WS-STP-DEP-STEP(WS-STP-INX, WS-DEP-INX)
                     TO WS-FIND-NAME
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-FIND-INX = 0
                       DISPLAY "STRMCTL01: step "
                         WS-STP-NAME(WS-STP-INX) " depends on "
                         WS-FIND-NAME ", which is not declared."
                       MOVE 0 TO WS-DEPS-SWITCH
                   ELSE
                       IF NOT STP-DONE(WS-FIND-INX)
                           MOVE 0 TO WS-DEPS-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-STEP-BY-NAME SECTION.
           MOVE 0 TO WS-FIND-INX

           PERFORM VARYING WS-NEXT-INX FROM 1 BY 1
             UNTIL WS-NEXT-INX > WS-STEP-COUNT OR WS-FIND-INX > 0
               IF WS-STP-NAME(WS-NEXT-INX) = WS-FIND-NAME
                   MOVE WS-NEXT-INX TO WS-FIND-INX
               END-IF
           END-PERFORM.

       SKIP-STEP SECTION.
           MOVE WS-STP-NAME(WS-STP-INX) TO JobStreamStep-StepName
           SET JobStreamStep-Skipped TO TRUE
           MOVE WS-TODAY TO JobStreamStep-EndDate
           MOVE WS-NOW-TIME TO JobStreamStep-EndTime

           EXEC SQL
               UPDATE REDWARRIOR.dbo.JobStreamStep
               SET Status = :JobStreamStep-Status,
               EndDate = :JobStreamStep-EndDate,
               EndTime = :JobStreamStep-EndTime
               WHERE CompanyCode = :JobStreamStep-CompanyCode
                 AND Period = :JobStreamStep-Period
                 AND PayGroup = :JobStreamStep-PayGroup
                 AND StepName = :JobStreamStep-StepName
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "STRMCTL01: SQL ERROR ON STEP SKIP, CODE = "
                 SQLCODE
               SET CONTROL-ERROR TO TRUE
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE "SKIPPED" TO WS-STP-STATUS(WS-STP-INX)
               DISPLAY "STRMCTL01: step " WS-STP-NAME(WS-STP-INX)
                 " skipped - single-stream posting."
           END-IF.

       START-STEP SECTION.
           MOVE WS-STP-NAME(WS-FOUND-INX) TO JobStreamStep-StepName
           SET JobStreamStep-Running TO TRUE
           MOVE WS-TODAY TO JobStreamStep-StartDate
           MOVE WS-NOW-TIME TO JobStreamStep-StartTime

           EXEC SQL
               UPDATE REDWARRIOR.dbo.JobStreamStep
               SET Status = :JobStreamStep-Status,
               RunCount = RunCount + 1,
               StartDate = :JobStreamStep-StartDate,
               StartTime = :JobStreamStep-StartTime,
               EndDate = NULL, EndTime = NULL, ReturnCode = NULL
               WHERE CompanyCode = :JobStreamStep-CompanyCode
                 AND Period = :JobStreamStep-Period
                 AND PayGroup = :JobStreamStep-PayGroup
                 AND StepName = :JobStreamStep-StepName
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "STRMCTL01: SQL ERROR ON STEP START, CODE = "
                 SQLCODE
               SET CONTROL-ERROR TO TRUE
           ELSE
               OPEN OUTPUT NEXTFILE
               MOVE WS-STP-NAME(WS-FOUND-INX) TO FS-NEXTFILE
               WRITE FS-NEXTFILE
               CLOSE NEXTFILE

               EXEC SQL COMMIT END-EXEC

               IF WS-STP-STATUS(WS-FOUND-INX) NOT = "PENDING"
                   DISPLAY "STRMCTL01: restarting step "
                     WS-STP-NAME(WS-FOUND-INX) " ("
                     WS-STP-PROGRAM(WS-FOUND-INX) "), last "
                     WS-STP-STATUS(WS-FOUND-INX)
               ELSE
                   DISPLAY "STRMCTL01: starting step "
                     WS-STP-NAME(WS-FOUND-INX) " ("
                     WS-STP-PROGRAM(WS-FOUND-INX) ")"
               END-IF
           END-IF.

       SHOW-HELD-STEPS SECTION.
           PERFORM VARYING WS-STP-INX FROM 1 BY 1
             UNTIL WS-STP-INX > WS-STEP-COUNT
               IF STP-HELD(WS-STP-INX)
                   DISPLAY "STRMCTL01: step " WS-STP-NAME(WS-STP-INX)
                     " (" WS-STP-PROGRAM(WS-STP-INX) ") is HELD - "
                     "a supervisor approves it in STRMCTL01."
               END-IF
           END-PERFORM.

       RECORD-STEP-END SECTION.
      *    RC 0 COMPLETES ANY STEP AND RC 8 OR ABOVE FAILS ANY STEP;
      *    WHAT A WARNING (RC 1-4) MEANS IS THE STEP'S OWN POLICY.
           MOVE WS-STREAM-STEP TO WS-FIND-NAME
           PERFORM FIND-STEP-BY-NAME

           IF WS-FIND-INX = 0
               DISPLAY "STRMCTL01: STREAM_STEP " WS-STREAM-STEP
                 " is not declared in periodstream.dat."
               SET CONTROL-ERROR TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-STREAM-RC = 0
                       SET JobStreamStep-Complete TO TRUE
                   WHEN WS-STREAM-RC > 4 OR WS-STREAM-RC < 0
                       SET JobStreamStep-Failed TO TRUE
                   WHEN WS-STP-POLICY(WS-FIND-INX) = "WARN"
                       SET JobStreamStep-Warned TO TRUE
                   WHEN WS-STP-POLICY(WS-FIND-INX) = "HOLD"
                       SET JobStreamStep-Held TO TRUE
                   WHEN OTHER
                       SET JobStreamStep-Failed TO TRUE
               END-EVALUATE

               MOVE WS-STREAM-STEP TO JobStreamStep-StepName
               MOVE WS-STREAM-RC TO JobStreamStep-ReturnCode
               MOVE WS-TODAY TO JobStreamStep-EndDate
               MOVE WS-NOW-TIME TO JobStreamStep-EndTime

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.JobStreamStep
                   SET Status = :JobStreamStep-Status,
                   ReturnCode = :JobStreamStep-ReturnCode,
                   EndDate = :JobStreamStep-EndDate,
                   EndTime = :JobStreamStep-EndTime
                   WHERE CompanyCode = :JobStreamStep-CompanyCode
                     AND Period = :JobStreamStep-Period
                     AND PayGroup = :JobStreamStep-PayGroup
                     AND StepName = :JobStreamStep-StepName
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "STRMCTL01: SQL ERROR ON STEP END, "
                     "CODE = " SQLCODE
                   SET CONTROL-ERROR TO TRUE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   MOVE WS-STREAM-RC TO WS-RC-DISP
                   DISPLAY "STRMCTL01: step " WS-STREAM-STEP
                     " ended RC" WS-RC-DISP " - "
                     JobStreamStep-Status
                   EVALUATE TRUE
                       WHEN JobStreamStep-Failed
                           MOVE 8 TO RETURN-CODE
                       WHEN JobStreamStep-Held
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF.

       OPERATOR-VIEW SECTION.
           DISPLAY "Period job stream"
           PERFORM CONNECT-TO-DATABASE
           IF CONTROL-ERROR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL WS-AGAIN = "N" OR WS-AGAIN = "n"
               DISPLAY "Company code (blank for 01): "
               MOVE SPACES TO WS-STREAM-COMPANY
               ACCEPT WS-STREAM-COMPANY
               IF WS-STREAM-COMPANY = SPACES
                   MOVE "01" TO WS-STREAM-COMPANY
               END-IF

               DISPLAY "Period (YYYYMM): "
               ACCEPT WS-STREAM-PERIOD

               DISPLAY "Pay group (blank for 01): "
               MOVE SPACES TO WS-STREAM-PAYGROUP
               ACCEPT WS-STREAM-PAYGROUP
               IF WS-STREAM-PAYGROUP = SPACES
                   MOVE "01" TO WS-STREAM-PAYGROUP
               END-IF

               MOVE WS-STREAM-COMPANY TO JobStreamStep-CompanyCode
               MOVE WS-STREAM-PERIOD TO JobStreamStep-Period
               MOVE WS-STREAM-PAYGROUP TO JobStreamStep-PayGroup

               PERFORM SHOW-STREAM

               IF WS-HELD-COUNT > 0
                   IF Operator-Is-Supervisor
                       PERFORM APPROVE-HELD-STEP
                   ELSE
                       DISPLAY "Approving a held step needs "
                         "supervisor authority."
                   END-IF
               END-IF

               DISPLAY " "
               DISPLAY "Another stream? (Y/N): "
               ACCEPT WS-AGAIN
           END-PERFORM.

       OPERATOR-SIGN-ON SECTION.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, COALESCE(AuthSupervisor, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthSupervisor
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "STRMCTL01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       SHOW-STREAM SECTION.
           MOVE 0 TO WS-HELD-COUNT WS-STEP-COUNT WS-CURSOR-SWITCH

           DISPLAY " "
           DISPLAY "=== STREAM " WS-STREAM-COMPANY " "
             WS-STREAM-PERIOD " GROUP " WS-STREAM-PAYGROUP " ==="
           DISPLAY "Step     Program    Pol  Status    RC Runs "
             "Started  Ended    Approved"

           EXEC SQL
               OPEN StreamCursor
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "STRMCTL01: SQL ERROR ON STREAM OPEN, CODE = "
                 SQLCODE
               SET CURSOR-EOF TO TRUE
           END-IF

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH StreamCursor INTO
                       :JobStreamStep-StepName,
                       :JobStreamStep-ProgramName,
                       :JobStreamStep-Policy,
                       :JobStreamStep-Status,
                       :JobStreamStep-ReturnCode,
                       :JobStreamStep-RunCount,
                       :JobStreamStep-StartDate,
                       :JobStreamStep-EndDate,
                       :JobStreamStep-ApprovedBy
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-STEP-COUNT
                       IF JobStreamStep-Held
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                       MOVE JobStreamStep-ReturnCode TO WS-RC-DISP
                       MOVE JobStreamStep-RunCount TO WS-RUNS-DISP
                       MOVE JobStreamStep-StartDate TO WS-DATE-DISP
                       MOVE JobStreamStep-EndDate TO WS-END-DISP
                       DISPLAY JobStreamStep-StepName " "
                         JobStreamStep-ProgramName " "
                         JobStreamStep-Policy " "
                         JobStreamStep-Status " "
                         WS-RC-DISP WS-RUNS-DISP "  "
                         WS-DATE-DISP " " WS-END-DISP " "
                         JobStreamStep-ApprovedBy
                   WHEN OTHER
                       DISPLAY "STRMCTL01: SQL ERROR ON STREAM "
                         "FETCH, CODE = " SQLCODE
                       SET CURSOR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE StreamCursor
           END-EXEC

           IF WS-STEP-COUNT = 0
               DISPLAY "No stream has run for this company, period "
                 "and pay group."
           END-IF.

       APPROVE-HELD-STEP SECTION.
      *    APPROVING SAYS THE WARNING WAS LOOKED AT AND THE STREAM
      *    MAY GO ON - THE STEP IS NOT RUN AGAIN. THE STREAM ITSELF
      *    IS RESUMED BY RE-RUNNING RUNPER01.CMD.
           DISPLAY "Held step to approve (blank for none): "
           MOVE SPACES TO WS-APPROVE-STEP
           ACCEPT WS-APPROVE-STEP

           IF WS-APPROVE-STEP NOT = SPACES
               MOVE WS-APPROVE-STEP TO JobStreamStep-StepName
               SET JobStreamStep-Approved TO TRUE
               MOVE WS-OPERATOR-ID TO JobStreamStep-ApprovedBy
               MOVE WS-TODAY TO JobStreamStep-ApprovedDate

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.JobStreamStep
                   SET Status = :JobStreamStep-Status,
                   ApprovedBy = :JobStreamStep-ApprovedBy,
                   ApprovedDate = :JobStreamStep-ApprovedDate
                   WHERE CompanyCode = :JobStreamStep-CompanyCode
                     AND Period = :JobStreamStep-Period
                     AND PayGroup = :JobStreamStep-PayGroup
                     AND StepName = :JobStreamStep-StepName
                     AND Status = 'HELD'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "STRMCTL01: SQL ERROR ON APPROVAL, "
                         "CODE = " SQLCODE
                       EXEC SQL ROLLBACK END-EXEC
                   WHEN SQLERRD(3) = 0
                       DISPLAY "Step " WS-APPROVE-STEP
                         " is not held in this stream."
                       EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                       EXEC SQL COMMIT END-EXEC
                       DISPLAY "Step " WS-APPROVE-STEP
                         " approved - re-run RUNPER01.CMD to resume "
                         "the stream."
               END-EVALUATE
           END-IF.
