      *    PeriodStatus AND SHOWS THE CHAIN AS STEPS - POSTED,
      *    CONSOLIDATED, DISBURSED, CONFIRMED, REMITTED,
      *    DISTRIBUTED, CLOSED - EACH WITH ITS DATE, TOTALS AND
      *    OUTCOME. UNDER THEM, ONE LINE PER STEP OF ANY PERIOD JOB
      *    STREAM (RUNPER01.CMD) RUN FOR THE PERIOD AND COMPANY, AS
      *    STRMCTL01 RECORDED IT IN JobStreamStep.
       COPY "RunAudit.cpy".
       COPY "ControlTotalsHistory.cpy".
       COPY "DisburseRegister.cpy".
       COPY "BankFileHold.cpy".
       COPY "Remittance.cpy".
       COPY "PeriodStatus.cpy".
       COPY "JobStreamStep.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE StreamCursor CURSOR FOR
           SELECT PayGroup, StepName, ProgramName, Status,
           COALESCE(ReturnCode, 0), RunCount, COALESCE(EndDate, 0),
           COALESCE(ApprovedBy, ' ')
           FROM REDWARRIOR.dbo.JobStreamStep
           WHERE Period = :WS-INQ-PERIOD
             AND CompanyCode = :WS-RUN-COMPANY
           ORDER BY PayGroup, StepSeq
           END-EXEC.

       01 WS-INQ-PERIOD PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-AGAIN PIC X VALUE SPACE.
       01 WS-CNT-DISP PIC 9(6).
       01 WS-SUM-DISP PIC 9(11).
       01 WS-DATE-DISP PIC 9(8).
       01 WS-RC-DISP PIC ZZ9.
       01 WS-RUNS-DISP PIC ZZ9.
       01 WS-STREAM-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-CURSOR-SWITCH PIC 9 VALUE 0.
         88 CURSOR-EOF VALUE 1.

       PROCEDURE DIVISION.

               PERFORM SHOW-REMITTED-STEP
               PERFORM SHOW-DISTRIBUTED-STEP
               PERFORM SHOW-CLOSED-STEP
               PERFORM SHOW-STREAM-STEPS

               DISPLAY " "
               DISPLAY "Another period? (Y/N): "
                   DISPLAY "CLOSED       : no - the period is "
                     "still open"
           END-EVALUATE.

       SHOW-STREAM-STEPS SECTION.
           MOVE 0 TO WS-STREAM-COUNT WS-CURSOR-SWITCH

           EXEC SQL
               OPEN StreamCursor
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PERSTAT01: SQL ERROR ON STREAM OPEN, "
                 "CODE = " SQLCODE
               SET CURSOR-EOF TO TRUE
           END-IF

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH StreamCursor INTO
                       :JobStreamStep-PayGroup,
                       :JobStreamStep-StepName,
                       :JobStreamStep-ProgramName,
                       :JobStreamStep-Status,
                       :JobStreamStep-ReturnCode,
                       :JobStreamStep-RunCount,
                       :JobStreamStep-EndDate,
                       :JobStreamStep-ApprovedBy
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       IF WS-STREAM-COUNT = 0
                           DISPLAY "JOB STREAM   : group step     "
                             "program    status    RC runs ended"
                       END-IF
                       ADD 1 TO WS-STREAM-COUNT
                       MOVE JobStreamStep-ReturnCode TO WS-RC-DISP
                       MOVE JobStreamStep-RunCount TO WS-RUNS-DISP
                       MOVE JobStreamStep-EndDate TO WS-DATE-DISP
                       DISPLAY "               "
                         JobStreamStep-PayGroup "    "
                         JobStreamStep-StepName " "
                         JobStreamStep-ProgramName " "
                         JobStreamStep-Status " "
                         WS-RC-DISP WS-RUNS-DISP "  " WS-DATE-DISP
                         " " JobStreamStep-ApprovedBy
                   WHEN OTHER
                       DISPLAY "PERSTAT01: SQL ERROR ON STREAM "
                         "FETCH, CODE = " SQLCODE
                       SET CURSOR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE StreamCursor
           END-EXEC

           IF WS-STREAM-COUNT = 0
               DISPLAY "JOB STREAM   : not run through RUNPER01 for "
                 "this period"
           END-IF.
