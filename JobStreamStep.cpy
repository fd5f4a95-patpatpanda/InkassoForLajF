      *> -------------------------------------------
      *> DECLARE TABLE for JobStreamStep
      *> ONE ROW PER STEP OF THE PERIOD JOB STREAM (RUNPER01.CMD)
      *> FOR ONE COMPANY, PERIOD AND PAY GROUP - THE STREAM'S STATE,
      *> KEPT BY STRMCTL01. THE STEPS, THEIR ORDER, DEPENDENCIES AND
      *> RETURN-CODE POLICIES ARE DECLARED IN periodstream.dat; THE
      *> ROWS ARE CREATED "PENDING" THE FIRST TIME THE STREAM RUNS
      *> FOR THE KEY AND ARE NEVER DELETED.
      *> Status:
      *>   PENDING   NOT YET RUN
      *>   RUNNING   STARTED - STILL RUNNING, OR THE STREAM DIED IN
      *>             IT (A RESTART RUNS IT AGAIN)
      *>   COMPLETE  ENDED RC 0
      *>   WARNED    ENDED RC 4 UNDER A WARN POLICY - THE STREAM
      *>             CARRIED ON
      *>   HELD      ENDED RC 4 UNDER A HOLD POLICY - NOTHING THAT
      *>             DEPENDS ON IT RUNS UNTIL A SUPERVISOR APPROVES
      *>   APPROVED  HELD, THEN APPROVED (ApprovedBy/ApprovedDate)
      *>   FAILED    STOPPED THE STREAM - A RESTART RUNS IT AGAIN
      *>   SKIPPED   NOT NEEDED FOR THIS STREAM (CONSOLIDATION OF A
      *>             SINGLE-STREAM POSTING)
      *> COMPLETE, WARNED, APPROVED AND SKIPPED ARE "DONE": A DONE
      *> STEP SATISFIES ITS DEPENDANTS AND IS NEVER RUN AGAIN.
      *> RunCount COUNTS THE STARTS, SO A STEP THAT NEEDED A
      *> RESTART SHOWS IT. ReturnCode IS THE LAST RUN'S.
      *> -------------------------------------------
           EXEC SQL DECLARE JobStreamStep TABLE
           ( StreamStepId         int          NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , Period               char(6)      NOT NULL
           , PayGroup             char(2)      NOT NULL
           , StepSeq              int          NOT NULL
           , StepName             char(8)      NOT NULL
           , ProgramName          char(10)     NOT NULL
           , Policy               char(4)      NOT NULL
           , Status               char(8)      NOT NULL
           , ReturnCode           int
           , RunCount             int          NOT NULL
           , StartDate            int
           , StartTime            int
           , EndDate              int
           , EndTime              int
           , ApprovedBy           char(8)
           , ApprovedDate         int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE JobStreamStep
      *> -------------------------------------------
       01  DCLJobStreamStep.
           03 JobStreamStep-StreamStepId      PIC S9(09)  COMP-5.
           03 JobStreamStep-CompanyCode       PIC X(2).
           03 JobStreamStep-Period            PIC X(6).
           03 JobStreamStep-PayGroup          PIC X(2).
           03 JobStreamStep-StepSeq           PIC S9(09)  COMP-5.
           03 JobStreamStep-StepName          PIC X(8).
           03 JobStreamStep-ProgramName       PIC X(10).
           03 JobStreamStep-Policy            PIC X(4).
             88 JobStreamStep-Policy-Stop     VALUE "STOP".
             88 JobStreamStep-Policy-Warn     VALUE "WARN".
             88 JobStreamStep-Policy-Hold     VALUE "HOLD".
           03 JobStreamStep-Status            PIC X(8).
             88 JobStreamStep-Pending         VALUE "PENDING".
             88 JobStreamStep-Running         VALUE "RUNNING".
             88 JobStreamStep-Complete        VALUE "COMPLETE".
             88 JobStreamStep-Warned          VALUE "WARNED".
             88 JobStreamStep-Held            VALUE "HELD".
             88 JobStreamStep-Approved        VALUE "APPROVED".
             88 JobStreamStep-Failed          VALUE "FAILED".
             88 JobStreamStep-Skipped         VALUE "SKIPPED".
             88 JobStreamStep-Done            VALUE "COMPLETE"
                                                    "WARNED"
                                                    "APPROVED"
                                                    "SKIPPED".
           03 JobStreamStep-ReturnCode        PIC S9(09)  COMP-5.
           03 JobStreamStep-RunCount          PIC S9(09)  COMP-5.
           03 JobStreamStep-StartDate         PIC S9(09)  COMP-5.
           03 JobStreamStep-StartTime         PIC S9(09)  COMP-5.
           03 JobStreamStep-EndDate           PIC S9(09)  COMP-5.
           03 JobStreamStep-EndTime           PIC S9(09)  COMP-5.
           03 JobStreamStep-ApprovedBy        PIC X(8).
           03 JobStreamStep-ApprovedDate      PIC S9(09)  COMP-5.
