      *> -------------------------------------------
      *> DECLARE TABLE for AccessRecertLine
      *> ONE ROW PER OPERATOR AND ACCESS HELD AT THE TIME OF THE
      *> REVIEW: A "SIGN-ON" LINE FOR EVERY OPERATOR (ACCESS TO THE
      *> SUITE ITSELF) AND ONE LINE PER AUTHORITY FLAG SET -
      *> "BRACKETS", "REVERSALS", "PAYMENTS", "SUPERVISOR",
      *> "PERSONALDATA". OperatorName AND DeptCode ARE AS THEY
      *> STOOD, SO THE EVIDENCE DOES NOT CHANGE WITH Operators.
      *> LastUsedDate: THE LATEST DATE THE ACCESS WAS ACTUALLY USED
      *> (SessionLog, ConfigAudit, ReversalAudit), 0 = NEVER SEEN.
      *> Flags: "D" DORMANT ACCOUNT (NO SIGN-ON IN THE DORMANCY
      *> WINDOW), "U" AUTHORITY UNUSED IN THE WINDOW, "C" HELD
      *> TOGETHER WITH A CONFLICTING AUTHORITY - UP TO THREE
      *> LETTERS, BLANK = NOTHING TO NOTE.
      *> Decision: NULL UNTIL SIGNED OFF, THEN "KEEP" OR "REVOKE"
      *> WITH WHO AND WHEN. A REVOKE IS CARRIED OUT BY THE DBA ON
      *> Operators; THE LINE IS THE INSTRUCTION AND THE EVIDENCE.
      *> -------------------------------------------
           EXEC SQL DECLARE AccessRecertLine TABLE
           ( LineId               int
           , RecertId             int          NOT NULL
           , OperatorId           char(8)      NOT NULL
           , OperatorName         char(30)     NOT NULL
           , DeptCode             char(4)
           , Authority            char(12)     NOT NULL
           , LastUsedDate         int          NOT NULL
           , Flags                char(3)
           , Decision             char(6)
           , DecidedBy            char(8)
           , DecidedDate          int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE AccessRecertLine
      *> -------------------------------------------
       01  DCLAccessRecertLine.
           03 AccessRecertLine-LineId         PIC S9(09)  COMP-5.
           03 AccessRecertLine-RecertId       PIC S9(09)  COMP-5.
           03 AccessRecertLine-OperatorId     PIC X(8).
           03 AccessRecertLine-OperatorName   PIC X(30).
           03 AccessRecertLine-DeptCode       PIC X(4).
           03 AccessRecertLine-Authority      PIC X(12).
           03 AccessRecertLine-LastUsedDate   PIC S9(09)  COMP-5.
           03 AccessRecertLine-Flags          PIC X(3).
           03 AccessRecertLine-Decision       PIC X(6).
             88 AccessRecertLine-Keep         VALUE "KEEP".
             88 AccessRecertLine-Revoke       VALUE "REVOKE".
           03 AccessRecertLine-DecidedBy      PIC X(8).
           03 AccessRecertLine-DecidedDate    PIC S9(09)  COMP-5.
