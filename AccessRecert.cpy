      *> -------------------------------------------
      *> DECLARE TABLE for AccessRecert
      *> ONE ROW PER QUARTERLY ACCESS RECERTIFICATION (ACCREC01) -
      *> THE QUARTER REVIEWED, WHEN THE REVIEW WAS PRODUCED AND BY
      *> WHOM, AND WHEN THE LAST LINE WAS SIGNED OFF. THE LINES ARE
      *> IN AccessRecertLine. KEPT AS AUDIT EVIDENCE - NEVER
      *> DELETED.
      *> Status: "OPEN" WHILE ANY LINE IS UNDECIDED, "COMPLETE"
      *> ONCE EVERY LINE IS KEEP OR REVOKE.
      *> -------------------------------------------
           EXEC SQL DECLARE AccessRecert TABLE
           ( RecertId             int
           , Quarter              char(6)      NOT NULL
           , RunDate              int          NOT NULL
           , ProducedBy           char(8)      NOT NULL
           , LineCount            int          NOT NULL
           , FlaggedCount         int          NOT NULL
           , Status               char(10)     NOT NULL
           , CompletedDate        int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE AccessRecert
      *> -------------------------------------------
       01  DCLAccessRecert.
           03 AccessRecert-RecertId           PIC S9(09)  COMP-5.
           03 AccessRecert-Quarter            PIC X(6).
           03 AccessRecert-RunDate            PIC S9(09)  COMP-5.
           03 AccessRecert-ProducedBy         PIC X(8).
           03 AccessRecert-LineCount          PIC S9(09)  COMP-5.
           03 AccessRecert-FlaggedCount       PIC S9(09)  COMP-5.
           03 AccessRecert-Status             PIC X(10).
             88 AccessRecert-Open             VALUE "OPEN".
             88 AccessRecert-Complete         VALUE "COMPLETE".
           03 AccessRecert-CompletedDate      PIC S9(09)  COMP-5.
