      *> -------------------------------------------
      *> DECLARE TABLE for PayEquityRun
      *> ONE ROW PER PAY-EQUITY SURVEY RUN (PAYEQ01) - WHEN IT RAN,
      *> THE DATE SURVEYED AND THE GAP THRESHOLD THAT FLAGGED
      *> GROUPS. THE GROUP FIGURES ARE IN PayEquityGroup; KEPT SO
      *> THE NEXT YEAR'S SURVEY SHOWS THE FOLLOW-UP.
      *> -------------------------------------------
           EXEC SQL DECLARE PayEquityRun TABLE
           ( SurveyId             int
           , CompanyCode          char(2)      NOT NULL
           , SurveyDate           int          NOT NULL
           , RunDate              int          NOT NULL
           , RunTime              int          NOT NULL
           , ThresholdPct         decimal(5,2) NOT NULL
           , EmployeeCount        int          NOT NULL
           , UnclassifiedCount    int          NOT NULL
           , GroupCount           int          NOT NULL
           , FlaggedCount         int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PayEquityRun
      *> -------------------------------------------
       01  DCLPayEquityRun.
           03 PayEquityRun-SurveyId           PIC S9(09)  COMP-5.
           03 PayEquityRun-CompanyCode        PIC X(2).
           03 PayEquityRun-SurveyDate         PIC 9(8).
           03 PayEquityRun-RunDate            PIC 9(8).
           03 PayEquityRun-RunTime            PIC 9(8).
           03 PayEquityRun-ThresholdPct       PIC S9(3)V9(2) COMP-3.
           03 PayEquityRun-EmployeeCount      PIC S9(09)  COMP-5.
           03 PayEquityRun-UnclassifiedCount  PIC S9(09)  COMP-5.
           03 PayEquityRun-GroupCount         PIC S9(09)  COMP-5.
           03 PayEquityRun-FlaggedCount       PIC S9(09)  COMP-5.
