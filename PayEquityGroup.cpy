      *> -------------------------------------------
      *> DECLARE TABLE for PayEquityGroup
      *> ONE ROW PER COMPARISON GROUP OF A PAY-EQUITY SURVEY RUN.
      *> GroupKind "EQUAL" = SAME AGREEMENT, DEPARTMENT AND JOB
      *> CLASS; "EQUIV" = SAME AGREEMENT AND ValueLevel (DeptCode
      *> AND JobClass BLANK). SALARIES ARE FULL-TIME EQUIVALENT
      *> MONTHLY (SALARY x 100 / EMPLOYMENT DEGREE; HOURLY RATE x
      *> 2080 / 12), WHOLE UNITS. GapPct = (MEN'S MEAN - WOMEN'S
      *> MEAN) / MEN'S MEAN x 100, 0 WHEN A GENDER IS MISSING.
      *> Flagged "Y" WHEN THE GAP, EITHER WAY, EXCEEDS THE RUN'S
      *> THRESHOLD.
      *> -------------------------------------------
           EXEC SQL DECLARE PayEquityGroup TABLE
           ( SurveyId             int          NOT NULL
           , GroupKind            char(5)      NOT NULL
           , AgreementCode        char(2)      NOT NULL
           , DeptCode             char(4)      NOT NULL
           , JobClass             char(4)      NOT NULL
           , ValueLevel           int          NOT NULL
           , WomenCount           int          NOT NULL
           , WomenMean            int          NOT NULL
           , WomenMedian          int          NOT NULL
           , WomenMin             int          NOT NULL
           , WomenMax             int          NOT NULL
           , MenCount             int          NOT NULL
           , MenMean              int          NOT NULL
           , MenMedian            int          NOT NULL
           , MenMin               int          NOT NULL
           , MenMax               int          NOT NULL
           , GapPct               decimal(5,2) NOT NULL
           , Flagged              char(1)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PayEquityGroup
      *> -------------------------------------------
       01  DCLPayEquityGroup.
           03 PayEquityGroup-SurveyId         PIC S9(09)  COMP-5.
           03 PayEquityGroup-GroupKind        PIC X(5).
             88 PayEquityGroup-Equal          VALUE "EQUAL".
             88 PayEquityGroup-Equivalent     VALUE "EQUIV".
           03 PayEquityGroup-AgreementCode    PIC X(2).
           03 PayEquityGroup-DeptCode         PIC X(4).
           03 PayEquityGroup-JobClass         PIC X(4).
           03 PayEquityGroup-ValueLevel       PIC S9(09)  COMP-5.
           03 PayEquityGroup-WomenCount       PIC S9(09)  COMP-5.
           03 PayEquityGroup-WomenMean        PIC S9(09)  COMP-5.
           03 PayEquityGroup-WomenMedian      PIC S9(09)  COMP-5.
           03 PayEquityGroup-WomenMin         PIC S9(09)  COMP-5.
           03 PayEquityGroup-WomenMax         PIC S9(09)  COMP-5.
           03 PayEquityGroup-MenCount         PIC S9(09)  COMP-5.
           03 PayEquityGroup-MenMean          PIC S9(09)  COMP-5.
           03 PayEquityGroup-MenMedian        PIC S9(09)  COMP-5.
           03 PayEquityGroup-MenMin           PIC S9(09)  COMP-5.
           03 PayEquityGroup-MenMax           PIC S9(09)  COMP-5.
           03 PayEquityGroup-GapPct           PIC S9(3)V9(2) COMP-3.
           03 PayEquityGroup-Flagged          PIC X(1).
             88 PayEquityGroup-Is-Flagged     VALUE "Y".
