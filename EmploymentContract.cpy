      *> -------------------------------------------
      *> DECLARE TABLE for EmploymentContract
      *> THE EMPLOYMENT CONTRACTS BEHIND EACH EMPLOYEE, ONE ROW PER
      *> CONTRACT, REGISTERED AND EXTENDED IN EMPMAINT.
      *> ContractType: "TV" TILLSVIDARE (PERMANENT), "VT" ALLMAN
      *> VISSTID (FIXED TERM), "PR" PROVANSTALLNING (PROBATION, AT
      *> MOST SIX MONTHS - IT BECOMES PERMANENT AT EndDate UNLESS
      *> NOTICE IS GIVEN), "VK" VIKARIAT (SUBSTITUTE).
      *> EndDate = 0 ONLY ON A "TV" ROW.
      *> LasDays: THE EMPLOYEE'S LAS EMPLOYMENT DAYS IN THE
      *> CONTRACT'S TYPE OVER THE FIVE YEARS UP TO THE CONTRACT'S
      *> END, ACROSS ALL CONTRACTS OF THAT TYPE (LasDayModule) -
      *> WRITTEN AT REGISTRATION/EXTENSION AND REFRESHED NIGHTLY BY
      *> LASCHK01. PAST THE LIMIT (VT 365, VK 730) THE EMPLOYMENT
      *> CONVERTS TO TILLSVIDARE BY LAW.
      *> DecisionRef/DecidedBy/DecisionDate: THE RECORDED DECISION
      *> (A SUPERVISOR'S) THAT LET THE CONTRACT RUN PAST THE LIMIT -
      *> EMPMAINT REFUSES THE DATES WITHOUT ONE.
      *> Status: "ACTIVE", "ENDED" OR "CONVERTED".
      *> -------------------------------------------
           EXEC SQL DECLARE EmploymentContract TABLE
           ( ContractId           int
           , EmployeeId           int          NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , ContractType         char(2)      NOT NULL
           , StartDate            int          NOT NULL
           , EndDate              int          NOT NULL
           , LasDays              int          NOT NULL
           , Status               char(10)     NOT NULL
           , DecisionRef          char(30)
           , DecidedBy            char(8)
           , DecisionDate         int
           , CreatedDate          int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE EmploymentContract
      *> -------------------------------------------
       01  DCLEmploymentContract.
           03 EmploymentContract-ContractId   PIC S9(09)  COMP-5.
           03 EmploymentContract-EmployeeId   PIC S9(09)  COMP-5.
           03 EmploymentContract-CompanyCode  PIC X(2).
           03 EmploymentContract-ContractType PIC X(2).
             88 Contract-Permanent            VALUE "TV".
             88 Contract-FixedTerm            VALUE "VT".
             88 Contract-Probation            VALUE "PR".
             88 Contract-Substitute           VALUE "VK".
             88 Contract-Type-Valid           VALUE "TV" "VT" "PR"
                                                    "VK".
           03 EmploymentContract-StartDate    PIC 9(8).
           03 EmploymentContract-EndDate      PIC 9(8).
           03 EmploymentContract-LasDays      PIC S9(09)  COMP-5.
           03 EmploymentContract-Status       PIC X(10).
             88 Contract-Active               VALUE "ACTIVE".
             88 Contract-Ended                VALUE "ENDED".
             88 Contract-Converted            VALUE "CONVERTED".
           03 EmploymentContract-DecisionRef  PIC X(30).
           03 EmploymentContract-DecidedBy    PIC X(8).
           03 EmploymentContract-DecisionDate PIC S9(09)  COMP-5.
           03 EmploymentContract-CreatedDate  PIC S9(09)  COMP-5.
