      *> -------------------------------------------
      *> DECLARE TABLE for CommissionPlan
      *> ONE ROW PER VERSION OF AN EMPLOYEE'S SALES COMMISSION
      *> PLAN, MAINTAINED IN COMMAINT. Basis "M" PAYS ON EACH
      *> MONTH'S SALES, "Q" ON EACH QUARTER'S. NOTHING IS PAID ON
      *> SALES UP TO TargetAmount; ABOVE IT Tier1Pct APPLIES UP TO
      *> Tier2From, Tier2Pct UP TO Tier3From AND Tier3Pct ON THE
      *> REST (A TIER "FROM" OF 0 MEANS THE TIER IS NOT USED).
      *> CapAmount LIMITS THE PAYOUT FOR ONE BASIS PERIOD (0 = NO
      *> CAP). EFFECTIVE-DATED LIKE Benefits (EffectiveTo = 0
      *> MEANS STILL RUNNING) AND NEVER CHANGED IN PLACE - A NEW
      *> TERM IS A NEW ROW WITH THE NEXT PlanVersion, SO EVERY
      *> CommissionPayout STILL POINTS AT THE TERMS IT WAS PAID ON.
      *> -------------------------------------------
           EXEC SQL DECLARE CommissionPlan TABLE
           ( PlanId               int
           , EmployeeId           int          NOT NULL
           , PlanVersion          int          NOT NULL
           , Basis                char(1)      NOT NULL
           , TargetAmount         int          NOT NULL
           , Tier1Pct             decimal(5,2) NOT NULL
           , Tier2From            int          NOT NULL
           , Tier2Pct             decimal(5,2) NOT NULL
           , Tier3From            int          NOT NULL
           , Tier3Pct             decimal(5,2) NOT NULL
           , CapAmount            int          NOT NULL
           , EffectiveFrom        int          NOT NULL
           , EffectiveTo          int          NOT NULL
           , CreatedDate          int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE CommissionPlan
      *> -------------------------------------------
       01  DCLCommissionPlan.
           03 CommissionPlan-PlanId           PIC S9(09)  COMP-5.
           03 CommissionPlan-EmployeeId       PIC S9(09)  COMP-5.
           03 CommissionPlan-PlanVersion      PIC S9(09)  COMP-5.
           03 CommissionPlan-Basis            PIC X(1).
             88 CommissionPlan-Monthly        VALUE "M".
             88 CommissionPlan-Quarterly      VALUE "Q".
             88 CommissionPlan-Basis-Valid    VALUE "M" "Q".
           03 CommissionPlan-TargetAmount     PIC S9(09)  COMP-5.
           03 CommissionPlan-Tier1Pct         PIC S9(3)V9(2) COMP-3.
           03 CommissionPlan-Tier2From        PIC S9(09)  COMP-5.
           03 CommissionPlan-Tier2Pct         PIC S9(3)V9(2) COMP-3.
           03 CommissionPlan-Tier3From        PIC S9(09)  COMP-5.
           03 CommissionPlan-Tier3Pct         PIC S9(3)V9(2) COMP-3.
           03 CommissionPlan-CapAmount        PIC S9(09)  COMP-5.
           03 CommissionPlan-EffectiveFrom    PIC 9(8).
           03 CommissionPlan-EffectiveTo      PIC 9(8).
           03 CommissionPlan-CreatedDate      PIC 9(8).
