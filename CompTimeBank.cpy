      *> -------------------------------------------
      *> DECLARE TABLE for CompTimeBank
      *> ONE ROW PER EMPLOYEE: THE COMPENSATORY TIME BANK
      *> (KOMPLEDIGHET). OVERTIME THE TIME SYSTEM FLAGS "B" IN THE
      *> HOURS FILE IS NOT PAID - MAIN01 CREDITS ITS HOURS HERE AT
      *> THE CLASS'S PremiumRules MULTIPLIER (AN HOUR OF 1.50 OT
      *> BANKS 1.50 HOURS). "KOMP" ABSENCE DAYS DRAW THE BANK DOWN
      *> BY THE HOURS SCHEDULED ON THEM. A FINAL SETTLEMENT PAYS
      *> WHAT IS LEFT AND ZEROES THE BALANCE.
      *> LiabilityValue IS WHAT THE BALANCE IS OWED AT: HOURS ARE
      *> VALUED AT THE EMPLOYEE'S HOURLY RATE WHEN THEY ARE BANKED
      *> AND RELIEVED AT THE AVERAGE VALUE PER HOUR WHEN THEY ARE
      *> DRAWN OR PAID OUT. THE NET MOVEMENT PER RUN GOES INTO THE
      *> SIE VOUCHER (7299 / 2910) THE SAME WAY THE VACATION
      *> LIABILITY DOES. LastPeriod IS THE PAY PERIOD (YYYYMM)
      *> THAT LAST MOVED THE ROW.
      *> -------------------------------------------
           EXEC SQL DECLARE CompTimeBank TABLE
           ( EmployeeId           int          NOT NULL
           , BalanceHours         decimal(7,2) NOT NULL
           , LiabilityValue       int          NOT NULL
           , LastPeriod           char(6)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE CompTimeBank
      *> -------------------------------------------
       01  DCLCompTimeBank.
           03 CompTimeBank-EmployeeId         PIC S9(09)  COMP-5.
           03 CompTimeBank-BalanceHours       PIC S9(5)V9(2) COMP-3.
           03 CompTimeBank-LiabilityValue     PIC S9(09)  COMP-5.
           03 CompTimeBank-LastPeriod         PIC X(6).
