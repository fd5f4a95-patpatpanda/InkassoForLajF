      *> Priority ORDER ACROSS AN EMPLOYEE'S ORDERS, NEVER TAKING
      *> NET PAY BELOW THE PROTECTED-EARNINGS FLOOR (GarnishRules).
      *> RemainingBalance COUNTS DOWN; AT ZERO THE ORDER FLIPS TO
      *> "SATISFIED" AND IS NEVER TOUCHED AGAIN. AN ATTACHMENT OF
      *> EARNINGS ENDS WITH THE DEBTOR'S DEATH - THE FINAL
      *> SETTLEMENT TO THE ESTATE SETS THE ORDER TO "DECEASED".
      *> -------------------------------------------
           EXEC SQL DECLARE Garnishments TABLE
           ( GarnishId            int
           03 Garnishments-Status             PIC X(10).
             88 Garnishments-Active           VALUE "ACTIVE".
             88 Garnishments-Satisfied        VALUE "SATISFIED".
             88 Garnishments-Deceased         VALUE "DECEASED".
