      *> PayType: "R"/NULL = REGULAR RUN, "O" = ONE-OFF PAYMENT
      *> (ENGANGSSKATT) POSTED BY ONEOFF01. REMIT01 DELIBERATELY
      *> SUMS BOTH - THE FLAT-RATE TAX IS REMITTED WITH THE REST.
      *> "B" = BACK PAY FOR EARLIER PERIODS, PAID BY MAIN01.
           EXEC SQL DECLARE Taxes TABLE
           ( ID_EMPLOYEE          int          NOT NULL
           , TaxesAmount          int          NOT NULL
