      *> PAID OUT IN CASH - NET PAY AND THE BANK FILE STAY ON THE
      *> CASH SALARY. EFFECTIVE-DATED IN THE SAME STYLE AS Taxinfo
      *> (EffectiveTo = 0 MEANS STILL RUNNING). MAINTAINED VIA
      *> BENMAINT, EXCEPT CODE RANT - THE INTEREST BENEFIT ON AN
      *> EMPLOYEE LOAN, WRITTEN BY LOANBEN01 FOR ONE PERIOD AT A TIME
      *> (EffectiveFrom/To = THE PERIOD'S FIRST AND LAST DAY).
      *> -------------------------------------------
           EXEC SQL DECLARE Benefits TABLE
           ( BenefitId            int
