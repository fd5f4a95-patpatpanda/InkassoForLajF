               DISPLAY "Effective to (YYYYMMDD, 0 if open-ended): "
               ACCEPT Benefits-EffectiveTo

      *        RANT IS THE LOAN INTEREST BENEFIT - LOANBEN01 VALUES
      *        IT EACH PERIOD FROM THE LOAN BALANCE AND THE REFERENCE
      *        RATE, AND A HAND-KEYED ROW WOULD BE TAXED TWICE.
               IF Benefits-BenefitCode = "RANT"
                   DISPLAY "Benefit not added - RANT is valued each "
                     "period from the employee's loans (LOANBEN01)."
               ELSE
                   IF Benefits-MonthlyValue <= 0
                       DISPLAY "Benefit not added - value must be "
                         "positive."
                   ELSE
                       EXEC SQL
                           INSERT INTO REDWARRIOR.dbo.Benefits
                           (EmployeeId, BenefitCode, MonthlyValue,
                           EffectiveFrom, EffectiveTo)
                           VALUES (:Benefits-EmployeeId,
                           :Benefits-BenefitCode,
                           :Benefits-MonthlyValue,
                           :Benefits-EffectiveFrom,
                           :Benefits-EffectiveTo)
                       END-EXEC

                       EVALUATE SQLCODE
                           WHEN 0
                               DISPLAY "Benefit added."
                           WHEN OTHER
                               DISPLAY "BENMAINT: SQL ERROR ON INSERT, "
                                 "CODE = " SQLCODE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

