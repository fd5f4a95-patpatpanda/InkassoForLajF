       01 EmployeeAmount PIC 9(5).
       01 EmployerAmount PIC 9(5).
       01 AgreementCode PIC X(2).
       01 ExchangePremium PIC 9(5).

      *    ANNUAL CAP WORK FIELDS: PENSIONABLE SALARY STOPS AT 7.5
      *    INCOME BASE AMOUNTS PER YEAR. THE CAP IS LOOKED UP ONCE
         88 PENSION-PART-CAPPED VALUE "P".
         88 PENSION-FULLY-CAPPED VALUE "C".
       01 WS-AGREEMENT PIC X(2).
       01 WS-EXCHANGE-AMOUNT PIC 9(5).
       01 WS-EXCHANGE-UPLIFT PIC S9(3)V9(2) COMP-3.
       01 WS-EXCHANGE-PREMIUM PIC 9(5).

      *    SAME CALL SHAPE AS TAXMODULE/FEEMODULE: SALARY AND BIRTH
      *    DATE IN, BOTH CONTRIBUTION AMOUNTS AND A FOUND/NOT-FOUND
      *    REACHES THE ANNUAL CAP BOTH CONTRIBUTION SIDES STOP,
      *    AND WS-CAP-FLAG TELLS THE CALLER WHETHER THIS PERIOD
      *    WAS CAPPED IN PART ("P") OR IN FULL ("C").
      *    WS-EXCHANGE-AMOUNT IS THE GROSS SALARY EXCHANGED FOR
      *    PENSION THIS PERIOD (0 WHEN NONE) - ITS PREMIUM, RAISED
      *    BY THE AGREED WS-EXCHANGE-UPLIFT PERCENT, IS ADDED TO THE
      *    EMPLOYER CONTRIBUTION AND RETURNED IN WS-EXCHANGE-PREMIUM.
      *    IT IS THE EMPLOYEE'S OWN PAY, SO NEITHER THE BAND NOR
      *    THE ANNUAL CAP LIMITS IT.
       PROCEDURE DIVISION USING WS-SALARY
                                WS-DATEOFBIRTH
                                WS-AsOfDate
                                WS-PENSION-STATUS
                                WS-GROSS-YTD
                                WS-CAP-FLAG
                                WS-AGREEMENT
                                WS-EXCHANGE-AMOUNT
                                WS-EXCHANGE-UPLIFT
                                WS-EXCHANGE-PREMIUM.

           MOVE WS-SALARY TO Salary.
           MOVE WS-DATEOFBIRTH(1:4) TO BirthYear.
               END-EVALUATE
           END-IF.

           MOVE 0 TO WS-EXCHANGE-PREMIUM.
           IF WS-EXCHANGE-AMOUNT > 0
               COMPUTE ExchangePremium ROUNDED =
                   WS-EXCHANGE-AMOUNT *
                   (100 + WS-EXCHANGE-UPLIFT) / 100
               MOVE ExchangePremium TO WS-EXCHANGE-PREMIUM
               ADD ExchangePremium TO WS-EMPLOYER-CONTRIB
           END-IF.

           EXIT PROGRAM.

       LOAD-ANNUAL-CAP SECTION.
