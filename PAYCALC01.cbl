       01 WS-PENSION-STATUS PIC X.
       01 WS-GROSS-YTD PIC S9(09) COMP-5 VALUE 0.
       01 WS-CAP-FLAG PIC X.
      *    THE CALCULATOR WORKS ON THE GROSS AS KEYED - NO SALARY
      *    EXCHANGE IS PASSED.
       01 WS-EXCHANGE-AMOUNT PIC 9(5) VALUE 0.
       01 WS-EXCHANGE-UPLIFT PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-EXCHANGE-PREMIUM PIC 9(5) VALUE 0.

       01 WS-NET PIC S9(9) VALUE 0.
       01 WS-GUESS PIC S9(9) VALUE 0.
                                      WS-GROSS-YTD
                                      WS-CAP-FLAG
                                      WS-AGREEMENT
                                      WS-EXCHANGE-AMOUNT
                                      WS-EXCHANGE-UPLIFT
                                      WS-EXCHANGE-PREMIUM

           COMPUTE WS-NET = WS-GROSS - WS-TaxAmount - WS-FEE
             - WS-PENSION-EMP
