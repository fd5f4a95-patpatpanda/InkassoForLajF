      *> -------------------------------------------
      *> InsPremParms - THE PARAMETER BLOCK FOR InsPremModule, WHICH
      *> WORKS OUT ONE EMPLOYEE'S COLLECTIVE-AGREEMENT INSURANCE
      *> PREMIUM BASES (AGS, TFA, TGL, AVTALSPENSION) FOR A YEAR UP
      *> TO AND INCLUDING WS-IPM-THRU-PERIOD, FROM THE GROSS POSTED
      *> AND PAID IN THE YEAR AND THE RATES IN insrates.dat.
      *> IN: COMPANY, YEAR, THRU-PERIOD (YYYYMM, YYYY12 FOR THE
      *>   WHOLE YEAR), EMPLOYEE, THE EMPLOYEE'S AGREEMENT CODE AND
      *>   BIRTH DATE (AGE LIMITS ARE TESTED AT THE YEAR'S END).
      *> OUT: WS-IPM-GROSS - THE YEAR'S GROSS WITH ANY SALARY
      *>   EXCHANGE ADDED BACK; ONE WS-IPM-ITEM PER INSURANCE THE
      *>   EMPLOYEE IS COVERED BY - THE PART OF THE GROSS THE
      *>   INSURER EXCLUDES, THE PREMIUM BASE (AFTER EXCLUSIONS,
      *>   WITHIN THE INSURANCE'S FROM/TO LIMITS) AND THE PREMIUM IN
      *>   WHOLE KRONOR, WITH THE EXPENSE AND LIABILITY ACCOUNTS IT
      *>   IS BOOKED ON. WS-IPM-RESULT "Y" COVERED, "N" THE
      *>   AGREEMENT CARRIES NO INSURANCE (OR THE EMPLOYEE IS
      *>   OUTSIDE EVERY AGE LIMIT), "E" DATABASE ERROR.
      *> -------------------------------------------
       01 WS-IPM-PARMS.
         05 WS-IPM-COMPANY PIC X(2).
         05 WS-IPM-YEAR PIC 9(4).
         05 WS-IPM-THRU-PERIOD PIC X(6).
         05 WS-IPM-EMPLOYEE-ID PIC S9(09) COMP-5.
         05 WS-IPM-AGREEMENT PIC X(2).
         05 WS-IPM-BIRTH-DATE PIC 9(8).
         05 WS-IPM-GROSS PIC S9(09) COMP-5.
         05 WS-IPM-COUNT PIC 9(2).
         05 WS-IPM-ITEM OCCURS 8 TIMES.
           10 WS-IPM-INSURANCE PIC X(4).
           10 WS-IPM-RATE PIC 9(2)V9(4).
           10 WS-IPM-EXCLUDED PIC S9(09) COMP-5.
           10 WS-IPM-BASE PIC S9(09) COMP-5.
           10 WS-IPM-PREMIUM PIC S9(09) COMP-5.
           10 WS-IPM-EXPENSE-ACCOUNT PIC X(4).
           10 WS-IPM-LIABILITY-ACCOUNT PIC X(4).
         05 WS-IPM-RESULT PIC X(1).
           88 IPM-COVERED VALUE "Y".
           88 IPM-NOT-COVERED VALUE "N".
           88 IPM-ERROR VALUE "E".
