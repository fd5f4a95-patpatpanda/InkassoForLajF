      *> -------------------------------------------
      *> LasParms - THE PARAMETER BLOCK FOR LasDayModule, WHICH
      *> COUNTS AN EMPLOYEE'S LAS EMPLOYMENT DAYS IN ONE CONTRACT
      *> TYPE OVER THE FIVE YEARS ENDING ON WS-LAS-AS-OF.
      *> WS-LAS-SKIP-ID: A CONTRACT ROW TO LEAVE OUT (THE ONE BEING
      *>   EXTENDED), 0 FOR NONE.
      *> WS-LAS-EXTRA-START/END: A SPAN TO ADD THAT IS NOT ON FILE
      *>   YET (THE NEW CONTRACT, OR THE EXTENDED ONE'S NEW DATES),
      *>   0 FOR NONE.
      *> OUT: WS-LAS-DAYS, AND WS-LAS-LIMIT FOR THE TYPE (0 WHEN THE
      *>   TYPE HAS NO CONVERSION LIMIT). WS-LAS-RESULT "Y" COUNTED,
      *>   "E" DATABASE ERROR.
      *> -------------------------------------------
       01 WS-LAS-PARMS.
         05 WS-LAS-EMPLOYEE-ID PIC S9(09) COMP-5.
         05 WS-LAS-CONTRACT-TYPE PIC X(2).
         05 WS-LAS-AS-OF PIC 9(8).
         05 WS-LAS-SKIP-ID PIC S9(09) COMP-5.
         05 WS-LAS-EXTRA-START PIC 9(8).
         05 WS-LAS-EXTRA-END PIC 9(8).
         05 WS-LAS-DAYS PIC S9(09) COMP-5.
         05 WS-LAS-LIMIT PIC S9(09) COMP-5.
         05 WS-LAS-RESULT PIC X(1).
           88 LAS-COUNTED VALUE "Y".
           88 LAS-ERROR VALUE "E".
