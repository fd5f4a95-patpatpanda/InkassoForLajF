      *> -------------------------------------------
      *> MinWageParms - THE PARAMETER BLOCK FOR MinWageModule,
      *> WHICH CHECKS ONE EMPLOYEE'S PAY ON THE MASTER AGAINST THE
      *> AGREEMENT'S MINIMUM IN FORCE ON WS-MWG-AS-OF.
      *> OUT: THE AGE AND SERVICE YEARS THE BAND WAS CHOSEN ON, THE
      *>   PAY COMPARED (MONTHLY SALARY OR HOURLY RATE), THE FLOOR
      *>   (A MONTHLY FLOOR SCALED BY THE EMPLOYMENT DEGREE), THE
      *>   SHORTFALL, AND A ONE-LINE WS-MWG-MESSAGE FOR THE CALLER
      *>   TO SHOW. WS-MWG-RESULT "Y" AT OR ABOVE, "B" BELOW,
      *>   "N" NO MINIMUM FOR THE AGREEMENT/PAY TYPE, "E" ERROR.
      *> -------------------------------------------
       01 WS-MWG-PARMS.
         05 WS-MWG-EMPLOYEE-ID PIC S9(09) COMP-5.
         05 WS-MWG-AS-OF PIC 9(8).
         05 WS-MWG-AGREEMENT PIC X(2).
         05 WS-MWG-PAY-TYPE PIC X(1).
         05 WS-MWG-AGE PIC 9(3).
         05 WS-MWG-SERVICE-YEARS PIC 9(3).
         05 WS-MWG-DEGREE PIC S9(3)V9(2) COMP-3.
         05 WS-MWG-PAY PIC S9(7)V9(2) COMP-3.
         05 WS-MWG-FLOOR PIC S9(7)V9(2) COMP-3.
         05 WS-MWG-SHORTFALL PIC S9(7)V9(2) COMP-3.
         05 WS-MWG-MESSAGE PIC X(80).
         05 WS-MWG-RESULT PIC X(1).
           88 MWG-MEETS-MINIMUM VALUE "Y".
           88 MWG-BELOW-MINIMUM VALUE "B".
           88 MWG-NO-MINIMUM VALUE "N".
           88 MWG-ERROR VALUE "E".
