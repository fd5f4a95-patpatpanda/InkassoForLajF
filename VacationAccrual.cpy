      *> -------------------------------------------
      *> DECLARE TABLE for VacationAccrual
      *> ONE ROW PER EMPLOYEE PER POSTING: THE MOVEMENT IN THE
      *> VACATION PAY LIABILITY (SEMESTERLONESKULD) THAT POSTING
      *> CAUSED - THE PER-EMPLOYEE SHARE OF THE 7290 / 2920 LINE.
      *> VacationBalance ONLY HOLDS THE POSITION; THIS IS THE
      *> HISTORY OF HOW IT MOVED, SO A PERIOD'S VACATION COST CAN
      *> BE TOLD PER EMPLOYEE AND DEPARTMENT (BUDRPT01).
      *> Source: "R" = EARNED LESS TAKEN IN A REGULAR RUN (MAIN01),
      *> "S" = PAID OUT BY A FINAL SETTLEMENT (MAIN01, NEGATIVE),
      *> "Y" = RELEASED AT VACATION YEAR END FOR PAYOUT OR EXPIRY
      *> (VACROLL01, NEGATIVE; Period IS THE MONTH IT RAN).
      *> -------------------------------------------
           EXEC SQL DECLARE VacationAccrual TABLE
           ( EmployeeId           int          NOT NULL
           , Period               char(6)      NOT NULL
           , Amount               int          NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , Source               char(1)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE VacationAccrual
      *> -------------------------------------------
       01  DCLVacationAccrual.
           03 VacationAccrual-EmployeeId      PIC S9(09)  COMP-5.
           03 VacationAccrual-Period          PIC X(6).
           03 VacationAccrual-Amount          PIC S9(09)  COMP-5.
           03 VacationAccrual-CompanyCode     PIC X(2).
           03 VacationAccrual-Source          PIC X(1).
             88 VacationAccrual-From-Run      VALUE "R".
             88 VacationAccrual-Settlement    VALUE "S".
             88 VacationAccrual-Year-End      VALUE "Y".
