      *> -------------------------------------------
      *> DECLARE TABLE for BankCalendar
      *> THE DAYS THE BANKS ARE SHUT ON A WEEKDAY, PER COMPANY -
      *> SWEDISH PUBLIC HOLIDAYS PLUS THE DAYS THE BANKS TREAT AS
      *> HOLIDAYS (MIDSOMMARAFTON, JULAFTON, NYARSAFTON). SATURDAYS
      *> AND SUNDAYS ARE NEVER BANKING DAYS AND ARE NOT STORED.
      *> MAINTAINED BY HOLMAINT (WHICH CAN GENERATE A YEAR'S
      *> STANDARD DAYS) AND READ THROUGH BankDayModule BY
      *> DISBUR01, FUNDNOT01, REMIT01, CALMAINT AND MAIN01.
      *> -------------------------------------------
           EXEC SQL DECLARE BankCalendar TABLE
           ( CompanyCode          char(2)      NOT NULL
           , HolidayDate          int          NOT NULL
           , Description          char(30)     NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BankCalendar
      *> -------------------------------------------
       01  DCLBankCalendar.
           03 BankCalendar-CompanyCode        PIC X(2).
           03 BankCalendar-HolidayDate        PIC S9(09)  COMP-5.
           03 BankCalendar-Description        PIC X(30).
