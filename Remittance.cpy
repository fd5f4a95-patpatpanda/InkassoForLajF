      *> ONE ROW PER PAY PERIOD ACTUALLY EXTRACTED FOR PAYMENT TO
      *> THE TAX AUTHORITY - WRITTEN BY REMIT01 WHEN THE BANK FILE
      *> IS PRODUCED, AND CHECKED FIRST SO THE SAME PERIOD CANNOT
      *> QUIETLY PRODUCE A SECOND PAYMENT FILE. DueDate IS THE
      *> BANKING DAY THE PAYMENT IS DATED FOR (NULL ON ROWS FROM
      *> BEFORE THE BANKING-DAY CALENDAR).
      *> -------------------------------------------
           EXEC SQL DECLARE Remittance TABLE
           ( RemitId              int
           , RemitReference       char(20)     NOT NULL
           , RemitDate            int          NOT NULL
           , CompanyCode          char(2)
           , DueDate              int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE Remittance
           03 Remittance-RemitReference       PIC X(20).
           03 Remittance-RemitDate            PIC S9(09)  COMP-5.
           03 Remittance-CompanyCode          PIC X(2).
           03 Remittance-DueDate              PIC S9(09)  COMP-5.
