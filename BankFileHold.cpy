      *> TRANSFER FOLDER, AND ONLY A SUPERVISOR WITH PAYMENT
      *> AUTHORITY (BANKREL01) MOVES IT TO THE OUTBOX AFTER
      *> CHECKING THE COUNT AND TOTAL AGAINST THE PERIOD'S
      *> REGISTER FIGURES. Status: "HELD", "RELEASED" OR
      *> "CANCELLED" (THE RUN IT PAYS WAS BACKED OUT BY BACKOUT01
      *> BEFORE RELEASE - THE FILE MUST NEVER GO TO THE BANK); WHO
      *> RELEASED IT AND WHEN IS STAMPED ON THE ROW - THE SAME
      *> DUAL-CONTROL IDEA APPRV01 GIVES BRACKET CHANGES.
      *> ValueDate IS THE BANKING DAY THE FILE ASKS THE BANK TO PAY
      *> ON (NULL ON FILES FROM BEFORE THE BANKING-DAY CALENDAR).
      *> -------------------------------------------
           EXEC SQL DECLARE BankFileHold TABLE
           ( HoldId               int
           , ReleasedDate         int
           , PayGroup             char(2)
           , PayCycle             char(2)
           , ValueDate            int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BankFileHold
           03 BankFileHold-Status             PIC X(10).
             88 BankFileHold-Held             VALUE "HELD".
             88 BankFileHold-Released         VALUE "RELEASED".
             88 BankFileHold-Cancelled        VALUE "CANCELLED".
           03 BankFileHold-CreatedDate        PIC S9(09)  COMP-5.
           03 BankFileHold-ReleasedBy         PIC X(8).
           03 BankFileHold-ReleasedDate       PIC S9(09)  COMP-5.
      *> NOT THE WHOLE PERIOD'S. NULL/BLANK MEANS "01"/"01".
           03 BankFileHold-PayGroup           PIC X(2).
           03 BankFileHold-PayCycle           PIC X(2).
           03 BankFileHold-ValueDate          PIC S9(09)  COMP-5.
