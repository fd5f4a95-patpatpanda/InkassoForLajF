      *> (THE RELEASE APPENDS THE ID TO selectids.dat), CORRECTED
      *> ONES WAIT FOR THE FIXED DATA. Status: "HELD", "RELEASED"
      *> OR "CORRECTED".
      *> HoldSource: NULL/"ANOMALY" FOR THE NET-SWING HOLD ABOVE,
      *> "POPREG" FOR A DEATH OR EMIGRATION REPORTED BY THE
      *> POPULATION REGISTER (NAVET01). A POPREG HOLD IS NOT TIED
      *> TO ITS PERIOD - WHILE IT IS HELD THE EMPLOYEE IS LEFT OUT
      *> OF EVERY REGULAR RUN, UNTIL HR RELEASES OR CORRECTS IT IN
      *> HOLDREV01. ComputedNet/PreviousNet ARE 0 ON SUCH A ROW.
      *> -------------------------------------------
           EXEC SQL DECLARE PayrollHold TABLE
           ( HoldId               int
           , Status               char(10)     NOT NULL
           , HeldDate             int          NOT NULL
           , ReviewedBy           char(8)
           , HoldSource           char(8)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PayrollHold
             88 PayrollHold-Corrected         VALUE "CORRECTED".
           03 PayrollHold-HeldDate            PIC S9(09)  COMP-5.
           03 PayrollHold-ReviewedBy          PIC X(8).
           03 PayrollHold-HoldSource          PIC X(8).
             88 PayrollHold-From-Anomaly      VALUE "ANOMALY" " ".
             88 PayrollHold-From-PopReg       VALUE "POPREG".
