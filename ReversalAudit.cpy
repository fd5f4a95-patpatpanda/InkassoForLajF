      *> -------------------------------------------
      *> DECLARE TABLE for ReversalAudit
      *> OperatorId IS WHO BOOKED THE REVERSAL (ADJUST01, BACKOUT01);
      *> NULL ON BATCH OFFSETS (RETRO01) AND ON ROWS FROM BEFORE THE
      *> COLUMN EXISTED.
      *> -------------------------------------------
           EXEC SQL DECLARE ReversalAudit TABLE
           ( ReversalId           int
           , FeeAmount            int          NOT NULL
           , Reason               char(40)     NOT NULL
           , ReversalDate         int          NOT NULL
           , OperatorId           char(8)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE ReversalAudit
           03 ReversalAudit-FeeAmount       PIC S9(09)  COMP-5.
           03 ReversalAudit-Reason          PIC X(40).
           03 ReversalAudit-ReversalDate    PIC S9(09)  COMP-5.
           03 ReversalAudit-OperatorId      PIC X(8).
