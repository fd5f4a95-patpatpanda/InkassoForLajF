      *> SAME WAY EMPMAINT DOES, SO A MID-PERIOD EFFECTIVE DATE
      *> PRORATES CORRECTLY. Status: "PROPOSED", "APPROVED",
      *> "APPLIED" OR "REJECTED".
      *> ReasonCode: WHY THE BATCH RAISES SALARIES, AS THE
      *> SalaryChangeNotice CODES ("REV " WHEN NULL) - CARRIED ONTO
      *> EVERY NOTICE THE APPLY WRITES AND PRINTED IN THE LETTER.
      *> -------------------------------------------
           EXEC SQL DECLARE SalaryRevision TABLE
           ( RevisionId           int
           , Status               char(10)     NOT NULL
           , ProposedBy           char(8)      NOT NULL
           , ApprovedBy           char(8)
           , ReasonCode           char(4)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE SalaryRevision
             88 SalaryRevision-Rejected       VALUE "REJECTED".
           03 SalaryRevision-ProposedBy       PIC X(8).
           03 SalaryRevision-ApprovedBy       PIC X(8).
           03 SalaryRevision-ReasonCode       PIC X(4).
