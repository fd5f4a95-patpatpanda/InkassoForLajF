      *> -------------------------------------------
      *> DECLARE TABLE for PostingLock
      *> WHO IS POSTING INTO OR CHANGING WHICH COMPANY, PERIOD AND
      *> PAY GROUP RIGHT NOW. EVERY POSTING OR MUTATING JOB TAKES
      *> ITS ROW THROUGH PostLockModule BEFORE IT TOUCHES
      *> EmployeeDeductions/YtdAccumulator/VacationBalance AND
      *> DELETES IT AGAIN ON THE WAY OUT - A JOB THAT FINDS A
      *> CONFLICTING ROW IS REFUSED AND AN Events ROW IS RAISED.
      *> A ROW LEFT BEHIND BY AN ABEND STAYS UNTIL THE SAME JOB
      *> RESTARTS OVER IT OR A SUPERVISOR CLEARS IT (LOCKMAINT,
      *> LOGGED TO ConfigAudit WITH THE REASON).
      *> "**" IN CompanyCode OR PayGroup, "******" IN Period, AND
      *> "YYYY**" IN Period MEAN EVERY COMPANY / PAY GROUP / PERIOD
      *> / PERIOD OF THAT YEAR.
      *> LockMode "X": NOTHING ELSE MAY RUN AGAINST THE KEY.
      *> LockMode "S": OTHER INSTANCES OF THE SAME PROGRAM MAY (THE
      *> CONCURRENT MAIN01 PARTITIONS), NOTHING ELSE MAY.
      *> Instance TELLS THOSE INSTANCES APART ("_p03"), BLANK
      *> OTHERWISE.
      *> -------------------------------------------
           EXEC SQL DECLARE PostingLock TABLE
           ( LockId               int
           , CompanyCode          char(2)      NOT NULL
           , Period               char(6)      NOT NULL
           , PayGroup             char(2)      NOT NULL
           , HeldBy               char(8)      NOT NULL
           , Instance             char(4)      NOT NULL
           , LockMode             char(1)      NOT NULL
           , LockedDate           int          NOT NULL
           , LockedTime           int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PostingLock
      *> -------------------------------------------
       01  DCLPostingLock.
           03 PostingLock-LockId              PIC S9(09)  COMP-5.
           03 PostingLock-CompanyCode         PIC X(2).
           03 PostingLock-Period              PIC X(6).
           03 PostingLock-PayGroup            PIC X(2).
           03 PostingLock-HeldBy              PIC X(8).
           03 PostingLock-Instance            PIC X(4).
           03 PostingLock-LockMode            PIC X(1).
             88 PostingLock-Exclusive         VALUE "X".
             88 PostingLock-Shared            VALUE "S".
           03 PostingLock-LockedDate          PIC S9(09)  COMP-5.
           03 PostingLock-LockedTime          PIC S9(09)  COMP-5.
