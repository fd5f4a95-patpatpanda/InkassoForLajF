      *> WHO WAS IN WHAT, FROM WHEN TO WHEN - THE QUESTION NOBODY
      *> COULD ANSWER WHILE EVERY SCREEN WAS STARTED BY HAND FROM
      *> THE COMMAND LINE.
      *> ALSO ONE ROW PER UNMASKED VIEW OF ONE EMPLOYEE'S PERSONAL
      *> DATA, WRITTEN THROUGH PersDataModule BY THE INQUIRY
      *> SCREENS AND EXTRACTS: EmployeeId IS WHOSE DATA WAS SHOWN
      *> AND ViewedData WHAT (E.G. "PERSONNUMMER", "SALARY"), THE
      *> START DATE/TIME IS WHEN, AND THE END COLUMNS STAY NULL.
      *> EmployeeId IS NULL ON THE MENU'S OWN LAUNCH ROWS - SO
      *> "WHO HAS SEEN THIS PERSON'S SALARY" IS ONE SELECT ON
      *> EmployeeId.
      *> -------------------------------------------
           EXEC SQL DECLARE SessionLog TABLE
           ( SessionId            int
           , StartTime            int          NOT NULL
           , EndDate              int
           , EndTime              int
           , EmployeeId           int
           , ViewedData           char(20)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE SessionLog
           03 SessionLog-StartTime            PIC S9(09)  COMP-5.
           03 SessionLog-EndDate              PIC S9(09)  COMP-5.
           03 SessionLog-EndTime              PIC S9(09)  COMP-5.
           03 SessionLog-EmployeeId           PIC S9(09)  COMP-5.
           03 SessionLog-ViewedData           PIC X(20).
