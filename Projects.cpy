      *> -------------------------------------------
      *> DECLARE TABLE for Projects
      *> THE CUSTOMER-PROJECT MASTER. THE TIME SYSTEM REPORTS HOURS
      *> PER PROJECT (hours.dat FOR HOURLY STAFF, projhours.dat FOR
      *> MONTHLY STAFF) AND MAIN01 TAKES ONLY A CODE ON THIS MASTER
      *> WITH ActiveFlag "Y" - AN UNKNOWN OR CLOSED CODE IS
      *> REJECTED TO THE EXCEPTIONS LIST AND ITS HOURS STAY ON THE
      *> EMPLOYEE'S OWN DEPARTMENT. ActiveFlag "N" CLOSES A PROJECT
      *> WITHOUT LOSING ITS HISTORY IN ProjectCost. THE CODE IS
      *> THE OBJECT THE SIE VOUCHER CARRIES IN DIMENSION 6.
      *> MAINTAINED VIA PROJMAINT.
      *> -------------------------------------------
           EXEC SQL DECLARE Projects TABLE
           ( ProjectCode          char(8)      NOT NULL
           , ProjectName          char(30)     NOT NULL
           , CustomerName         char(30)
           , ActiveFlag           char(1)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE Projects
      *> -------------------------------------------
       01  DCLProjects.
           03 Projects-ProjectCode            PIC X(8).
           03 Projects-ProjectName            PIC X(30).
           03 Projects-CustomerName           PIC X(30).
           03 Projects-ActiveFlag             PIC X(1).
             88 Projects-Active               VALUE "Y".
