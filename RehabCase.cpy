      *> -------------------------------------------
      *> DECLARE TABLE for RehabCase
      *> ONE ROW PER SICK-LEAVE CASE THE EMPLOYER MUST ACT ON,
      *> OPENED BY THE DAILY FOLLOW-UP (REHAB01) OVER Absences AND
      *> WORKED OPEN TO CLOSED BY HR IN REHMAINT.
      *> CaseType:
      *>   FKDAY15    A SPELL REACHED DAY 15 - FORSAKRINGSKASSAN MUST
      *>              BE NOTIFIED WITHIN SEVEN DAYS (DueDate). REHAB01
      *>              WRITES THE NOTIFICATION FILE AND SETS
      *>              NotifiedDate/NotifyFileId (THE OutboundFile ROW)
      *>   LONGSPELL  A SPELL EXPECTED TO PASS 60 DAYS - A
      *>              REHABILITATION PLAN IS REQUIRED BY DAY 30
      *>   REPEATED   SIX OR MORE SHORT SPELLS IN TWELVE MONTHS - A
      *>              REHABILITATION TALK/PLAN IS REQUIRED
      *> AbsenceId/SpellFrom: THE SPELL THAT OPENED THE CASE (THE
      *> SIXTH SHORT SPELL FOR REPEATED). ONE CASE PER SPELL AND
      *> TYPE; ONE OPEN REPEATED CASE PER EMPLOYEE.
      *> TriggerDate: THE DAY THE CONDITION WAS MET (DAY 15, DAY 30,
      *> THE SIXTH SPELL'S FIRST DAY). DueDate: WHEN THE ACTION IS
      *> DUE - PAST IT WHILE OPEN IS RAISED AS AN EVENT.
      *> HrContact: THE OPERATOR WHO OWNS THE CASE - THE
      *> DEPARTMENT MANAGER (Departments.ManagerOperatorId) UNTIL HR
      *> ASSIGNS SOMEBODY ELSE.
      *> Status: "OPEN" OR "CLOSED" (ClosedBy/ClosedDate/Note).
      *> -------------------------------------------
           EXEC SQL DECLARE RehabCase TABLE
           ( CaseId               int
           , EmployeeId           int          NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , CaseType             char(10)     NOT NULL
           , AbsenceId            int          NOT NULL
           , SpellFrom            int          NOT NULL
           , TriggerDate          int          NOT NULL
           , DueDate              int          NOT NULL
           , Status               char(10)     NOT NULL
           , HrContact            char(8)
           , OpenedDate           int          NOT NULL
           , NotifiedDate         int
           , NotifyFileId         int
           , ClosedBy             char(8)
           , ClosedDate           int
           , Note                 char(40)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE RehabCase
      *> -------------------------------------------
       01  DCLRehabCase.
           03 RehabCase-CaseId                PIC S9(09)  COMP-5.
           03 RehabCase-EmployeeId            PIC S9(09)  COMP-5.
           03 RehabCase-CompanyCode           PIC X(2).
           03 RehabCase-CaseType              PIC X(10).
             88 RehabCase-FK-Day15            VALUE "FKDAY15".
             88 RehabCase-Long-Spell          VALUE "LONGSPELL".
             88 RehabCase-Repeated            VALUE "REPEATED".
           03 RehabCase-AbsenceId             PIC S9(09)  COMP-5.
           03 RehabCase-SpellFrom             PIC 9(8).
           03 RehabCase-TriggerDate           PIC 9(8).
           03 RehabCase-DueDate               PIC 9(8).
           03 RehabCase-Status                PIC X(10).
             88 RehabCase-Open                VALUE "OPEN".
             88 RehabCase-Closed              VALUE "CLOSED".
           03 RehabCase-HrContact             PIC X(8).
           03 RehabCase-OpenedDate            PIC 9(8).
           03 RehabCase-NotifiedDate          PIC 9(8).
           03 RehabCase-NotifyFileId          PIC S9(09)  COMP-5.
           03 RehabCase-ClosedBy              PIC X(8).
           03 RehabCase-ClosedDate            PIC 9(8).
           03 RehabCase-Note                  PIC X(40).
