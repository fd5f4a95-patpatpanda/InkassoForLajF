       IDENTIFICATION DIVISION.
       PROGRAM-ID. REHMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "RehabCase.cpy".
       COPY "ConfigAudit.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    OPEN CASES, THE MOST PRESSING FIRST - OR THE CASES OF ONE
      *    HR CONTACT.
           EXEC SQL
           DECLARE OpenCaseCursor CURSOR FOR
           SELECT CaseId, EmployeeId, CompanyCode, CaseType,
           SpellFrom, TriggerDate, DueDate,
           COALESCE(HrContact, ' '), OpenedDate,
           COALESCE(NotifiedDate, 0), COALESCE(NotifyFileId, 0)
           FROM REDWARRIOR.dbo.RehabCase
           WHERE Status = 'OPEN'
             AND (HrContact = :WS-CONTACT-FILTER
                  OR :WS-CONTACT-FILTER = ' ')
           ORDER BY DueDate, CaseId
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-CONTACT-FILTER PIC X(8) VALUE SPACES.
       01 WS-NEW-CONTACT PIC X(8).
       01 WS-CLOSE-NOTE PIC X(40).
       01 WS-OPERATOR-COUNT PIC S9(09) COMP-5.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-INQUIRY VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.
       01 WS-CASE-SWITCHES PIC 9 VALUE 0.
         88 CASE-FOUND VALUE 1.

       01 WS-CASE-ID-DISP PIC 9(9).
       01 WS-EMP-ID-DISP PIC 9(9).
       01 WS-FILE-ID-DISP PIC 9(9).
       01 WS-OVERDUE-FLAG PIC X(8).
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-LIMIT PIC 9(4) VALUE 50.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Sick-leave rehabilitation cases"
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL QUIT-INQUIRY
               DISPLAY " "
               DISPLAY "  L = List open cases"
               DISPLAY "  A = Assign the HR contact"
               DISPLAY "  N = Record a notification made outside "
                 "the file"
               DISPLAY "  C = Close a case"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-CASES
                   WHEN "l"
                       PERFORM LIST-CASES
                   WHEN "A"
                       PERFORM ASSIGN-CONTACT
                   WHEN "a"
                       PERFORM ASSIGN-CONTACT
                   WHEN "N"
                       PERFORM RECORD-NOTIFICATION
                   WHEN "n"
                       PERFORM RECORD-NOTIFICATION
                   WHEN "C"
                       PERFORM CLOSE-CASE
                   WHEN "c"
                       PERFORM CLOSE-CASE
                   WHEN "Q"
                       SET QUIT-INQUIRY TO TRUE
                   WHEN "q"
                       SET QUIT-INQUIRY TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       OPERATOR-SIGN-ON SECTION.
      *    SICKNESS IS HEALTH DATA - ONLY AN OPERATOR CLEARED FOR
      *    PERSONAL DATA SEES OR WORKS THE CASES.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName,
               COALESCE(AuthPersonalData, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthPersonalData
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "REHMAINT: SQL ERROR ON SIGN-ON, "
                     "CODE = " SQLCODE
                   GOBACK
               WHEN NOT Operator-May-See-Personal-Data
                   DISPLAY "Rehabilitation cases need personal-data "
                     "authority - access refused."
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       LIST-CASES SECTION.
           DISPLAY "HR contact (blank = all): "
           ACCEPT WS-CONTACT-FILTER
           MOVE 0 TO WS-LIST-SWITCHES
           MOVE 0 TO WS-LIST-COUNT

           EXEC SQL
               OPEN OpenCaseCursor
           END-EXEC

           DISPLAY "     CASE CO  EMPLOYEE TYPE       SPELL    "
             "TRIGGER  DUE      HR       NOTIFIED"

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH OpenCaseCursor INTO
                       :RehabCase-CaseId,
                       :RehabCase-EmployeeId,
                       :RehabCase-CompanyCode,
                       :RehabCase-CaseType,
                       :RehabCase-SpellFrom,
                       :RehabCase-TriggerDate,
                       :RehabCase-DueDate,
                       :RehabCase-HrContact,
                       :RehabCase-OpenedDate,
                       :RehabCase-NotifiedDate,
                       :RehabCase-NotifyFileId
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-CASE-LINE
                       IF WS-LIST-COUNT NOT < WS-LIST-LIMIT
                           DISPLAY "(first " WS-LIST-LIMIT
                             " shown - narrow by HR contact)"
                           SET LIST-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "REHMAINT: SQL ERROR ON LIST, CODE = "
                         SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE OpenCaseCursor
           END-EXEC

           IF WS-LIST-COUNT = 0
               DISPLAY "No open cases."
           END-IF.

       SHOW-CASE-LINE SECTION.
           MOVE RehabCase-CaseId TO WS-CASE-ID-DISP
           MOVE RehabCase-EmployeeId TO WS-EMP-ID-DISP

      *    A NOTIFIED DAY-15 CASE HAS HAD ITS ACTION - IT WAITS ONLY
      *    TO BE CLOSED.
           MOVE SPACES TO WS-OVERDUE-FLAG
           IF RehabCase-DueDate < WS-TODAY
               IF NOT RehabCase-FK-Day15 OR
                  RehabCase-NotifiedDate = 0
                   MOVE "OVERDUE" TO WS-OVERDUE-FLAG
               END-IF
           END-IF

           DISPLAY WS-CASE-ID-DISP " " RehabCase-CompanyCode " "
             WS-EMP-ID-DISP " " RehabCase-CaseType " "
             RehabCase-SpellFrom " " RehabCase-TriggerDate " "
             RehabCase-DueDate " " RehabCase-HrContact " "
             RehabCase-NotifiedDate " " WS-OVERDUE-FLAG

           IF RehabCase-HrContact = SPACES
               DISPLAY "          no HR contact - assign one (A)"
           END-IF.

       READ-OPEN-CASE SECTION.
           MOVE 0 TO WS-CASE-SWITCHES
           DISPLAY "Case ID: "
           ACCEPT WS-CASE-ID-DISP
           MOVE WS-CASE-ID-DISP TO RehabCase-CaseId

           EXEC SQL
               SELECT EmployeeId, CompanyCode, CaseType, SpellFrom,
               DueDate, Status, COALESCE(HrContact, ' '),
               COALESCE(NotifiedDate, 0), COALESCE(NotifyFileId, 0)
               INTO :RehabCase-EmployeeId, :RehabCase-CompanyCode,
               :RehabCase-CaseType, :RehabCase-SpellFrom,
               :RehabCase-DueDate, :RehabCase-Status,
               :RehabCase-HrContact, :RehabCase-NotifiedDate,
               :RehabCase-NotifyFileId
               FROM REDWARRIOR.dbo.RehabCase
               WHERE CaseId = :RehabCase-CaseId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No case with that ID."
               WHEN SQLCODE NOT = 0
                   DISPLAY "REHMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
               WHEN NOT RehabCase-Open
                   DISPLAY "That case is already closed."
               WHEN OTHER
                   SET CASE-FOUND TO TRUE
                   MOVE RehabCase-EmployeeId TO WS-EMP-ID-DISP
                   DISPLAY "Case " WS-CASE-ID-DISP " employee "
                     WS-EMP-ID-DISP " " RehabCase-CaseType
                     " spell from " RehabCase-SpellFrom " due "
                     RehabCase-DueDate " HR " RehabCase-HrContact
           END-EVALUATE.

       ASSIGN-CONTACT SECTION.
           PERFORM READ-OPEN-CASE
           IF CASE-FOUND
               DISPLAY "New HR contact (operator ID): "
               ACCEPT WS-NEW-CONTACT
               MOVE WS-NEW-CONTACT TO Operators-OperatorId

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-OPERATOR-COUNT
                   FROM REDWARRIOR.dbo.Operators
                   WHERE OperatorId = :Operators-OperatorId
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "REHMAINT: SQL ERROR ON OPERATOR "
                         "CHECK, CODE = " SQLCODE
                   WHEN WS-OPERATOR-COUNT = 0
                       DISPLAY "No operator " WS-NEW-CONTACT
                         " - case not changed."
                   WHEN OTHER
                       MOVE SPACES TO ConfigAudit-BeforeImage
                       STRING "HR " RehabCase-HrContact
                         DELIMITED BY SIZE
                         INTO ConfigAudit-BeforeImage
                       MOVE SPACES TO ConfigAudit-AfterImage
                       STRING "HR " WS-NEW-CONTACT
                         DELIMITED BY SIZE
                         INTO ConfigAudit-AfterImage
                       MOVE WS-NEW-CONTACT TO RehabCase-HrContact

                       EXEC SQL
                           UPDATE REDWARRIOR.dbo.RehabCase
                           SET HrContact = :RehabCase-HrContact
                           WHERE CaseId = :RehabCase-CaseId
                             AND Status = 'OPEN'
                       END-EXEC

                       PERFORM AUDIT-CASE-CHANGE
               END-EVALUATE
           END-IF.

       RECORD-NOTIFICATION SECTION.
      *    A DAY-15 NOTICE GIVEN THROUGH FORSAKRINGSKASSAN'S OWN
      *    SERVICE, OR CARRIED BY A FILE WHOSE CASES REHAB01 COULD
      *    NOT MARK - NO FILE ID IS RECORDED FOR IT.
           PERFORM READ-OPEN-CASE
           EVALUATE TRUE
               WHEN NOT CASE-FOUND
                   CONTINUE
               WHEN NOT RehabCase-FK-Day15
                   DISPLAY "Only a day-15 case is notified."
               WHEN RehabCase-NotifiedDate NOT = 0
                   MOVE RehabCase-NotifyFileId TO WS-FILE-ID-DISP
                   DISPLAY "Already notified on "
                     RehabCase-NotifiedDate " (outbound file "
                     WS-FILE-ID-DISP ")."
               WHEN OTHER
                   DISPLAY "Record Forsakringskassan as notified "
                     "today? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       MOVE "NOT NOTIFIED" TO ConfigAudit-BeforeImage
                       MOVE SPACES TO ConfigAudit-AfterImage
                       STRING "NOTIFIED " WS-TODAY
                         " OUTSIDE THE FILE"
                         DELIMITED BY SIZE
                         INTO ConfigAudit-AfterImage
                       MOVE WS-TODAY TO RehabCase-NotifiedDate

                       EXEC SQL
                           UPDATE REDWARRIOR.dbo.RehabCase
                           SET NotifiedDate = :RehabCase-NotifiedDate,
                           NotifyFileId = 0
                           WHERE CaseId = :RehabCase-CaseId
                             AND Status = 'OPEN'
                       END-EXEC

                       PERFORM AUDIT-CASE-CHANGE
                   ELSE
                       DISPLAY "Case not changed."
                   END-IF
           END-EVALUATE.

       CLOSE-CASE SECTION.
      *    A DAY-15 CASE CLOSES ONCE FORSAKRINGSKASSAN HAS BEEN
      *    TOLD; A PLAN CASE WHEN THE PLAN OR TALK IS DONE (OR THE
      *    EMPLOYEE IS BACK AND NONE IS NEEDED) - THE NOTE SAYS
      *    WHICH.
           PERFORM READ-OPEN-CASE
           EVALUATE TRUE
               WHEN NOT CASE-FOUND
                   CONTINUE
               WHEN RehabCase-FK-Day15 AND
                    RehabCase-NotifiedDate = 0
                   DISPLAY "Forsakringskassan has not been notified "
                     "- record the notification (N) first."
               WHEN OTHER
                   DISPLAY "Closing note: "
                   ACCEPT WS-CLOSE-NOTE
                   IF WS-CLOSE-NOTE = SPACES
                       DISPLAY "A note is required - case left open."
                   ELSE
                       DISPLAY "Close this case? (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           PERFORM MARK-CASE-CLOSED
                       ELSE
                           DISPLAY "Case left open."
                       END-IF
                   END-IF
           END-EVALUATE.

       MARK-CASE-CLOSED SECTION.
           MOVE SPACES TO ConfigAudit-BeforeImage
           STRING "OPEN " RehabCase-CaseType " DUE "
             RehabCase-DueDate " HR " RehabCase-HrContact
             DELIMITED BY SIZE INTO ConfigAudit-BeforeImage
           MOVE SPACES TO ConfigAudit-AfterImage
           STRING "CLOSED: " WS-CLOSE-NOTE
             DELIMITED BY SIZE INTO ConfigAudit-AfterImage

           MOVE WS-OPERATOR-ID TO RehabCase-ClosedBy
           MOVE WS-TODAY TO RehabCase-ClosedDate
           MOVE WS-CLOSE-NOTE TO RehabCase-Note

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RehabCase
               SET Status = 'CLOSED',
               ClosedBy = :RehabCase-ClosedBy,
               ClosedDate = :RehabCase-ClosedDate,
               Note = :RehabCase-Note
               WHERE CaseId = :RehabCase-CaseId
                 AND Status = 'OPEN'
           END-EXEC

           PERFORM AUDIT-CASE-CHANGE.

       AUDIT-CASE-CHANGE SECTION.
           IF SQLCODE NOT = 0
               DISPLAY "REHMAINT: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               ACCEPT WS-NOW-TIME FROM TIME

               MOVE "RehabCase" TO ConfigAudit-TableName
               MOVE SPACES TO ConfigAudit-KeyValue
               MOVE WS-CASE-ID-DISP TO ConfigAudit-KeyValue
               MOVE WS-OPERATOR-ID TO ConfigAudit-OperatorId
               MOVE WS-TODAY TO ConfigAudit-ChangeDate
               MOVE WS-NOW-TIME TO ConfigAudit-ChangeTime

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.ConfigAudit
                   (TableName, KeyValue, OperatorId, ChangeDate,
                   ChangeTime, BeforeImage, AfterImage)
                   VALUES (:ConfigAudit-TableName,
                   :ConfigAudit-KeyValue, :ConfigAudit-OperatorId,
                   :ConfigAudit-ChangeDate, :ConfigAudit-ChangeTime,
                   :ConfigAudit-BeforeImage, :ConfigAudit-AfterImage)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "REHMAINT: SQL ERROR ON AUDIT INSERT, "
                     "CODE = " SQLCODE " - case not changed."
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Case " WS-CASE-ID-DISP " updated and "
                     "logged."
               END-IF
           END-IF.
