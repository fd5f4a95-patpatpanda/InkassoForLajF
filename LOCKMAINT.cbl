       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "PostingLock.cpy".
       COPY "ConfigAudit.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE LockListCursor CURSOR FOR
           SELECT LockId, CompanyCode, Period, PayGroup, HeldBy,
           Instance, LockMode, LockedDate, LockedTime
           FROM REDWARRIOR.dbo.PostingLock
           ORDER BY LockedDate, LockedTime
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-REASON PIC X(50).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-LOCK-ID-DISP PIC 9(6).
       01 WS-HELD-DATE PIC 9(8).
       01 WS-HELD-TIME PIC 9(8).
       01 WS-LOCK-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Posting lock maintenance"
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "  L = List posting locks held"
               DISPLAY "  C = Clear a stale lock"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-LOCKS
                   WHEN "l"
                       PERFORM LIST-LOCKS
                   WHEN "C"
                       PERFORM CLEAR-LOCK
                   WHEN "c"
                       PERFORM CLEAR-LOCK
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       OPERATOR-SIGN-ON SECTION.
      *    CLEARING A LOCK LETS A SECOND JOB LOOSE ON A PERIOD THAT
      *    MAY STILL BE HALF-POSTED - ONLY A SUPERVISOR DOES IT, AND
      *    ONLY AFTER CONFIRMING THE HOLDER IS REALLY GONE.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, AuthBrackets, AuthReversals,
               COALESCE(AuthPayments, 'N'),
               COALESCE(AuthSupervisor, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthBrackets, :Operators-AuthReversals,
               :Operators-AuthPayments, :Operators-AuthSupervisor
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "LOCKMAINT: SQL ERROR ON SIGN-ON, "
                     "CODE = " SQLCODE
                   GOBACK
               WHEN NOT Operator-Is-Supervisor
                   DISPLAY "Operator " WS-OPERATOR-ID
                     " does not hold supervisor authority - access"
                     " refused."
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       LIST-LOCKS SECTION.
           MOVE 0 TO WS-LIST-SWITCHES
           MOVE 0 TO WS-LOCK-COUNT

           EXEC SQL
               OPEN LockListCursor
           END-EXEC

           DISPLAY "    ID CO PERIOD GR HELD BY      M SINCE"

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH LockListCursor INTO
                       :PostingLock-LockId,
                       :PostingLock-CompanyCode,
                       :PostingLock-Period,
                       :PostingLock-PayGroup,
                       :PostingLock-HeldBy,
                       :PostingLock-Instance,
                       :PostingLock-LockMode,
                       :PostingLock-LockedDate,
                       :PostingLock-LockedTime
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE PostingLock-LockId TO WS-LOCK-ID-DISP
                       MOVE PostingLock-LockedDate TO WS-HELD-DATE
                       MOVE PostingLock-LockedTime TO WS-HELD-TIME
                       DISPLAY WS-LOCK-ID-DISP " "
                         PostingLock-CompanyCode " "
                         PostingLock-Period " "
                         PostingLock-PayGroup " "
                         PostingLock-HeldBy PostingLock-Instance " "
                         PostingLock-LockMode " "
                         WS-HELD-DATE " " WS-HELD-TIME(1:4)
                   WHEN OTHER
                       DISPLAY "LOCKMAINT: SQL ERROR ON LIST, CODE = "
                         SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE LockListCursor
           END-EXEC

           IF WS-LOCK-COUNT = 0
               DISPLAY "No posting locks held."
           END-IF.

       CLEAR-LOCK SECTION.
           DISPLAY "Lock ID to clear: "
           ACCEPT WS-LOCK-ID-DISP
           MOVE WS-LOCK-ID-DISP TO PostingLock-LockId

           EXEC SQL
               SELECT CompanyCode, Period, PayGroup, HeldBy,
               Instance, LockMode, LockedDate, LockedTime
               INTO :PostingLock-CompanyCode, :PostingLock-Period,
               :PostingLock-PayGroup, :PostingLock-HeldBy,
               :PostingLock-Instance, :PostingLock-LockMode,
               :PostingLock-LockedDate, :PostingLock-LockedTime
               FROM REDWARRIOR.dbo.PostingLock
               WHERE LockId = :PostingLock-LockId
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PostingLock-LockedDate TO WS-HELD-DATE
                   MOVE PostingLock-LockedTime TO WS-HELD-TIME
                   DISPLAY "Held by " PostingLock-HeldBy
                     PostingLock-Instance " on company "
                     PostingLock-CompanyCode " period "
                     PostingLock-Period " pay group "
                     PostingLock-PayGroup " since " WS-HELD-DATE
                     " " WS-HELD-TIME(1:4)
                   DISPLAY "Make sure that job is no longer running"
                     " before clearing its lock."

      *            NO REASON, NO CLEAR - THE AUDIT ROW IS THE ONLY
      *            ANSWER TO "WHO LET THAT JOB IN".
                   DISPLAY "Reason for clearing: "
                   ACCEPT WS-REASON
                   IF WS-REASON = SPACES
                       DISPLAY "A reason is required - lock left "
                         "in place."
                   ELSE
                       DISPLAY "Clear this lock? (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           PERFORM DELETE-LOCK
                       ELSE
                           DISPLAY "Lock left in place."
                       END-IF
                   END-IF
               WHEN 100
                   DISPLAY "No lock with that ID."
               WHEN OTHER
                   DISPLAY "LOCKMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       DELETE-LOCK SECTION.
           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.PostingLock
               WHERE LockId = :PostingLock-LockId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "LOCKMAINT: SQL ERROR ON DELETE, CODE = "
                 SQLCODE
           ELSE
               ACCEPT WS-NOW-TIME FROM TIME

               MOVE "PostingLock" TO ConfigAudit-TableName
               MOVE SPACES TO ConfigAudit-KeyValue
               STRING PostingLock-CompanyCode PostingLock-Period
                 PostingLock-PayGroup
                 DELIMITED BY SIZE INTO ConfigAudit-KeyValue
               MOVE WS-OPERATOR-ID TO ConfigAudit-OperatorId
               MOVE WS-TODAY TO ConfigAudit-ChangeDate
               MOVE WS-NOW-TIME TO ConfigAudit-ChangeTime
               MOVE SPACES TO ConfigAudit-BeforeImage
               STRING "HELD BY " PostingLock-HeldBy
                 PostingLock-Instance " " PostingLock-LockMode
                 " SINCE " WS-HELD-DATE " " WS-HELD-TIME(1:4)
                 DELIMITED BY SIZE INTO ConfigAudit-BeforeImage
               MOVE SPACES TO ConfigAudit-AfterImage
               STRING "CLEARED: " WS-REASON
                 DELIMITED BY SIZE INTO ConfigAudit-AfterImage

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
                   DISPLAY "LOCKMAINT: SQL ERROR ON AUDIT INSERT, "
                     "CODE = " SQLCODE " - lock left in place."
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   DISPLAY "Lock cleared and logged."
               END-IF
           END-IF.
