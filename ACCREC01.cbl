       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCREC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE QUARTER'S REVIEW LIST FOR THE MANAGERS, AND THE SIGNED
      *    RESULT KEPT AS AUDIT EVIDENCE - ONE FILE EACH PER QUARTER.
           SELECT RECERTFILE ASSIGN TO WS-RECERT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECERTFILE.
       01 FS-RECERTFILE PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "Operators.cpy".
       COPY "AccessRecert.cpy".
       COPY "AccessRecertLine.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY OPERATOR ON FILE, GROUPED BY THE DEPARTMENT WHOSE
      *    MANAGER SIGNS THEM OFF.
           EXEC SQL
           DECLARE OperatorCursor CURSOR FOR
           SELECT OperatorId, OperatorName, COALESCE(DeptCode, ' '),
           AuthBrackets, AuthReversals, COALESCE(AuthPayments, 'N'),
           COALESCE(AuthSupervisor, 'N'),
           COALESCE(AuthPersonalData, 'N')
           FROM REDWARRIOR.dbo.Operators
           ORDER BY DeptCode, OperatorId
           END-EXEC.

      *    THE LINES THE SIGNED-ON OPERATOR MAY DECIDE: THOSE OF THE
      *    DEPARTMENTS THEY MANAGE, AND - FOR A SUPERVISOR - THOSE
      *    WITH NO MANAGER TO SIGN THEM (NO DEPARTMENT, NO MANAGER ON
      *    THE DEPARTMENT, OR THE MANAGER'S OWN LINES). NOBODY SIGNS
      *    OFF THEIR OWN ACCESS. INSENSITIVE - EACH DECISION UPDATES
      *    THE ROW UNDER THE CURSOR.
           EXEC SQL
           DECLARE SignOffCursor INSENSITIVE CURSOR FOR
           SELECT L.LineId, L.OperatorId, L.OperatorName,
           COALESCE(L.DeptCode, ' '), L.Authority, L.LastUsedDate,
           COALESCE(L.Flags, ' ')
           FROM REDWARRIOR.dbo.AccessRecertLine L
           LEFT JOIN REDWARRIOR.dbo.Departments D
             ON D.DeptCode = L.DeptCode
           WHERE L.RecertId = :AccessRecert-RecertId
             AND L.Decision IS NULL
             AND L.OperatorId <> :WS-OPERATOR-ID
             AND (D.ManagerOperatorId = :WS-OPERATOR-ID
              OR (:Operators-AuthSupervisor = 'Y'
              AND (D.ManagerOperatorId IS NULL
               OR D.ManagerOperatorId = ' '
               OR D.ManagerOperatorId = L.OperatorId)))
           ORDER BY L.DeptCode, L.OperatorId, L.LineId
           END-EXEC.

           EXEC SQL
           DECLARE ResultCursor CURSOR FOR
           SELECT OperatorId, OperatorName, COALESCE(DeptCode, ' '),
           Authority, LastUsedDate, COALESCE(Flags, ' '),
           COALESCE(Decision, ' '), COALESCE(DecidedBy, ' '),
           COALESCE(DecidedDate, 0)
           FROM REDWARRIOR.dbo.AccessRecertLine
           WHERE RecertId = :AccessRecert-RecertId
           ORDER BY DeptCode, OperatorId, LineId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-RECERT-PATH PIC X(100).

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-DECISION-IN PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY.
         05 WS-TODAY-YEAR PIC 9(4).
         05 WS-TODAY-MONTH PIC 9(2).
         05 WS-TODAY-DAY PIC 9(2).

      *    AN ACCOUNT OR AUTHORITY NOT USED FOR THIS MANY DAYS IS
      *    FLAGGED - A QUARTER PLUS SLACK, SO ONE REVIEW NEVER
      *    MISSES WHAT THE PREVIOUS ONE SAW IN USE.
       01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
       01 WS-WINDOW-START PIC 9(8).

       01 WS-QUARTER-IN PIC X(6).
       01 WS-QUARTER-X REDEFINES WS-QUARTER-IN.
         05 WS-QTR-YEAR PIC X(4).
         05 WS-QTR-LETTER PIC X(1).
         05 WS-QTR-NUM PIC X(1).
       01 WS-CURRENT-QTR PIC 9.
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-OPEN-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    ONE OPERATOR AS READ, AND WHAT THE REVIEW MAKES OF THEM.
       01 WS-OPR-ID PIC X(8).
       01 WS-OPR-NAME PIC X(30).
       01 WS-OPR-DEPT PIC X(4).
       01 WS-OPR-BRACKETS PIC X(1).
         88 OPR-HAS-BRACKETS VALUE "Y".
       01 WS-OPR-REVERSALS PIC X(1).
         88 OPR-HAS-REVERSALS VALUE "Y".
       01 WS-OPR-PAYMENTS PIC X(1).
         88 OPR-HAS-PAYMENTS VALUE "Y".
       01 WS-OPR-SUPERVISOR PIC X(1).
         88 OPR-HAS-SUPERVISOR VALUE "Y".
       01 WS-OPR-PERSONAL PIC X(1).
         88 OPR-HAS-PERSONAL VALUE "Y".

       01 WS-LAST-SIGN-ON PIC S9(09) COMP-5 VALUE 0.
       01 WS-LAST-USED PIC S9(09) COMP-5 VALUE 0.
       01 WS-AUTHORITY PIC X(12).
       01 WS-FLAGS PIC X(3).
       01 WS-FLAG-PTR PIC 9(2).
       01 WS-DORMANT-SWITCH PIC X VALUE "N".
         88 ACCOUNT-DORMANT VALUE "Y".
       01 WS-CONFLICT-SWITCH PIC X VALUE "N".
         88 AUTHORITIES-CONFLICT VALUE "Y".

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-RECERT VALUE 1.
       01 WS-CURSOR-SWITCH PIC 9 VALUE 0.
         88 CURSOR-EOF VALUE 1.

       01 WS-LINE-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-FLAGGED-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DECIDED-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-REVOKE-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.

       01 WS-LAST-DISP PIC X(8).
       01 WS-DATE-DISP PIC 9(8).
       01 WS-DECIDED-DISP PIC X(8).
       01 WS-COUNT-DISP PIC Z(6)9.
       01 WS-COUNT-DISP2 PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-DORMANT-DAYS)

           DISPLAY "Access recertification"
           PERFORM CONNECT-TO-DATABASE
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-OUTPUT-DIR

           PERFORM UNTIL QUIT-RECERT
               DISPLAY " "
               DISPLAY "  G = Produce the quarter's review"
               DISPLAY "  S = Sign off lines (keep / revoke)"
               DISPLAY "  P = Print the signed result"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "G"
                   WHEN "g"
                       PERFORM PRODUCE-REVIEW
                   WHEN "S"
                   WHEN "s"
                       PERFORM SIGN-OFF-LINES
                   WHEN "P"
                   WHEN "p"
                       PERFORM PRINT-SIGNED-RESULT
                   WHEN "Q"
                   WHEN "q"
                       SET QUIT-RECERT TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "ACCREC01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       OPERATOR-SIGN-ON SECTION.
      *    ANY OPERATOR MAY SIGN ON - A DEPARTMENT MANAGER NEEDS NO
      *    AUTHORITY FLAG TO REVIEW THEIR OWN STAFF. PRODUCING AND
      *    PRINTING THE REVIEW ARE SUPERVISOR WORK.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, COALESCE(AuthSupervisor, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthSupervisor
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "ACCREC01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       RESOLVE-OUTPUT-DIR SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF.

       ACCEPT-QUARTER SECTION.
      *    BLANK MEANS THE CURRENT QUARTER. WS-QUARTER-IN IS LEFT
      *    BLANK WHEN THE ENTRY IS NOT YYYYQN.
           COMPUTE WS-CURRENT-QTR = (WS-TODAY-MONTH + 2) / 3

           DISPLAY "Quarter (YYYYQn, blank for this quarter): "
           MOVE SPACES TO WS-QUARTER-IN
           ACCEPT WS-QUARTER-IN

           IF WS-QUARTER-IN = SPACES
               STRING WS-TODAY-YEAR "Q" WS-CURRENT-QTR
                 DELIMITED BY SIZE INTO WS-QUARTER-IN
           END-IF

           IF WS-QTR-LETTER = "q"
               MOVE "Q" TO WS-QTR-LETTER
           END-IF

           IF WS-QTR-YEAR IS NOT NUMERIC
             OR WS-QTR-LETTER NOT = "Q"
             OR WS-QTR-NUM < "1" OR WS-QTR-NUM > "4"
               DISPLAY "Quarter must be given as YYYYQn, e.g. "
                 WS-TODAY-YEAR "Q" WS-CURRENT-QTR "."
               MOVE SPACES TO WS-QUARTER-IN
           END-IF.

       FIND-RECERT SECTION.
           MOVE 0 TO AccessRecert-RecertId
           MOVE WS-QUARTER-IN TO AccessRecert-Quarter

           EXEC SQL
               SELECT RecertId, RunDate, ProducedBy, Status,
               COALESCE(CompletedDate, 0)
               INTO :AccessRecert-RecertId, :AccessRecert-RunDate,
               :AccessRecert-ProducedBy, :AccessRecert-Status,
               :AccessRecert-CompletedDate
               FROM REDWARRIOR.dbo.AccessRecert
               WHERE Quarter = :AccessRecert-Quarter
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No review has been produced for "
                     WS-QUARTER-IN "."
                   MOVE 0 TO AccessRecert-RecertId
               WHEN SQLCODE NOT = 0
                   DISPLAY "ACCREC01: SQL ERROR ON REVIEW LOOKUP, "
                     "CODE = " SQLCODE
                   MOVE 0 TO AccessRecert-RecertId
           END-EVALUATE.

       PRODUCE-REVIEW SECTION.
           IF Operators-AuthSupervisor NOT = "Y"
               DISPLAY "Producing the review needs supervisor "
                 "authority."
           ELSE
               PERFORM ACCEPT-QUARTER
               IF WS-QUARTER-IN NOT = SPACES
                   PERFORM CHECK-QUARTER-NOT-DONE
               END-IF
               IF WS-QUARTER-IN NOT = SPACES
                   PERFORM BUILD-REVIEW
               END-IF
           END-IF.

       CHECK-QUARTER-NOT-DONE SECTION.
      *    ONE REVIEW PER QUARTER - THE FIRST ONE IS THE EVIDENCE,
      *    AND A SECOND WOULD LEAVE TWO DIFFERENT ANSWERS ON FILE.
           MOVE WS-QUARTER-IN TO AccessRecert-Quarter
           MOVE 0 TO WS-EXISTING-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM REDWARRIOR.dbo.AccessRecert
               WHERE Quarter = :AccessRecert-Quarter
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ACCREC01: SQL ERROR ON REVIEW CHECK, "
                     "CODE = " SQLCODE
                   MOVE SPACES TO WS-QUARTER-IN
               WHEN WS-EXISTING-COUNT > 0
                   DISPLAY "A review for " WS-QUARTER-IN
                     " already exists - sign it off or print it."
                   MOVE SPACES TO WS-QUARTER-IN
           END-EVALUATE.

       BUILD-REVIEW SECTION.
           MOVE 0 TO WS-LINE-COUNT WS-FLAGGED-COUNT WS-ERROR-COUNT

           MOVE WS-QUARTER-IN TO AccessRecert-Quarter
           MOVE WS-TODAY TO AccessRecert-RunDate
           MOVE WS-OPERATOR-ID TO AccessRecert-ProducedBy
           MOVE 0 TO AccessRecert-LineCount
           MOVE 0 TO AccessRecert-FlaggedCount
           SET AccessRecert-Open TO TRUE

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.AccessRecert
               (Quarter, RunDate, ProducedBy, LineCount,
               FlaggedCount, Status)
               VALUES (:AccessRecert-Quarter, :AccessRecert-RunDate,
               :AccessRecert-ProducedBy, :AccessRecert-LineCount,
               :AccessRecert-FlaggedCount, :AccessRecert-Status)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ACCREC01: SQL ERROR ON REVIEW INSERT, "
                 "CODE = " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL
                   SELECT @@IDENTITY INTO :AccessRecert-RecertId
               END-EXEC

               MOVE SPACES TO WS-RECERT-PATH
               STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                 "\accrecert_" DELIMITED BY SIZE
                 WS-QUARTER-IN ".txt" DELIMITED BY SIZE
                 INTO WS-RECERT-PATH

               OPEN OUTPUT RECERTFILE
               PERFORM WRITE-REVIEW-HEADING
               PERFORM REVIEW-ALL-OPERATORS
               PERFORM WRITE-REVIEW-FOOTING
               CLOSE RECERTFILE

               PERFORM FINISH-REVIEW
           END-IF.

       REVIEW-ALL-OPERATORS SECTION.
           MOVE 0 TO WS-CURSOR-SWITCH

           EXEC SQL
               OPEN OperatorCursor
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ACCREC01: SQL ERROR ON OPERATOR OPEN, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               SET CURSOR-EOF TO TRUE
           END-IF

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH OperatorCursor INTO
                       :WS-OPR-ID, :WS-OPR-NAME, :WS-OPR-DEPT,
                       :WS-OPR-BRACKETS, :WS-OPR-REVERSALS,
                       :WS-OPR-PAYMENTS, :WS-OPR-SUPERVISOR,
                       :WS-OPR-PERSONAL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       PERFORM REVIEW-ONE-OPERATOR
                   WHEN OTHER
                       DISPLAY "ACCREC01: SQL ERROR ON OPERATOR "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET CURSOR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE OperatorCursor
           END-EXEC.

       REVIEW-ONE-OPERATOR SECTION.
      *    DORMANT: NOT SIGNED ON THROUGH THE MENU (OR ANY PROGRAM
      *    THAT LOGS TO SessionLog) INSIDE THE WINDOW.
           MOVE WS-OPR-ID TO Operators-OperatorId
           MOVE 0 TO WS-LAST-SIGN-ON

           EXEC SQL
               SELECT COALESCE(MAX(StartDate), 0)
               INTO :WS-LAST-SIGN-ON
               FROM REDWARRIOR.dbo.SessionLog
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ACCREC01: SQL ERROR ON SIGN-ON HISTORY, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           IF WS-LAST-SIGN-ON < WS-WINDOW-START
               SET ACCOUNT-DORMANT TO TRUE
           ELSE
               MOVE "N" TO WS-DORMANT-SWITCH
           END-IF

      *    CONFLICTING PAIRS - ONE PERSON MUST NOT BOTH CREATE A
      *    PAYMENT AND SEND IT: BOOKING A CORRECTION TO NET PAY
      *    (REVERSALS) OR CLEARING THE POSTING LOCK THAT GUARDS A
      *    RUN (SUPERVISOR) TOGETHER WITH RELEASING THE BANK FILE
      *    (PAYMENTS).
           IF OPR-HAS-PAYMENTS
             AND (OPR-HAS-REVERSALS OR OPR-HAS-SUPERVISOR)
               SET AUTHORITIES-CONFLICT TO TRUE
           ELSE
               MOVE "N" TO WS-CONFLICT-SWITCH
           END-IF

           MOVE "SIGN-ON" TO WS-AUTHORITY
           MOVE WS-LAST-SIGN-ON TO WS-LAST-USED
           PERFORM WRITE-REVIEW-LINE

           IF OPR-HAS-BRACKETS
               MOVE "BRACKETS" TO WS-AUTHORITY
               PERFORM FIND-LAST-USE
               PERFORM WRITE-REVIEW-LINE
           END-IF

           IF OPR-HAS-REVERSALS
               MOVE "REVERSALS" TO WS-AUTHORITY
               PERFORM FIND-LAST-USE
               PERFORM WRITE-REVIEW-LINE
           END-IF

           IF OPR-HAS-PAYMENTS
               MOVE "PAYMENTS" TO WS-AUTHORITY
               PERFORM FIND-LAST-USE
               PERFORM WRITE-REVIEW-LINE
           END-IF

           IF OPR-HAS-SUPERVISOR
               MOVE "SUPERVISOR" TO WS-AUTHORITY
               PERFORM FIND-LAST-USE
               PERFORM WRITE-REVIEW-LINE
           END-IF

           IF OPR-HAS-PERSONAL
               MOVE "PERSONALDATA" TO WS-AUTHORITY
               PERFORM FIND-LAST-USE
               PERFORM WRITE-REVIEW-LINE
           END-IF.

       FIND-LAST-USE SECTION.
      *    THE LATEST DAY THE AUTHORITY WAS ACTUALLY EXERCISED: A
      *    LAUNCH OF A PROGRAM IT GATES (SessionLog), A CHANGE IT
      *    ALLOWED (ConfigAudit, BY TABLE), OR A REVERSAL BOOKED
      *    (ReversalAudit, WHICH ONLY NAMES THE OPERATOR FROM THE
      *    OperatorId COLUMN ON).
           MOVE 0 TO WS-LAST-USED

           EVALUATE WS-AUTHORITY
               WHEN "BRACKETS"
                   EXEC SQL
                       SELECT COALESCE(MAX(U.UsedDate), 0)
                       INTO :WS-LAST-USED
                       FROM (SELECT MAX(StartDate) AS UsedDate
                             FROM REDWARRIOR.dbo.SessionLog
                             WHERE OperatorId = :Operators-OperatorId
                               AND ProgramName IN ('TAXMAINT',
                               'FEEMAINT', 'PENMAINT', 'ENGMAINT',
                               'TAXDMAINT', 'PREMMAINT', 'CHSMAINT',
                               'APPRV01', 'SALREV01', 'COMM01')
                             UNION ALL
                             SELECT MAX(ChangeDate)
                             FROM REDWARRIOR.dbo.ConfigAudit
                             WHERE OperatorId = :Operators-OperatorId
                               AND TableName NOT IN ('BankAccounts',
                               'PostingLock', 'InboundFile')) U
                   END-EXEC
               WHEN "REVERSALS"
                   EXEC SQL
                       SELECT COALESCE(MAX(U.UsedDate), 0)
                       INTO :WS-LAST-USED
                       FROM (SELECT MAX(StartDate) AS UsedDate
                             FROM REDWARRIOR.dbo.SessionLog
                             WHERE OperatorId = :Operators-OperatorId
                               AND ProgramName IN ('ADJUST01',
                               'BACKOUT01')
                             UNION ALL
                             SELECT MAX(ReversalDate)
                             FROM REDWARRIOR.dbo.ReversalAudit
                             WHERE OperatorId = :Operators-OperatorId
                             ) U
                   END-EXEC
               WHEN "PAYMENTS"
                   EXEC SQL
                       SELECT COALESCE(MAX(U.UsedDate), 0)
                       INTO :WS-LAST-USED
                       FROM (SELECT MAX(StartDate) AS UsedDate
                             FROM REDWARRIOR.dbo.SessionLog
                             WHERE OperatorId = :Operators-OperatorId
                               AND ProgramName IN ('BANKREL01',
                               'BANKAPPR01')
                             UNION ALL
                             SELECT MAX(ChangeDate)
                             FROM REDWARRIOR.dbo.ConfigAudit
                             WHERE OperatorId = :Operators-OperatorId
                               AND TableName = 'BankAccounts') U
                   END-EXEC
               WHEN "SUPERVISOR"
                   EXEC SQL
                       SELECT COALESCE(MAX(U.UsedDate), 0)
                       INTO :WS-LAST-USED
                       FROM (SELECT MAX(StartDate) AS UsedDate
                             FROM REDWARRIOR.dbo.SessionLog
                             WHERE OperatorId = :Operators-OperatorId
                               AND ProgramName IN ('LOCKMAINT',
                               'ACCREC01', 'STRMCTL01')
                             UNION ALL
                             SELECT MAX(ChangeDate)
                             FROM REDWARRIOR.dbo.ConfigAudit
                             WHERE OperatorId = :Operators-OperatorId
                               AND TableName IN ('PostingLock',
                               'InboundFile')) U
                   END-EXEC
               WHEN "PERSONALDATA"
                   EXEC SQL
                       SELECT COALESCE(MAX(StartDate), 0)
                       INTO :WS-LAST-USED
                       FROM REDWARRIOR.dbo.SessionLog
                       WHERE OperatorId = :Operators-OperatorId
                         AND (EmployeeId IS NOT NULL
                          OR ProgramName = 'REGUTD01')
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
               DISPLAY "ACCREC01: SQL ERROR ON USE HISTORY FOR "
                 WS-OPR-ID " " WS-AUTHORITY ", CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 0 TO WS-LAST-USED
           END-IF.

       WRITE-REVIEW-LINE SECTION.
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF ACCOUNT-DORMANT
               STRING "D" DELIMITED BY SIZE INTO WS-FLAGS
                 WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-AUTHORITY NOT = "SIGN-ON"
               IF WS-LAST-USED < WS-WINDOW-START
                   STRING "U" DELIMITED BY SIZE INTO WS-FLAGS
                     WITH POINTER WS-FLAG-PTR
               END-IF
               IF AUTHORITIES-CONFLICT
                 AND (WS-AUTHORITY = "PAYMENTS"
                   OR WS-AUTHORITY = "REVERSALS"
                   OR WS-AUTHORITY = "SUPERVISOR")
                   STRING "C" DELIMITED BY SIZE INTO WS-FLAGS
                     WITH POINTER WS-FLAG-PTR
               END-IF
           END-IF

           MOVE AccessRecert-RecertId TO AccessRecertLine-RecertId
           MOVE WS-OPR-ID TO AccessRecertLine-OperatorId
           MOVE WS-OPR-NAME TO AccessRecertLine-OperatorName
           MOVE WS-OPR-DEPT TO AccessRecertLine-DeptCode
           MOVE WS-AUTHORITY TO AccessRecertLine-Authority
           MOVE WS-LAST-USED TO AccessRecertLine-LastUsedDate
           MOVE WS-FLAGS TO AccessRecertLine-Flags

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.AccessRecertLine
               (RecertId, OperatorId, OperatorName, DeptCode,
               Authority, LastUsedDate, Flags)
               VALUES (:AccessRecertLine-RecertId,
               :AccessRecertLine-OperatorId,
               :AccessRecertLine-OperatorName,
               :AccessRecertLine-DeptCode,
               :AccessRecertLine-Authority,
               :AccessRecertLine-LastUsedDate,
               :AccessRecertLine-Flags)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ACCREC01: SQL ERROR ON LINE INSERT FOR "
                 WS-OPR-ID " " WS-AUTHORITY ", CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           ADD 1 TO WS-LINE-COUNT
           IF WS-FLAGS NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           PERFORM FORMAT-LAST-USED
           MOVE SPACES TO FS-RECERTFILE
           STRING WS-OPR-ID " " WS-OPR-NAME(1:20) " " WS-OPR-DEPT
             " " WS-AUTHORITY " " WS-LAST-DISP " " WS-FLAGS
             "  KEEP [ ]  REVOKE [ ]"
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE.

       FORMAT-LAST-USED SECTION.
           IF WS-LAST-USED = 0
               MOVE "never" TO WS-LAST-DISP
           ELSE
               MOVE WS-LAST-USED TO WS-DATE-DISP
               MOVE WS-DATE-DISP TO WS-LAST-DISP
           END-IF.

       WRITE-REVIEW-HEADING SECTION.
           MOVE WS-WINDOW-START TO WS-DATE-DISP

           MOVE SPACES TO FS-RECERTFILE
           STRING "ACCESS RECERTIFICATION " WS-QUARTER-IN
             " - PRODUCED " WS-TODAY " BY " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           STRING "Flags: D = no sign-on since " WS-DATE-DISP
             ", U = authority unused since then,"
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           STRING "       C = holds PAYMENTS together with "
             "REVERSALS or SUPERVISOR."
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           STRING "Managers sign off each line in ACCREC01 "
             "(option S); the form below is for reference."
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           STRING "Operator Name                 Dept Authority"
             "    Last use Flg"
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE.

       WRITE-REVIEW-FOOTING SECTION.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP2

           MOVE SPACES TO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           STRING "Lines:" WS-COUNT-DISP "   flagged:"
             WS-COUNT-DISP2
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           IF WS-ERROR-COUNT > 0
               MOVE SPACES TO FS-RECERTFILE
               STRING "*** ERRORS WHILE PRODUCING - REVIEW NOT SAVED "
                 "***" DELIMITED BY SIZE INTO FS-RECERTFILE
               WRITE FS-RECERTFILE
           END-IF.

       FINISH-REVIEW SECTION.
      *    A REVIEW WITH GAPS IS NOT EVIDENCE - IT IS KEPT ONLY
      *    WHEN EVERY OPERATOR WAS READ AND EVERY LINE SAVED.
           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "ACCREC01: " WS-ERROR-COUNT " error(s) - the "
                 "review was not saved; correct and produce again."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-LINE-COUNT TO AccessRecert-LineCount
               MOVE WS-FLAGGED-COUNT TO AccessRecert-FlaggedCount

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.AccessRecert
                   SET LineCount = :AccessRecert-LineCount,
                   FlaggedCount = :AccessRecert-FlaggedCount
                   WHERE RecertId = :AccessRecert-RecertId
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ACCREC01: SQL ERROR ON REVIEW UPDATE, "
                     "CODE = " SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   MOVE WS-LINE-COUNT TO WS-COUNT-DISP
                   MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP2
                   DISPLAY "Review " WS-QUARTER-IN " produced:"
                     WS-COUNT-DISP " line(s)," WS-COUNT-DISP2
                     " flagged - " WS-RECERT-PATH
               END-IF
           END-IF.

       SIGN-OFF-LINES SECTION.
           PERFORM ACCEPT-QUARTER
           IF WS-QUARTER-IN NOT = SPACES
               PERFORM FIND-RECERT
           END-IF

           IF WS-QUARTER-IN NOT = SPACES
             AND AccessRecert-RecertId > 0
               IF AccessRecert-Complete
                   DISPLAY "Review " WS-QUARTER-IN
                     " is already fully signed off."
               ELSE
                   PERFORM DECIDE-OPEN-LINES
                   PERFORM CHECK-REVIEW-COMPLETE
               END-IF
           END-IF.

       DECIDE-OPEN-LINES SECTION.
           MOVE 0 TO WS-CURSOR-SWITCH WS-DECIDED-COUNT

           EXEC SQL
               OPEN SignOffCursor
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ACCREC01: SQL ERROR ON SIGN-OFF OPEN, "
                 "CODE = " SQLCODE
               SET CURSOR-EOF TO TRUE
           END-IF

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH SignOffCursor INTO
                       :AccessRecertLine-LineId,
                       :AccessRecertLine-OperatorId,
                       :AccessRecertLine-OperatorName,
                       :AccessRecertLine-DeptCode,
                       :AccessRecertLine-Authority,
                       :AccessRecertLine-LastUsedDate,
                       :AccessRecertLine-Flags
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       PERFORM DECIDE-ONE-LINE
                   WHEN OTHER
                       DISPLAY "ACCREC01: SQL ERROR ON SIGN-OFF "
                         "FETCH, CODE = " SQLCODE
                       SET CURSOR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SignOffCursor
           END-EXEC

           MOVE WS-DECIDED-COUNT TO WS-COUNT-DISP
           DISPLAY WS-COUNT-DISP " line(s) signed off.".

       DECIDE-ONE-LINE SECTION.
           MOVE AccessRecertLine-LastUsedDate TO WS-LAST-USED
           PERFORM FORMAT-LAST-USED

           DISPLAY " "
           DISPLAY AccessRecertLine-OperatorId " "
             AccessRecertLine-OperatorName " dept "
             AccessRecertLine-DeptCode
           DISPLAY "  " AccessRecertLine-Authority " last used "
             WS-LAST-DISP "  flags " AccessRecertLine-Flags
           DISPLAY "  K = keep, R = revoke, blank = decide later, "
             "Q = stop: "
           MOVE SPACE TO WS-DECISION-IN
           ACCEPT WS-DECISION-IN

           MOVE SPACES TO AccessRecertLine-Decision
           EVALUATE WS-DECISION-IN
               WHEN "K"
               WHEN "k"
                   SET AccessRecertLine-Keep TO TRUE
               WHEN "R"
               WHEN "r"
                   SET AccessRecertLine-Revoke TO TRUE
               WHEN "Q"
               WHEN "q"
                   SET CURSOR-EOF TO TRUE
           END-EVALUATE

           IF AccessRecertLine-Decision NOT = SPACES
               MOVE WS-OPERATOR-ID TO AccessRecertLine-DecidedBy
               MOVE WS-TODAY TO AccessRecertLine-DecidedDate

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.AccessRecertLine
                   SET Decision = :AccessRecertLine-Decision,
                   DecidedBy = :AccessRecertLine-DecidedBy,
                   DecidedDate = :AccessRecertLine-DecidedDate
                   WHERE LineId = :AccessRecertLine-LineId
                     AND Decision IS NULL
               END-EXEC

      *        EACH DECISION STANDS ON ITS OWN - COMMITTED AT ONCE,
      *        SO A MANAGER CAN STOP PART-WAY AND COME BACK.
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "ACCREC01: SQL ERROR ON SIGN-OFF, "
                         "CODE = " SQLCODE
                       EXEC SQL ROLLBACK END-EXEC
                   WHEN SQLERRD(3) = 0
                       DISPLAY "Line already decided by someone "
                         "else - left as it was."
                       EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                       EXEC SQL COMMIT END-EXEC
                       ADD 1 TO WS-DECIDED-COUNT
               END-EVALUATE
           END-IF.

       CHECK-REVIEW-COMPLETE SECTION.
           MOVE 0 TO WS-OPEN-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-OPEN-COUNT
               FROM REDWARRIOR.dbo.AccessRecertLine
               WHERE RecertId = :AccessRecert-RecertId
                 AND Decision IS NULL
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "ACCREC01: SQL ERROR ON OPEN-LINE COUNT, "
                     "CODE = " SQLCODE
               WHEN WS-OPEN-COUNT > 0
                   MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
                   DISPLAY "Review " WS-QUARTER-IN " still has"
                     WS-COUNT-DISP " undecided line(s)."
               WHEN OTHER
                   SET AccessRecert-Complete TO TRUE
                   MOVE WS-TODAY TO AccessRecert-CompletedDate

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.AccessRecert
                       SET Status = :AccessRecert-Status,
                       CompletedDate = :AccessRecert-CompletedDate
                       WHERE RecertId = :AccessRecert-RecertId
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "ACCREC01: SQL ERROR ON REVIEW "
                         "COMPLETION, CODE = " SQLCODE
                       EXEC SQL ROLLBACK END-EXEC
                   ELSE
                       EXEC SQL COMMIT END-EXEC
                       DISPLAY "Review " WS-QUARTER-IN " is fully "
                         "signed off - print the signed result (P)."
                   END-IF
           END-EVALUATE.

       PRINT-SIGNED-RESULT SECTION.
           IF Operators-AuthSupervisor NOT = "Y"
               DISPLAY "Printing the signed result needs supervisor "
                 "authority."
           ELSE
               PERFORM ACCEPT-QUARTER
               IF WS-QUARTER-IN NOT = SPACES
                   PERFORM FIND-RECERT
               END-IF
               IF WS-QUARTER-IN NOT = SPACES
                 AND AccessRecert-RecertId > 0
                   PERFORM WRITE-SIGNED-RESULT
               END-IF
           END-IF.

       WRITE-SIGNED-RESULT SECTION.
           MOVE 0 TO WS-CURSOR-SWITCH WS-LINE-COUNT WS-DECIDED-COUNT
             WS-REVOKE-COUNT

           MOVE SPACES TO WS-RECERT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\accrecert_" DELIMITED BY SIZE
             WS-QUARTER-IN "_signed.txt" DELIMITED BY SIZE
             INTO WS-RECERT-PATH

           OPEN OUTPUT RECERTFILE

           MOVE AccessRecert-RunDate TO WS-DATE-DISP
           MOVE SPACES TO FS-RECERTFILE
           STRING "ACCESS RECERTIFICATION " WS-QUARTER-IN
             " - SIGNED RESULT, PRINTED " WS-TODAY
             " BY " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           STRING "Review produced " WS-DATE-DISP " by "
             AccessRecert-ProducedBy " - status " AccessRecert-Status
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE SPACES TO FS-RECERTFILE
           STRING "Operator Name                 Dept Authority"
             "    Last use Flg Decision By       On"
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           EXEC SQL
               OPEN ResultCursor
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ACCREC01: SQL ERROR ON RESULT OPEN, "
                 "CODE = " SQLCODE
               SET CURSOR-EOF TO TRUE
           END-IF

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH ResultCursor INTO
                       :AccessRecertLine-OperatorId,
                       :AccessRecertLine-OperatorName,
                       :AccessRecertLine-DeptCode,
                       :AccessRecertLine-Authority,
                       :AccessRecertLine-LastUsedDate,
                       :AccessRecertLine-Flags,
                       :AccessRecertLine-Decision,
                       :AccessRecertLine-DecidedBy,
                       :AccessRecertLine-DecidedDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       PERFORM WRITE-RESULT-LINE
                   WHEN OTHER
                       DISPLAY "ACCREC01: SQL ERROR ON RESULT FETCH, "
                         "CODE = " SQLCODE
                       SET CURSOR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ResultCursor
           END-EXEC

           MOVE SPACES TO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE WS-LINE-COUNT TO WS-COUNT-DISP
           MOVE WS-DECIDED-COUNT TO WS-COUNT-DISP2
           MOVE SPACES TO FS-RECERTFILE
           STRING "Lines:" WS-COUNT-DISP "   signed off:"
             WS-COUNT-DISP2
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           MOVE WS-REVOKE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FS-RECERTFILE
           STRING "Revoked:" WS-COUNT-DISP
             " - to be removed from Operators by the DBA."
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE

           CLOSE RECERTFILE

           DISPLAY "Signed result written to " WS-RECERT-PATH.

       WRITE-RESULT-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT
           MOVE AccessRecertLine-LastUsedDate TO WS-LAST-USED
           PERFORM FORMAT-LAST-USED

           IF AccessRecertLine-Decision = SPACES
               MOVE "OPEN" TO AccessRecertLine-Decision
               MOVE SPACES TO WS-DECIDED-DISP
           ELSE
               ADD 1 TO WS-DECIDED-COUNT
               MOVE AccessRecertLine-DecidedDate TO WS-DATE-DISP
               MOVE WS-DATE-DISP TO WS-DECIDED-DISP
           END-IF

           IF AccessRecertLine-Revoke
               ADD 1 TO WS-REVOKE-COUNT
           END-IF

           MOVE SPACES TO FS-RECERTFILE
           STRING AccessRecertLine-OperatorId " "
             AccessRecertLine-OperatorName(1:20) " "
             AccessRecertLine-DeptCode " "
             AccessRecertLine-Authority " " WS-LAST-DISP " "
             AccessRecertLine-Flags " "
             AccessRecertLine-Decision "   "
             AccessRecertLine-DecidedBy " " WS-DECIDED-DISP
             DELIMITED BY SIZE INTO FS-RECERTFILE
           WRITE FS-RECERTFILE.
