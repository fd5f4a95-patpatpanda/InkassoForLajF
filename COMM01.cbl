       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SALES SYSTEM'S RESULT FILE - ONE SEMICOLON-DELIMITED
      *    LINE PER EMPLOYEE AND BASIS PERIOD:
      *    ID;BASIS;SALES;REFERENCE
      *    BASIS IS "YYYYMM" FOR A MONTH OR "YYYYQn" FOR A QUARTER,
      *    SALES A WHOLE AMOUNT, REFERENCE THE SALES SYSTEM'S OWN
      *    KEY FOR THE FIGURE (KEPT ON THE PAYOUT ROW).
           SELECT SALESFILE ASSIGN TO WS-SALES-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SALESFILE-STATUS.

      *    THE REVIEW REPORT - WHAT THE SECOND OPERATOR SIGNS OFF.
           SELECT REVIEWRPTFILE ASSIGN TO WS-REVIEWRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    APPROVED PAYOUTS ARE APPENDED TO ONEOFF01'S INPUT AS BON
      *    LINES - OPTIONAL LETS THE EXTEND CREATE THE FILE WHEN
      *    NOTHING ELSE IS WAITING FOR THE NEXT ONE-OFF RUN.
           SELECT OPTIONAL ONEOFFFILE ASSIGN TO WS-ONEOFF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ONEOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALESFILE.
       01 SALES-RECORD PIC X(80).

       FD REVIEWRPTFILE.
       01 FS-REVIEWRPTFILE PIC X(120).

       FD ONEOFFFILE.
       01 ONEOFF-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "CommissionPlan.cpy".
       COPY "CommissionPayout.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "Operators.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE WriteCursor CURSOR FOR
           SELECT PayoutId, EmployeeId, PayoutAmount
           FROM REDWARRIOR.dbo.CommissionPayout
           WHERE BatchRef = :CommissionPayout-BatchRef
             AND Status = 'APPROVED'
           ORDER BY EmployeeId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-SALES-PATH PIC X(80).
       01 WS-REVIEWRPT-PATH PIC X(80).
       01 WS-ONEOFF-PATH PIC X(80).
       01 WS-SALESFILE-STATUS PIC X(2) VALUE "00".
       01 WS-ONEOFF-STATUS PIC X(2) VALUE "00".

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-COMMISSION VALUE 1.
       01 WS-FILE-SWITCHES PIC 9 VALUE 0.
         88 SALES-EOF VALUE 1.
       01 WS-WRITE-SWITCHES PIC 9 VALUE 0.
         88 WRITE-EOF VALUE 1.

       01 WS-SAL-ID PIC X(9) JUSTIFIED RIGHT.
       01 WS-SAL-BASIS PIC X(6).
       01 WS-SAL-AMOUNT-TEXT PIC X(9) JUSTIFIED RIGHT.
       01 WS-SAL-REFERENCE PIC X(20).

      *    THE BASIS PERIOD IS PRICED ON THE PLAN IN FORCE ON ITS
      *    LAST DAY - A PLAN CHANGED MID-QUARTER PAYS THE QUARTER
      *    ON THE NEW TERMS.
       01 WS-BASIS-YEAR PIC 9(4).
       01 WS-BASIS-MONTH PIC 9(2).
       01 WS-BASIS-QUARTER PIC 9(1).
       01 WS-BASIS-END-MONTH PIC 9(2).
       01 WS-BASIS-IS PIC X(1).
         88 BASIS-IS-MONTH VALUE "M".
         88 BASIS-IS-QUARTER VALUE "Q".
       01 WS-NEXT-MONTH-FIRST PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).

       01 WS-COM-SALES PIC S9(9) VALUE 0.
       01 WS-COM-TOP PIC S9(9) VALUE 0.
       01 WS-COM-BAND PIC S9(9) VALUE 0.
       01 WS-COM-CALC PIC S9(9)V9(2) VALUE 0.
       01 WS-COM-AMOUNT PIC S9(9) VALUE 0.
       01 WS-COM-PAYOUT PIC S9(9) VALUE 0.

       01 WS-BATCH-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-ROWS-HIT PIC S9(09) COMP-5 VALUE 0.
       01 WS-PROPOSER PIC X(8) VALUE SPACES.

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-PROPOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-NIL-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-PAYOUT PIC 9(9) VALUE 0.

       01 WS-EDIT-STATUS PIC X(1) VALUE "Y".
         88 SALES-ROW-VALID VALUE "Y".
         88 SALES-ROW-INVALID VALUE "N".
       01 WS-EDIT-REASON PIC X(40).

       01 WS-ID-DISP PIC 9(9).
       01 WS-VERSION-DISP PIC ZZ9.
       01 WS-SALES-DISP PIC ZZZZZZZZ9.
       01 WS-TARGET-DISP PIC ZZZZZZZZ9.
       01 WS-CALC-DISP PIC ZZZZZZZZ9.
       01 WS-PAYOUT-DISP PIC ZZZZZZZZ9.
       01 WS-CAP-FLAG PIC X(6).
       01 WS-OO-ID PIC 9(9).
       01 WS-OO-AMOUNT PIC 9(5).
       01 WS-OO-PAYOUT-ID PIC 9(9).

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Sales commission payouts (calculate/approve)"
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-OUTPUT-PATHS

           PERFORM UNTIL QUIT-COMMISSION
               DISPLAY " "
               DISPLAY "  C = Calculate payouts from sales.dat"
               DISPLAY "  A = Approve a calculated batch"
               DISPLAY "  R = Reject a calculated batch"
               DISPLAY "  W = Write an approved batch to oneoff.dat"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "C"
                       PERFORM CALCULATE-BATCH
                   WHEN "c"
                       PERFORM CALCULATE-BATCH
                   WHEN "A"
                       PERFORM APPROVE-BATCH
                   WHEN "a"
                       PERFORM APPROVE-BATCH
                   WHEN "R"
                       PERFORM REJECT-BATCH
                   WHEN "r"
                       PERFORM REJECT-BATCH
                   WHEN "W"
                       PERFORM WRITE-BATCH
                   WHEN "w"
                       PERFORM WRITE-BATCH
                   WHEN "Q"
                       SET QUIT-COMMISSION TO TRUE
                   WHEN "q"
                       SET QUIT-COMMISSION TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       OPERATOR-SIGN-ON SECTION.
      *    ANYONE ON THE OPERATORS TABLE MAY CALCULATE; APPROVING
      *    NEEDS BRACKET AUTHORITY AND A DIFFERENT PAIR OF HANDS
      *    THAN THE CALCULATION - THE SAME DISCIPLINE SALREV01
      *    GIVES A SALARY REVISION.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, AuthBrackets, AuthReversals
               INTO :Operators-OperatorName,
               :Operators-AuthBrackets, :Operators-AuthReversals
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "COMM01: SQL ERROR ON SIGN-ON, "
                     "CODE = " SQLCODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-SALES-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\sales.dat" DELIMITED BY SIZE
             INTO WS-SALES-PATH

           MOVE SPACES TO WS-REVIEWRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\commission_review.txt" DELIMITED BY SIZE
             INTO WS-REVIEWRPT-PATH

           MOVE SPACES TO WS-ONEOFF-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\oneoff.dat" DELIMITED BY SIZE
             INTO WS-ONEOFF-PATH.

       CALCULATE-BATCH SECTION.
           DISPLAY "Batch reference (up to 12 chars): "
           ACCEPT CommissionPayout-BatchRef

           MOVE 0 TO WS-BATCH-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-BATCH-COUNT
               FROM REDWARRIOR.dbo.CommissionPayout
               WHERE BatchRef = :CommissionPayout-BatchRef
           END-EXEC

           EVALUATE TRUE
               WHEN CommissionPayout-BatchRef = SPACES
                   DISPLAY "A batch reference is required."
               WHEN WS-BATCH-COUNT > 0
                   DISPLAY "That batch reference is already in "
                     "use - nothing calculated."
               WHEN OTHER
                   PERFORM OPEN-SALES-FILE
           END-EVALUATE.

       OPEN-SALES-FILE SECTION.
           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT SALESFILE
           IF WS-SALESFILE-STATUS NOT = "00"
               DISPLAY "COMM01: cannot open sales file, status "
                 WS-SALESFILE-STATUS " - nothing calculated."
           ELSE
               PERFORM REGISTER-INBOUND-FILE
               IF FRG-FILE-MAY-APPLY
                   PERFORM BUILD-REVIEW
                   PERFORM MARK-INBOUND-APPLIED
               ELSE
                   DISPLAY "COMM01: sales file not applied - "
                     "nothing calculated."
               END-IF
           END-IF.

       REGISTER-INBOUND-FILE SECTION.
      *    THE SAME SALES FILE DROPPED TWICE IS REFUSED HERE, THE
      *    SAME WAY ABSIMP01 REFUSES A REPEATED ABSENCE FILE - THE
      *    FILE ID GOES ON EVERY PAYOUT ROW AS PART OF ITS TRAIL.
           MOVE "SALES" TO WS-FRG-FILE-TYPE
           MOVE WS-SALES-PATH TO WS-FRG-FILE-NAME
           MOVE "SALES SYSTEM" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "COMM01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL SALES-EOF
               READ SALESFILE
                   AT END
                       SET SALES-EOF TO TRUE
                   NOT AT END
                       MOVE SALES-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE SALESFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       MARK-INBOUND-APPLIED SECTION.
           COMPUTE WS-FRG-APPLIED-COUNT =
             WS-PROPOSED-COUNT + WS-NIL-COUNT
           MOVE WS-REJECT-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       BUILD-REVIEW SECTION.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE 0 TO WS-NIL-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE 0 TO WS-TOTAL-PAYOUT
           MOVE 0 TO WS-FILE-SWITCHES

           OPEN INPUT SALESFILE
           OPEN OUTPUT REVIEWRPTFILE

           MOVE SPACES TO FS-REVIEWRPTFILE
           STRING "SALES COMMISSION REVIEW - BATCH "
             CommissionPayout-BatchRef
             " CALCULATED " WS-TODAY
             " BY " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FS-REVIEWRPTFILE
           WRITE FS-REVIEWRPTFILE

           MOVE SPACES TO FS-REVIEWRPTFILE
           STRING "Employee  Name                      Basis "
             "     Sales    Target  Tiered    Payout        Plan"
             DELIMITED BY SIZE INTO FS-REVIEWRPTFILE
           WRITE FS-REVIEWRPTFILE

           PERFORM UNTIL SALES-EOF
               READ SALESFILE
                   AT END
                       SET SALES-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PRICE-SALES-ROW
               END-READ
           END-PERFORM

           MOVE SPACES TO FS-REVIEWRPTFILE
           STRING "Rows read: " WS-READ-COUNT
             "  proposed: " WS-PROPOSED-COUNT
             "  nothing due: " WS-NIL-COUNT
             "  rejected: " WS-REJECT-COUNT
             DELIMITED BY SIZE INTO FS-REVIEWRPTFILE
           WRITE FS-REVIEWRPTFILE

           MOVE SPACES TO FS-REVIEWRPTFILE
           STRING "Total proposed payout: " WS-TOTAL-PAYOUT
             DELIMITED BY SIZE INTO FS-REVIEWRPTFILE
           WRITE FS-REVIEWRPTFILE

           CLOSE SALESFILE
           CLOSE REVIEWRPTFILE

           EXEC SQL COMMIT END-EXEC

           DISPLAY WS-PROPOSED-COUNT " payout(s) proposed, "
             WS-REJECT-COUNT " row(s) rejected - review "
             "commission_review.txt, then approve with a second "
             "operator.".

       PRICE-SALES-ROW SECTION.
           MOVE SPACES TO WS-SAL-ID WS-SAL-BASIS WS-SAL-AMOUNT-TEXT
             WS-SAL-REFERENCE

           UNSTRING SALES-RECORD DELIMITED BY ";"
             INTO WS-SAL-ID
                  WS-SAL-BASIS
                  WS-SAL-AMOUNT-TEXT
                  WS-SAL-REFERENCE
           END-UNSTRING

           INSPECT WS-SAL-ID REPLACING LEADING " " BY "0"
           INSPECT WS-SAL-AMOUNT-TEXT REPLACING LEADING " " BY "0"

           SET SALES-ROW-VALID TO TRUE

           IF WS-SAL-ID NOT NUMERIC
               SET SALES-ROW-INVALID TO TRUE
               MOVE "Employee ID is not numeric" TO WS-EDIT-REASON
           ELSE
               MOVE WS-SAL-ID TO CommissionPayout-EmployeeId
           END-IF

           IF SALES-ROW-VALID
               IF WS-SAL-AMOUNT-TEXT NOT NUMERIC
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "Sales amount is not numeric"
                     TO WS-EDIT-REASON
               ELSE
                   MOVE WS-SAL-AMOUNT-TEXT TO WS-COM-SALES
               END-IF
           END-IF

           IF SALES-ROW-VALID
               PERFORM EDIT-BASIS-PERIOD
           END-IF

           IF SALES-ROW-VALID
               PERFORM FIND-EMPLOYEE
           END-IF

           IF SALES-ROW-VALID
               PERFORM FIND-PLAN-IN-FORCE
           END-IF

           IF SALES-ROW-VALID
               PERFORM CHECK-ALREADY-CALCULATED
           END-IF

           IF SALES-ROW-VALID
               PERFORM PRICE-TIERS
           END-IF

           IF SALES-ROW-VALID
               PERFORM PROPOSE-PAYOUT
           END-IF

           IF SALES-ROW-INVALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO FS-REVIEWRPTFILE
               STRING "REJECTED: " SALES-RECORD (1:50)
                 " - " WS-EDIT-REASON
                 DELIMITED BY SIZE INTO FS-REVIEWRPTFILE
               WRITE FS-REVIEWRPTFILE
           END-IF.

       EDIT-BASIS-PERIOD SECTION.
           MOVE SPACE TO WS-BASIS-IS

           IF WS-SAL-BASIS (1:4) NOT NUMERIC
               SET SALES-ROW-INVALID TO TRUE
               MOVE "Basis period year is not numeric"
                 TO WS-EDIT-REASON
           ELSE
               MOVE WS-SAL-BASIS (1:4) TO WS-BASIS-YEAR
               EVALUATE TRUE
                   WHEN WS-SAL-BASIS (5:1) = "Q" AND
                        WS-SAL-BASIS (6:1) >= "1" AND
                        WS-SAL-BASIS (6:1) <= "4"
                       SET BASIS-IS-QUARTER TO TRUE
                       MOVE WS-SAL-BASIS (6:1) TO WS-BASIS-QUARTER
                       COMPUTE WS-BASIS-END-MONTH =
                         WS-BASIS-QUARTER * 3
                   WHEN WS-SAL-BASIS (5:2) NUMERIC
                       MOVE WS-SAL-BASIS (5:2) TO WS-BASIS-MONTH
                       IF WS-BASIS-MONTH >= 1 AND
                          WS-BASIS-MONTH <= 12
                           SET BASIS-IS-MONTH TO TRUE
                           MOVE WS-BASIS-MONTH TO WS-BASIS-END-MONTH
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-BASIS-IS = SPACE
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "Basis is not YYYYMM or YYYYQn"
                     TO WS-EDIT-REASON
               END-IF
           END-IF

           IF SALES-ROW-VALID
               IF WS-BASIS-END-MONTH = 12
                   COMPUTE WS-NEXT-MONTH-FIRST =
                     (WS-BASIS-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-MONTH-FIRST =
                     WS-BASIS-YEAR * 10000 +
                     (WS-BASIS-END-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1)
               MOVE WS-SAL-BASIS TO CommissionPayout-BasisPeriod
           END-IF.

       FIND-EMPLOYEE SECTION.
           MOVE CommissionPayout-EmployeeId TO Employees-ID-EMPLOYEE

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "No employee with that ID" TO WS-EDIT-REASON
               WHEN OTHER
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "Employee lookup failed" TO WS-EDIT-REASON
                   DISPLAY "COMM01: SQL ERROR ON EMPLOYEE SELECT, "
                     "CODE = " SQLCODE
           END-EVALUATE.

       FIND-PLAN-IN-FORCE SECTION.
           MOVE CommissionPayout-EmployeeId
             TO CommissionPlan-EmployeeId

           EXEC SQL
               SELECT PlanId, PlanVersion, Basis, TargetAmount,
               Tier1Pct, Tier2From, Tier2Pct, Tier3From, Tier3Pct,
               CapAmount
               INTO :CommissionPlan-PlanId,
               :CommissionPlan-PlanVersion,
               :CommissionPlan-Basis,
               :CommissionPlan-TargetAmount,
               :CommissionPlan-Tier1Pct,
               :CommissionPlan-Tier2From,
               :CommissionPlan-Tier2Pct,
               :CommissionPlan-Tier3From,
               :CommissionPlan-Tier3Pct,
               :CommissionPlan-CapAmount
               FROM REDWARRIOR.dbo.CommissionPlan
               WHERE EmployeeId = :CommissionPlan-EmployeeId
                 AND EffectiveFrom <= :WS-PERIOD-END
                 AND (EffectiveTo = 0
                  OR EffectiveTo >= :WS-PERIOD-END)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "No commission plan in force"
                     TO WS-EDIT-REASON
               WHEN SQLCODE NOT = 0
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "Plan lookup failed" TO WS-EDIT-REASON
                   DISPLAY "COMM01: SQL ERROR ON PLAN SELECT, "
                     "CODE = " SQLCODE
               WHEN CommissionPlan-Monthly AND NOT BASIS-IS-MONTH
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "Plan is monthly, figure is not"
                     TO WS-EDIT-REASON
               WHEN CommissionPlan-Quarterly AND NOT BASIS-IS-QUARTER
                   SET SALES-ROW-INVALID TO TRUE
                   MOVE "Plan is quarterly, figure is not"
                     TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-ALREADY-CALCULATED SECTION.
      *    ONE LIVE PAYOUT PER EMPLOYEE AND BASIS PERIOD - A FIGURE
      *    THE SALES SYSTEM RESENDS IN A LATER FILE IS NOT PAID
      *    TWICE. A REJECTED PAYOUT DOES NOT COUNT, SO A CORRECTED
      *    FIGURE CAN BE CALCULATED AGAIN.
           MOVE 0 TO WS-DUP-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.CommissionPayout
               WHERE EmployeeId = :CommissionPayout-EmployeeId
                 AND BasisPeriod = :CommissionPayout-BasisPeriod
                 AND Status <> 'REJECTED'
           END-EXEC

           IF WS-DUP-COUNT > 0
               SET SALES-ROW-INVALID TO TRUE
               MOVE "Basis period already calculated"
                 TO WS-EDIT-REASON
           END-IF.

       PRICE-TIERS SECTION.
      *    EACH TIER PAYS ITS OWN PERCENT ON THE PART OF THE SALES
      *    THAT FALLS INSIDE IT; NOTHING IS PAID UP TO THE TARGET.
           MOVE 0 TO WS-COM-CALC

           IF CommissionPlan-Tier2From > 0 AND
              CommissionPlan-Tier2From < WS-COM-SALES
               MOVE CommissionPlan-Tier2From TO WS-COM-TOP
           ELSE
               MOVE WS-COM-SALES TO WS-COM-TOP
           END-IF
           COMPUTE WS-COM-BAND =
             WS-COM-TOP - CommissionPlan-TargetAmount
           IF WS-COM-BAND > 0
               COMPUTE WS-COM-CALC = WS-COM-CALC +
                 WS-COM-BAND * CommissionPlan-Tier1Pct / 100
           END-IF

           IF CommissionPlan-Tier2From > 0
               IF CommissionPlan-Tier3From > 0 AND
                  CommissionPlan-Tier3From < WS-COM-SALES
                   MOVE CommissionPlan-Tier3From TO WS-COM-TOP
               ELSE
                   MOVE WS-COM-SALES TO WS-COM-TOP
               END-IF
               COMPUTE WS-COM-BAND =
                 WS-COM-TOP - CommissionPlan-Tier2From
               IF WS-COM-BAND > 0
                   COMPUTE WS-COM-CALC = WS-COM-CALC +
                     WS-COM-BAND * CommissionPlan-Tier2Pct / 100
               END-IF
           END-IF

           IF CommissionPlan-Tier3From > 0
               COMPUTE WS-COM-BAND =
                 WS-COM-SALES - CommissionPlan-Tier3From
               IF WS-COM-BAND > 0
                   COMPUTE WS-COM-CALC = WS-COM-CALC +
                     WS-COM-BAND * CommissionPlan-Tier3Pct / 100
               END-IF
           END-IF

           COMPUTE WS-COM-AMOUNT ROUNDED = WS-COM-CALC
           MOVE WS-COM-AMOUNT TO WS-COM-PAYOUT
           MOVE "N" TO CommissionPayout-Capped

           IF CommissionPlan-CapAmount > 0 AND
              WS-COM-AMOUNT > CommissionPlan-CapAmount
               MOVE CommissionPlan-CapAmount TO WS-COM-PAYOUT
               MOVE "Y" TO CommissionPayout-Capped
           END-IF

      *    ONEOFF01 CARRIES THE AMOUNT IN PIC 9(5) - A LARGER
      *    PAYOUT HAS TO BE SPLIT AND KEYED BY HAND.
           IF WS-COM-PAYOUT >= 100000
               SET SALES-ROW-INVALID TO TRUE
               MOVE "Payout reaches the one-off 9(5) limit"
                 TO WS-EDIT-REASON
           END-IF.

       PROPOSE-PAYOUT SECTION.
           MOVE CommissionPayout-EmployeeId TO WS-ID-DISP
           MOVE CommissionPlan-PlanVersion TO WS-VERSION-DISP
           MOVE WS-COM-SALES TO WS-SALES-DISP
           MOVE CommissionPlan-TargetAmount TO WS-TARGET-DISP
           MOVE WS-COM-AMOUNT TO WS-CALC-DISP
           MOVE WS-COM-PAYOUT TO WS-PAYOUT-DISP
           MOVE SPACES TO WS-CAP-FLAG
           IF CommissionPayout-Was-Capped
               MOVE "CAPPED" TO WS-CAP-FLAG
           END-IF

      *    BELOW TARGET IS NOT AN ERROR, BUT THERE IS NOTHING TO
      *    SIGN OFF OR PAY - IT IS SHOWN ON THE REPORT ONLY.
           IF WS-COM-PAYOUT = 0
               ADD 1 TO WS-NIL-COUNT
               MOVE SPACES TO FS-REVIEWRPTFILE
               STRING WS-ID-DISP " "
                 Employees-FIRST-NAME (1:12) " "
                 Employees-LAST-NAME (1:12) " "
                 CommissionPayout-BasisPeriod " "
                 WS-SALES-DISP " " WS-TARGET-DISP
                 "  nothing due"
                 DELIMITED BY SIZE INTO FS-REVIEWRPTFILE
               WRITE FS-REVIEWRPTFILE
           ELSE
               PERFORM INSERT-PAYOUT
           END-IF.

       INSERT-PAYOUT SECTION.
           MOVE CommissionPlan-PlanId TO CommissionPayout-PlanId
           MOVE CommissionPlan-PlanVersion
             TO CommissionPayout-PlanVersion
           MOVE WS-COM-SALES TO CommissionPayout-SalesAmount
           MOVE WS-SAL-REFERENCE TO CommissionPayout-SalesRef
           MOVE WS-FRG-FILE-ID TO CommissionPayout-SalesFileId
           MOVE CommissionPlan-TargetAmount
             TO CommissionPayout-TargetAmount
           MOVE WS-COM-AMOUNT TO CommissionPayout-CalcAmount
           MOVE WS-COM-PAYOUT TO CommissionPayout-PayoutAmount
           MOVE WS-OPERATOR-ID TO CommissionPayout-ProposedBy
           MOVE WS-TODAY TO CommissionPayout-CalcDate

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.CommissionPayout
               (BatchRef, EmployeeId, PlanId, PlanVersion,
               BasisPeriod, SalesAmount, SalesRef, SalesFileId,
               TargetAmount, CalcAmount, PayoutAmount, Capped,
               Status, ProposedBy, CalcDate, WrittenDate)
               VALUES (:CommissionPayout-BatchRef,
               :CommissionPayout-EmployeeId,
               :CommissionPayout-PlanId,
               :CommissionPayout-PlanVersion,
               :CommissionPayout-BasisPeriod,
               :CommissionPayout-SalesAmount,
               :CommissionPayout-SalesRef,
               :CommissionPayout-SalesFileId,
               :CommissionPayout-TargetAmount,
               :CommissionPayout-CalcAmount,
               :CommissionPayout-PayoutAmount,
               :CommissionPayout-Capped, 'PROPOSED',
               :CommissionPayout-ProposedBy,
               :CommissionPayout-CalcDate, 0)
           END-EXEC

           IF SQLCODE NOT = 0
               SET SALES-ROW-INVALID TO TRUE
               MOVE "Payout could not be recorded"
                 TO WS-EDIT-REASON
               DISPLAY "COMM01: SQL ERROR ON PAYOUT INSERT, "
                 "CODE = " SQLCODE
           ELSE
               ADD 1 TO WS-PROPOSED-COUNT
               ADD WS-COM-PAYOUT TO WS-TOTAL-PAYOUT
               MOVE SPACES TO FS-REVIEWRPTFILE
               STRING WS-ID-DISP " "
                 Employees-FIRST-NAME (1:12) " "
                 Employees-LAST-NAME (1:12) " "
                 CommissionPayout-BasisPeriod " "
                 WS-SALES-DISP " " WS-TARGET-DISP " "
                 WS-CALC-DISP " " WS-PAYOUT-DISP " "
                 WS-CAP-FLAG " v" WS-VERSION-DISP
                 DELIMITED BY SIZE INTO FS-REVIEWRPTFILE
               WRITE FS-REVIEWRPTFILE
           END-IF.

       APPROVE-BATCH SECTION.
           IF NOT Operator-May-Maintain-Brackets
               DISPLAY "Operator " WS-OPERATOR-ID
                 " does not hold the authority to approve "
                 "commission payouts."
           ELSE
               DISPLAY "Batch reference to approve: "
               ACCEPT CommissionPayout-BatchRef

      *        THE APPROVER MUST NOT BE THE OPERATOR WHO RAN THE
      *        CALCULATION - THE SAME FOUR-EYES RULE AS SALREV01.
               MOVE SPACES TO WS-PROPOSER
               EXEC SQL
                   SELECT MAX(ProposedBy) INTO :WS-PROPOSER
                   FROM REDWARRIOR.dbo.CommissionPayout
                   WHERE BatchRef = :CommissionPayout-BatchRef
                     AND Status = 'PROPOSED'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100 OR WS-PROPOSER = SPACES
                       DISPLAY "No proposed payouts under that "
                         "batch reference."
                   WHEN WS-PROPOSER = WS-OPERATOR-ID
                       DISPLAY "The operator who calculated the "
                         "batch cannot approve it."
                   WHEN OTHER
                       PERFORM MARK-BATCH-APPROVED
               END-EVALUATE
           END-IF.

       MARK-BATCH-APPROVED SECTION.
      *    AN APPROVED BATCH GOES STRAIGHT ON TO oneoff.dat - THE
      *    W OPTION IS ONLY NEEDED WHEN THAT WRITE COULD NOT RUN.
           MOVE WS-OPERATOR-ID TO CommissionPayout-ApprovedBy
           EXEC SQL
               UPDATE REDWARRIOR.dbo.CommissionPayout
               SET Status = 'APPROVED',
               ApprovedBy = :CommissionPayout-ApprovedBy
               WHERE BatchRef = :CommissionPayout-BatchRef
                 AND Status = 'PROPOSED'
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ROWS-HIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY WS-ROWS-HIT " payout(s) approved."
               PERFORM WRITE-APPROVED-PAYOUTS
           ELSE
               DISPLAY "COMM01: SQL ERROR ON APPROVE, CODE = "
                 SQLCODE
           END-IF.

       REJECT-BATCH SECTION.
           DISPLAY "Batch reference to reject: "
           ACCEPT CommissionPayout-BatchRef

           EXEC SQL
               UPDATE REDWARRIOR.dbo.CommissionPayout
               SET Status = 'REJECTED'
               WHERE BatchRef = :CommissionPayout-BatchRef
                 AND Status = 'PROPOSED'
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ROWS-HIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY WS-ROWS-HIT " payout(s) rejected."
           ELSE
               DISPLAY "COMM01: SQL ERROR ON REJECT, CODE = "
                 SQLCODE
           END-IF.

       WRITE-BATCH SECTION.
           DISPLAY "Approved batch reference to write: "
           ACCEPT CommissionPayout-BatchRef
           PERFORM WRITE-APPROVED-PAYOUTS.

       WRITE-APPROVED-PAYOUTS SECTION.
      *    EACH PAYOUT BECOMES ONE BON LINE - ONEOFF01 THEN TAXES
      *    AND POSTS IT AS ANY OTHER BONUS. THE REFERENCE "COM" +
      *    PayoutId LEADS FROM THE POSTED ONE-OFF BACK TO THE
      *    PAYOUT ROW, ITS PLAN VERSION AND ITS SALES FIGURE.
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-WRITE-SWITCHES

           MOVE "00" TO WS-ONEOFF-STATUS
           OPEN EXTEND ONEOFFFILE
           IF WS-ONEOFF-STATUS NOT = "00" AND
              WS-ONEOFF-STATUS NOT = "05"
               DISPLAY "COMM01: cannot open oneoff.dat, status "
                 WS-ONEOFF-STATUS " - the batch stays approved; "
                 "write it again with W."
           ELSE
               EXEC SQL
                   OPEN WriteCursor
               END-EXEC

               PERFORM UNTIL WRITE-EOF
                   EXEC SQL
                       FETCH WriteCursor INTO
                           :CommissionPayout-PayoutId,
                           :CommissionPayout-EmployeeId,
                           :CommissionPayout-PayoutAmount
                   END-EXEC

                   EVALUATE SQLCODE
                       WHEN 100
                           SET WRITE-EOF TO TRUE
                       WHEN 0
                           PERFORM WRITE-ONE-PAYOUT
                       WHEN OTHER
                           DISPLAY "COMM01: SQL ERROR ON WRITE "
                             "FETCH, CODE = " SQLCODE
                           SET WRITE-EOF TO TRUE
                   END-EVALUATE
               END-PERFORM

               EXEC SQL
                   CLOSE WriteCursor
               END-EXEC

               CLOSE ONEOFFFILE

               EXEC SQL COMMIT END-EXEC

               DISPLAY WS-WRITTEN-COUNT " payout(s) written to "
                 "oneoff.dat for the next one-off run."

               IF WS-WRITTEN-COUNT = 0
                   DISPLAY "Nothing written - is the batch "
                     "approved?"
               END-IF
           END-IF.

       WRITE-ONE-PAYOUT SECTION.
           MOVE CommissionPayout-EmployeeId TO WS-OO-ID
           MOVE CommissionPayout-PayoutAmount TO WS-OO-AMOUNT
           MOVE CommissionPayout-PayoutId TO WS-OO-PAYOUT-ID

           MOVE SPACES TO ONEOFF-RECORD
           STRING WS-OO-ID ";BON;" WS-OO-AMOUNT ";COM"
             WS-OO-PAYOUT-ID
             DELIMITED BY SIZE INTO ONEOFF-RECORD
           WRITE ONEOFF-RECORD

           MOVE WS-TODAY TO CommissionPayout-WrittenDate
           EXEC SQL
               UPDATE REDWARRIOR.dbo.CommissionPayout
               SET Status = 'WRITTEN',
               WrittenDate = :CommissionPayout-WrittenDate
               WHERE PayoutId = :CommissionPayout-PayoutId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "COMM01: SQL ERROR ON STATUS UPDATE, "
                 "CODE = " SQLCODE
           END-IF

           ADD 1 TO WS-WRITTEN-COUNT.
