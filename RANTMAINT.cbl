       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANTMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "LoanRefRate.cpy".
       COPY "Operators.cpy".
       COPY "ConfigAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE RefRateListCursor CURSOR FOR
           SELECT RateId, BorrowingRate, MarginRate, EffectiveFrom,
           EffectiveTo
           FROM REDWARRIOR.dbo.LoanRefRate
           ORDER BY EffectiveFrom
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-OPEN-FROM PIC S9(09) COMP-5 VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-IMG-FROM PIC 9(8).
       01 WS-IMG-TO PIC 9(8).
       01 WS-KEY-DISP PIC 9(9).

      *    VALUE 0 MATTERS: ON THE FIRST-EVER ROLL THERE IS NO OPEN
      *    ROW TO READ THEM FROM AND THEY GO STRAIGHT INTO THE AUDIT
      *    BEFORE-IMAGE.
       01 WS-OLD-BORROWING PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-OLD-MARGIN PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-PCT-DISP PIC 9(2).9(2).
       01 WS-PCT-DISP2 PIC 9(2).9(2).

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
      *    THE REFERENCE RATE DECIDES A TAXABLE BENEFIT - THE SAME
      *    SIGN-ON AND AUDIT DISCIPLINE AS THE BRACKET PROGRAMS
      *    APPLIES.
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Loan interest benefit reference rate"
               DISPLAY "  R = Roll in a new reference rate"
               DISPLAY "  C = Change a row (repair only)"
               DISPLAY "  L = List the reference rate history"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "R"
                       PERFORM ROLL-NEW-REF-RATE
                   WHEN "r"
                       PERFORM ROLL-NEW-REF-RATE
                   WHEN "C"
                       PERFORM CHANGE-REF-RATE-ROW
                   WHEN "c"
                       PERFORM CHANGE-REF-RATE-ROW
                   WHEN "L"
                       PERFORM LIST-REF-RATE-HISTORY
                   WHEN "l"
                       PERFORM LIST-REF-RATE-HISTORY
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
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

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
                   DISPLAY "RANTMAINT: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   GOBACK
               WHEN NOT Operator-May-Maintain-Brackets
                   DISPLAY "Operator " WS-OPERATOR-ID
                     " does not hold bracket authority - access"
                     " refused."
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       WRITE-CONFIG-AUDIT SECTION.
           MOVE WS-OPERATOR-ID TO ConfigAudit-OperatorId
           MOVE WS-AUDIT-DATE TO ConfigAudit-ChangeDate
           MOVE WS-AUDIT-TIME TO ConfigAudit-ChangeTime

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
               DISPLAY "RANTMAINT: SQL ERROR ON AUDIT INSERT, "
                 "CODE = " SQLCODE
           END-IF.

       BUILD-REF-RATE-IMAGE SECTION.
           MOVE LoanRefRate-BorrowingRate TO WS-PCT-DISP
           MOVE LoanRefRate-MarginRate TO WS-PCT-DISP2
           MOVE LoanRefRate-EffectiveFrom TO WS-IMG-FROM
           MOVE LoanRefRate-EffectiveTo TO WS-IMG-TO

           MOVE SPACES TO ConfigAudit-AfterImage
           STRING WS-PCT-DISP "+" WS-PCT-DISP2 "/" WS-IMG-FROM "/"
             WS-IMG-TO
             DELIMITED BY SIZE INTO ConfigAudit-AfterImage.

       ROLL-NEW-REF-RATE SECTION.
      *    THE YEARLY CHANGE: THE OPEN ROW IS CLOSED THE DAY BEFORE
      *    THE NEW RATE STARTS (NORMALLY 1 JANUARY), SO A RERUN OF AN
      *    EARLIER PERIOD STILL VALUES ITS BENEFIT AT THE OLD RATE.
           MOVE 0 TO WS-OPEN-FROM
           EXEC SQL
               SELECT BorrowingRate, MarginRate, EffectiveFrom
               INTO :WS-OLD-BORROWING, :WS-OLD-MARGIN,
               :WS-OPEN-FROM
               FROM REDWARRIOR.dbo.LoanRefRate
               WHERE EffectiveTo = 0
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-OLD-BORROWING TO WS-PCT-DISP
                   MOVE WS-OLD-MARGIN TO WS-PCT-DISP2
                   DISPLAY "Current rate: " WS-PCT-DISP " + "
                     WS-PCT-DISP2 " percent from " WS-OPEN-FROM
               WHEN 100
                   MOVE 0 TO WS-OLD-BORROWING
                   MOVE 0 TO WS-OLD-MARGIN
                   DISPLAY "No open reference rate on file - this"
                     " will be the first."
               WHEN OTHER
                   DISPLAY "RANTMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE

           DISPLAY "Government borrowing rate (percent): "
           ACCEPT LoanRefRate-BorrowingRate
           DISPLAY "Statutory margin (percentage points): "
           ACCEPT LoanRefRate-MarginRate
           DISPLAY "Effective from (YYYYMMDD, normally 1 January): "
           ACCEPT LoanRefRate-EffectiveFrom

           EVALUATE TRUE
               WHEN LoanRefRate-BorrowingRate < 0 OR
                    LoanRefRate-MarginRate < 0 OR
                    LoanRefRate-BorrowingRate
                      + LoanRefRate-MarginRate > 100
                   DISPLAY "Rate not rolled - the rates must be "
                     "between 0 and 100."
               WHEN LoanRefRate-EffectiveFrom < 19000101 OR
                    LoanRefRate-EffectiveFrom > 99991231
                   DISPLAY "Rate not rolled - invalid from date."
               WHEN LoanRefRate-EffectiveFrom <= WS-OPEN-FROM
                   DISPLAY "Rate not rolled - it must start after "
                     "the open rate's " WS-OPEN-FROM
                     "; use C to repair that row instead."
               WHEN OTHER
                   PERFORM INSERT-NEW-REF-RATE
           END-EVALUATE.

       INSERT-NEW-REF-RATE SECTION.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(LoanRefRate-EffectiveFrom)
             - 1)

           EXEC SQL
               UPDATE REDWARRIOR.dbo.LoanRefRate
               SET EffectiveTo = :WS-DAY-BEFORE
               WHERE EffectiveTo = 0
           END-EXEC

           MOVE 0 TO LoanRefRate-EffectiveTo

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.LoanRefRate
               (BorrowingRate, MarginRate, EffectiveFrom,
               EffectiveTo)
               VALUES (:LoanRefRate-BorrowingRate,
               :LoanRefRate-MarginRate,
               :LoanRefRate-EffectiveFrom,
               :LoanRefRate-EffectiveTo)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE "LoanRefRate" TO ConfigAudit-TableName
                   MOVE "ROLL" TO ConfigAudit-KeyValue
                   MOVE WS-OLD-BORROWING TO WS-PCT-DISP
                   MOVE WS-OLD-MARGIN TO WS-PCT-DISP2
                   MOVE SPACES TO ConfigAudit-BeforeImage
                   STRING "OPEN RATE " WS-PCT-DISP "+" WS-PCT-DISP2
                     DELIMITED BY SIZE INTO ConfigAudit-BeforeImage
                   PERFORM BUILD-REF-RATE-IMAGE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Reference rate rolled - new rate in "
                     "force from " LoanRefRate-EffectiveFrom "."
               WHEN OTHER
                   DISPLAY "RANTMAINT: SQL ERROR ON INSERT, CODE = "
                     SQLCODE
           END-EVALUATE.

       CHANGE-REF-RATE-ROW SECTION.
      *    DIRECT REPAIR OF A SINGLE HISTORY ROW - FOR A MIS-KEYED
      *    DATE OR RATE, NOT FOR ROUTINE CHANGES (USE R FOR THOSE).
           DISPLAY "RateId of the row to change: "
           ACCEPT LoanRefRate-RateId

           EXEC SQL
               SELECT BorrowingRate, MarginRate, EffectiveFrom,
               EffectiveTo
               INTO :LoanRefRate-BorrowingRate,
               :LoanRefRate-MarginRate,
               :LoanRefRate-EffectiveFrom,
               :LoanRefRate-EffectiveTo
               FROM REDWARRIOR.dbo.LoanRefRate
               WHERE RateId = :LoanRefRate-RateId
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE LoanRefRate-BorrowingRate TO WS-PCT-DISP
                   MOVE LoanRefRate-MarginRate TO WS-PCT-DISP2
                   DISPLAY "Current borrowing rate: " WS-PCT-DISP
                   DISPLAY "Current margin        : " WS-PCT-DISP2
                   DISPLAY "Current effective from: "
                     LoanRefRate-EffectiveFrom
                   DISPLAY "Current effective to  : "
                     LoanRefRate-EffectiveTo

      *            THE BEFORE IMAGE IS CAPTURED WHILE THE OLD
      *            VALUES ARE STILL IN THE HOST VARIABLES.
                   PERFORM BUILD-REF-RATE-IMAGE
                   MOVE ConfigAudit-AfterImage
                     TO ConfigAudit-BeforeImage

                   DISPLAY "New borrowing rate: "
                   ACCEPT LoanRefRate-BorrowingRate
                   DISPLAY "New margin: "
                   ACCEPT LoanRefRate-MarginRate
                   DISPLAY "New effective from (YYYYMMDD): "
                   ACCEPT LoanRefRate-EffectiveFrom
                   DISPLAY "New effective to (YYYYMMDD, 0 if open): "
                   ACCEPT LoanRefRate-EffectiveTo

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.LoanRefRate
                       SET BorrowingRate =
                         :LoanRefRate-BorrowingRate,
                       MarginRate = :LoanRefRate-MarginRate,
                       EffectiveFrom = :LoanRefRate-EffectiveFrom,
                       EffectiveTo = :LoanRefRate-EffectiveTo
                       WHERE RateId = :LoanRefRate-RateId
                   END-EXEC

                   EVALUATE SQLCODE
                       WHEN 0
                           MOVE "LoanRefRate"
                             TO ConfigAudit-TableName
                           MOVE LoanRefRate-RateId TO WS-KEY-DISP
                           MOVE WS-KEY-DISP TO ConfigAudit-KeyValue
                           PERFORM BUILD-REF-RATE-IMAGE
                           PERFORM WRITE-CONFIG-AUDIT
                           DISPLAY "Row updated."
                       WHEN OTHER
                           DISPLAY "RANTMAINT: SQL ERROR ON UPDATE, "
                             "CODE = " SQLCODE
                   END-EVALUATE
               WHEN 100
                   DISPLAY "No row found with that RateId."
               WHEN OTHER
                   DISPLAY "RANTMAINT: SQL ERROR ON SELECT, CODE = "
                     SQLCODE
           END-EVALUATE.

       LIST-REF-RATE-HISTORY SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "Id        Borrow Margin EffFrom  EffTo"

           EXEC SQL
               OPEN RefRateListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH RefRateListCursor INTO
                       :LoanRefRate-RateId,
                       :LoanRefRate-BorrowingRate,
                       :LoanRefRate-MarginRate,
                       :LoanRefRate-EffectiveFrom,
                       :LoanRefRate-EffectiveTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE LoanRefRate-BorrowingRate TO WS-PCT-DISP
                       MOVE LoanRefRate-MarginRate TO WS-PCT-DISP2
                       DISPLAY LoanRefRate-RateId " "
                         WS-PCT-DISP "  " WS-PCT-DISP2 "  "
                         LoanRefRate-EffectiveFrom " "
                         LoanRefRate-EffectiveTo
                   WHEN OTHER
                       DISPLAY "RANTMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE RefRateListCursor
           END-EXEC.
