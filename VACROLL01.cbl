       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACROLL01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE LINE PER EMPLOYEE ROLLED OVER - WHAT WAS SAVED,
      *    EXPIRED AND QUEUED FOR PAYOUT, FOR HR TO CHECK BEFORE THE
      *    NEXT REGULAR RUN PAYS IT.
           SELECT VACRPTFILE ASSIGN TO WS-VACRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SEMESTERLONESKULD RELEASED BY THE ROLLOVER, AS ONE
      *    SIE VOUCHER FOR THE ACCOUNTING PACKAGE - SAME FORMAT AS
      *    MAIN01'S sie_export.txt.
           SELECT VACSIEFILE ASSIGN TO WS-VACSIE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL SAVED-DAY CEILINGS PER COLLECTIVE AGREEMENT, ONE
      *    LINE EACH: AGREEMENT CODE IN COLUMNS 1-2, THE MOST SAVED
      *    DAYS AN EMPLOYEE MAY HOLD IN COLUMNS 4-6. AN AGREEMENT
      *    NOT LISTED (OR NO FILE) HAS NO CEILING BEYOND THE LAW'S
      *    FIVE-YEAR LIMIT.
           SELECT VACSAVECTLFILE ASSIGN TO "vacsavectl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VACSAVECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VACRPTFILE.
       01 FS-VACRPTFILE PIC X(120).

       FD VACSIEFILE.
       01 FS-VACSIEFILE PIC X(100).

       FD VACSAVECTLFILE.
       01 VACSAVECTL-RECORD.
         05 VACSAVECTL-AGREEMENT PIC X(2).
         05 FILLER PIC X(1).
         05 VACSAVECTL-MAX-DAYS PIC X(3).

       WORKING-STORAGE SECTION.

       COPY "VacationBalance.cpy".
       COPY "VacationSaved.cpy".
       COPY "VacationPayout.cpy".
       COPY "VacationYearEnd.cpy".
       COPY "VacationAccrual.cpy".
       COPY "RunAudit.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY EMPLOYEE OF THE COMPANY WITH A VACATION POSITION.
      *    A TERMINATED EMPLOYEE'S POSITION WAS PAID OUT AND CLOSED
      *    BY THE FINAL SETTLEMENT AND IS LEFT ALONE.
           EXEC SQL
           DECLARE VacRollCursor CURSOR FOR
           SELECT V.EmployeeId, V.DaysEarned, V.DaysTaken,
           V.AccruedPay, COALESCE(E.AGREEMENT_CODE, '01')
           FROM REDWARRIOR.dbo.VacationBalance V,
           REDWARRIOR.dbo.Employees E
           WHERE E.ID_EMPLOYEE = V.EmployeeId
             AND E.COMPANY_CODE = :WS-RUN-COMPANY
             AND COALESCE(E.STATUS, 'A') <> 'T'
           ORDER BY V.EmployeeId
           END-EXEC.

           EXEC SQL
           DECLARE SavedDaysCursor CURSOR FOR
           SELECT SavedYear, DaysLeft
           FROM REDWARRIOR.dbo.VacationSaved
           WHERE EmployeeId = :VacationSaved-EmployeeId
             AND DaysLeft > 0
           ORDER BY SavedYear
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-VACRPT-PATH PIC X(80).
       01 WS-VACSIE-PATH PIC X(80).
       01 WS-VACSAVECTL-STATUS PIC X(2) VALUE "00".

       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-DATE-TEXT PIC X(8).
       01 WS-RUN-AUDIT-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    THE VACATION YEAR RUNS 1 APRIL - 31 MARCH AND IS NAMED BY
      *    THE YEAR IT ENDS IN. SAVED DAYS FROM A YEAR FIVE OR MORE
      *    YEARS BEFORE IT EXPIRE AT THIS ROLLOVER.
       01 WS-ROLL-YEAR-TEXT PIC X(4).
       01 WS-ROLL-YEAR PIC 9(4).
       01 WS-EXPIRE-YEAR PIC 9(4).
       01 WS-STATUTORY-DAYS PIC S9(4)V9(2) COMP-3 VALUE 20.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 ROLL-EOF VALUE 1.
       01 WS-SAVED-SWITCHES PIC 9 VALUE 0.
         88 SAVED-EOF VALUE 1.
       01 WS-CTL-SWITCHES PIC 9 VALUE 0.
         88 CTL-EOF VALUE 1.
       01 WS-CEILING-SWITCH PIC X VALUE "N".
         88 CEILING-FOUND VALUE "Y".

      *    WS-PLK-* - THE ROLLOVER REWRITES EVERY VACATION POSITION
      *    IN THE COMPANY, SO NO POSTING RUN FOR THE COMPANY MAY
      *    ACCRUE INTO THEM WHILE IT RUNS.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-COMPANY PIC X(2) VALUE SPACES.
       01 WS-PLK-PERIOD PIC X(6) VALUE "******".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "VACROLL".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

      *    SAVED-DAY CEILINGS FROM vacsavectl.dat.
       01 WS-VSC-COUNT PIC 9(2) VALUE 0.
       01 WS-VSC-TABLE.
         05 WS-VSC-ITEM OCCURS 20 TIMES.
           10 WS-VSC-AGREEMENT PIC X(2).
           10 WS-VSC-MAX-DAYS PIC 9(3).
       01 WS-VSC-INX PIC 9(2) VALUE 0.
       01 WS-EMP-AGREEMENT PIC X(2) VALUE "01".
       01 WS-CEILING-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.

      *    THE EMPLOYEE'S OPEN SAVED-DAY ROWS, OLDEST YEAR FIRST.
       01 WS-SVD-COUNT PIC 9(2) VALUE 0.
       01 WS-SVD-TABLE.
         05 WS-SVD-ITEM OCCURS 10 TIMES.
           10 WS-SVD-YEAR PIC S9(09) COMP-5.
           10 WS-SVD-LEFT PIC S9(4)V9(2) COMP-3.
           10 WS-SVD-DRAWN PIC S9(4)V9(2) COMP-3.
           10 WS-SVD-EXPIRED PIC S9(4)V9(2) COMP-3.
       01 WS-SVD-INX PIC 9(2) VALUE 0.

      *    ONE EMPLOYEE'S ROLLOVER, IN DAYS AND KRONOR.
       01 WS-UNUSED-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-OVERDRAWN-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-UNCOVERED-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-SAVED-LEFT PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-OPEN-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-EXPIRED-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-SAVE-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-ROOM-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-PAYOUT-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-DRAW-DAYS PIC S9(4)V9(2) COMP-3 VALUE 0.
       01 WS-PAYOUT-AMOUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-EXPIRED-AMOUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-RELEASE-AMOUNT PIC S9(09) COMP-5 VALUE 0.

      *    RUN TOTALS.
       01 WS-EMP-COUNT PIC 9(5) VALUE 0.
       01 WS-PAYOUT-COUNT PIC 9(5) VALUE 0.
       01 WS-UNCOVERED-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-TOT-SAVED PIC S9(6)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-EXPIRED PIC S9(6)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-PAYOUT-DAYS PIC S9(6)V9(2) COMP-3 VALUE 0.
       01 WS-TOT-PAYOUT-AMT PIC S9(9) VALUE 0.
       01 WS-TOT-EXPIRED-AMT PIC S9(9) VALUE 0.
       01 WS-TOT-RELEASED PIC S9(9) VALUE 0.

       01 WS-REPORT-ID PIC 9(9).
       01 WS-DAYS-DISP PIC ZZZ9.99.
       01 WS-DAYS-DISP2 PIC ZZZ9.99.
       01 WS-DAYS-DISP3 PIC ZZZ9.99.
       01 WS-DAYS-DISP4 PIC ZZZ9.99.
       01 WS-TOT-DISP PIC ZZZZZ9.99.
       01 WS-TOT-DISP2 PIC ZZZZZ9.99.
       01 WS-TOT-DISP3 PIC ZZZZZ9.99.
       01 WS-AMT-DISP PIC 9(9).
       01 WS-AMT-DISP2 PIC 9(9).

       01 WS-SIE-AMOUNT PIC +9(9).
       01 WS-SIE-ACCOUNT PIC X(4).
       01 WS-SIE-RESIDUAL PIC S9(11) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT

           DISPLAY "Vacation year-end rollover"
           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

      *    RUN IN APRIL, AFTER THE MARCH POSTING AND BEFORE THE
      *    APRIL ONE - THE DEFAULT IS THE VACATION YEAR THAT ENDED
      *    ON THE LAST 31 MARCH.
           MOVE WS-RUN-DATE-TEXT(1:4) TO WS-ROLL-YEAR
           IF WS-RUN-DATE-TEXT(5:2) < "04"
               SUBTRACT 1 FROM WS-ROLL-YEAR
           END-IF
           DISPLAY "Vacation year ending 31 March of (YYYY, blank "
             "for " WS-ROLL-YEAR "): "
           ACCEPT WS-ROLL-YEAR-TEXT
           IF WS-ROLL-YEAR-TEXT NOT = SPACES
               IF WS-ROLL-YEAR-TEXT NUMERIC
                   MOVE WS-ROLL-YEAR-TEXT TO WS-ROLL-YEAR
               ELSE
                   DISPLAY "VACROLL01: vacation year must be YYYY."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-EXPIRE-YEAR = WS-ROLL-YEAR - 5

           DISPLAY "Roll over vacation year " WS-ROLL-YEAR
             " for company " WS-RUN-COMPANY
             " - save days above 20, expire days saved in "
             WS-EXPIRE-YEAR " or earlier, queue the rest for payout"
             "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Vacation rollover cancelled."
               STOP RUN
           END-IF

           PERFORM CONNECT-TO-DATABASE

      *    ONE ROLLOVER PER COMPANY AND VACATION YEAR, EVER - A
      *    SECOND PASS WOULD SAVE THE SAME DAYS AND QUEUE THE SAME
      *    PAYOUT TWICE.
           MOVE WS-RUN-COMPANY TO VacationYearEnd-CompanyCode
           MOVE WS-ROLL-YEAR TO VacationYearEnd-VacationYear
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.VacationYearEnd
               WHERE CompanyCode = :VacationYearEnd-CompanyCode
                 AND VacationYear = :VacationYearEnd-VacationYear
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACROLL01: SQL ERROR ON YEAR-END CHECK, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DUP-COUNT > 0
               DISPLAY "VACROLL01: vacation year " WS-ROLL-YEAR
                 " has already been rolled over for company "
                 WS-RUN-COMPANY " - nothing done."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-COMPANY TO WS-PLK-COMPANY
           MOVE "A" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK
           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "VACROLL01: a posting job is running for "
                 "company " WS-RUN-COMPANY " - rollover refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-SAVE-CEILINGS
           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM WRITE-RUN-AUDIT-START

           OPEN OUTPUT VACRPTFILE

           MOVE SPACES TO FS-VACRPTFILE
           STRING "VACATION YEAR-END ROLLOVER - COMPANY "
             WS-RUN-COMPANY " VACATION YEAR " WS-ROLL-YEAR
             " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-VACRPTFILE
           WRITE FS-VACRPTFILE

           MOVE SPACES TO FS-VACRPTFILE
           STRING "EmployeeId  Unused   Saved Expired  Payout"
             "    Amount  Released"
             DELIMITED BY SIZE INTO FS-VACRPTFILE
           WRITE FS-VACRPTFILE

           EXEC SQL
               OPEN VacRollCursor
           END-EXEC

           PERFORM UNTIL ROLL-EOF
               EXEC SQL
                   FETCH VacRollCursor INTO
                       :VacationBalance-EmployeeId,
                       :VacationBalance-DaysEarned,
                       :VacationBalance-DaysTaken,
                       :VacationBalance-AccruedPay,
                       :WS-EMP-AGREEMENT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET ROLL-EOF TO TRUE
                   WHEN 0
                       PERFORM ROLL-ONE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "VACROLL01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET ROLL-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE VacRollCursor
           END-EXEC

           PERFORM WRITE-YEAR-END-ROW
           PERFORM WRITE-SIE-VOUCHER

           MOVE WS-TOT-SAVED TO WS-TOT-DISP
           MOVE WS-TOT-EXPIRED TO WS-TOT-DISP2
           MOVE WS-TOT-PAYOUT-DAYS TO WS-TOT-DISP3
           MOVE WS-TOT-PAYOUT-AMT TO WS-AMT-DISP
           MOVE WS-TOT-RELEASED TO WS-AMT-DISP2
           MOVE SPACES TO FS-VACRPTFILE
           STRING "TOTAL employees " WS-EMP-COUNT
             "  saved " WS-TOT-DISP
             "  expired " WS-TOT-DISP2
             "  paid out " WS-TOT-DISP3
             "  amount " WS-AMT-DISP
             "  liability released " WS-AMT-DISP2
             DELIMITED BY SIZE INTO FS-VACRPTFILE
           WRITE FS-VACRPTFILE

           CLOSE VACRPTFILE

           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "VACROLL01: " WS-ERROR-COUNT
                 " database error(s) - the rollover was rolled back"
                 ", nothing has changed. Correct and rerun."
               MOVE "FAILED" TO RunAudit-Outcome
               PERFORM WRITE-RUN-AUDIT-END
               MOVE "R" TO WS-PLK-FUNCTION
               PERFORM CALL-POSTING-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "SUCCESS" TO RunAudit-Outcome
           PERFORM WRITE-RUN-AUDIT-END

           EXEC SQL COMMIT END-EXEC

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           DISPLAY "VACROLL01: " WS-EMP-COUNT " employee(s) rolled "
             "over, " WS-PAYOUT-COUNT " payout(s) queued for the "
             "next regular run - see vacrollreport.txt."
           DISPLAY "VACROLL01: liability released " WS-AMT-DISP2
             " - vacroll_sie.txt carries the voucher."

           IF WS-UNCOVERED-COUNT > 0
               DISPLAY "VACROLL01: " WS-UNCOVERED-COUNT
                 " employee(s) took more days than earned and "
                 "saved - see the report."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-OUTBOUND-FILE

           STOP RUN.

       REGISTER-OUTBOUND-FILE SECTION.
      *    THE VOUCHER IS REGISTERED UNDER THE VACATION YEAR'S LAST
      *    MONTH. THE ROLLOVER HAS COMMITTED, SO A REFUSAL ONLY
      *    WARNS.
           MOVE "SIE" TO WS-OFR-FILE-TYPE
           MOVE WS-VACSIE-PATH TO WS-OFR-FILE-NAME
           MOVE "LEDGER" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE SPACES TO WS-OFR-PERIOD
           STRING WS-ROLL-YEAR "03" DELIMITED BY SIZE
             INTO WS-OFR-PERIOD
           MOVE "VACYEAR" TO WS-OFR-QUALIFIER
           MOVE "VACROLL01" TO WS-OFR-PROGRAM
           COMPUTE WS-OFR-CONTROL-SUM-1 =
             WS-TOT-EXPIRED-AMT + WS-TOT-PAYOUT-AMT
           MOVE WS-OFR-CONTROL-SUM-1 TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "VACROLL01: WARNING - " WS-VACSIE-PATH
                 " is not registered as sent; hold it back until "
                 "the register is checked in OUTREG01."
               MOVE 4 TO RETURN-CODE
           END-IF.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-PLK-COMPANY
                                       WS-PLK-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       READ-SAVE-CEILINGS SECTION.
           MOVE 0 TO WS-VSC-COUNT
           OPEN INPUT VACSAVECTLFILE
           IF WS-VACSAVECTL-STATUS = "00"
               PERFORM UNTIL CTL-EOF
                   READ VACSAVECTLFILE
                       AT END
                           SET CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-SAVE-CEILING
                   END-READ
               END-PERFORM
               CLOSE VACSAVECTLFILE
           END-IF.

       STORE-SAVE-CEILING SECTION.
           INSPECT VACSAVECTL-MAX-DAYS REPLACING LEADING " " BY "0"
           IF VACSAVECTL-AGREEMENT NOT = SPACES AND
              VACSAVECTL-MAX-DAYS NUMERIC
               IF WS-VSC-COUNT < 20
                   ADD 1 TO WS-VSC-COUNT
                   MOVE VACSAVECTL-AGREEMENT
                     TO WS-VSC-AGREEMENT(WS-VSC-COUNT)
                   MOVE VACSAVECTL-MAX-DAYS
                     TO WS-VSC-MAX-DAYS(WS-VSC-COUNT)
               ELSE
                   DISPLAY "VACROLL01: more than 20 agreements in "
                     "vacsavectl.dat - " VACSAVECTL-AGREEMENT
                     " ignored."
               END-IF
           END-IF.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-VACRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\vacrollreport.txt" DELIMITED BY SIZE
             INTO WS-VACRPT-PATH

           MOVE SPACES TO WS-VACSIE-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\vacroll_sie.txt" DELIMITED BY SIZE
             INTO WS-VACSIE-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "VACROLL01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-RUN-AUDIT-START SECTION.
           MOVE WS-RUN-DATE TO RunAudit-RunDate
           MOVE WS-RUN-TIME TO RunAudit-RunTime
           MOVE "VACROLL01 VACATION YEAR-END" TO RunAudit-InvokedBy
           MOVE WS-RUN-DATE-TEXT(1:6) TO RunAudit-Period
           MOVE 0 TO RunAudit-EmployeeCount
           MOVE "IN PROGRESS" TO RunAudit-Outcome

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.RunAudit (RunDate, RunTime,
               InvokedBy, Period, EmployeeCount, Outcome,
               CompanyCode)
               VALUES (:RunAudit-RunDate, :RunAudit-RunTime,
               :RunAudit-InvokedBy, :RunAudit-Period,
               :RunAudit-EmployeeCount, :RunAudit-Outcome,
               :WS-RUN-COMPANY)
           END-EXEC

           EXEC SQL
               SELECT @@IDENTITY INTO :WS-RUN-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACROLL01: could not write the run-audit "
                 "start record, SQL CODE: " SQLCODE
           END-IF

      *    COMMITTED ON ITS OWN SO A FAILED ROLLOVER STILL LEAVES
      *    ITS TRACE IN THE AUDIT TRAIL AFTER THE ROLLBACK.
           EXEC SQL COMMIT END-EXEC.

       WRITE-RUN-AUDIT-END SECTION.
           MOVE WS-RUN-AUDIT-ID TO RunAudit-RunAuditId
           MOVE WS-EMP-COUNT TO RunAudit-EmployeeCount

           EXEC SQL
               UPDATE REDWARRIOR.dbo.RunAudit
               SET EmployeeCount = :RunAudit-EmployeeCount,
               Outcome = :RunAudit-Outcome
               WHERE RunAuditId = :RunAudit-RunAuditId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACROLL01: could not update the run-audit "
                 "record, SQL CODE: " SQLCODE
           END-IF

           EXEC SQL COMMIT END-EXEC.

       ROLL-ONE-EMPLOYEE SECTION.
      *    THE YEAR'S UNUSED DAYS ARE EARNED LESS TAKEN. A YEAR THAT
      *    TOOK MORE THAN IT EARNED WAS LIVING ON SAVED DAYS, WHICH
      *    ARE DRAWN DOWN OLDEST YEAR FIRST. THEN OLD SAVED DAYS
      *    EXPIRE, DAYS ABOVE THE STATUTORY 20 ARE SAVED UP TO THE
      *    AGREEMENT'S CEILING, AND WHATEVER IS LEFT IS PAID OUT.
           ADD 1 TO WS-EMP-COUNT
           MOVE VacationBalance-EmployeeId TO WS-REPORT-ID
           MOVE 0 TO WS-OVERDRAWN-DAYS WS-UNCOVERED-DAYS
             WS-EXPIRED-DAYS WS-SAVE-DAYS WS-PAYOUT-DAYS
             WS-PAYOUT-AMOUNT WS-EXPIRED-AMOUNT WS-RELEASE-AMOUNT

           PERFORM LOAD-SAVED-DAYS

           COMPUTE WS-UNUSED-DAYS =
             VacationBalance-DaysEarned - VacationBalance-DaysTaken
           IF WS-UNUSED-DAYS < 0
               COMPUTE WS-OVERDRAWN-DAYS = 0 - WS-UNUSED-DAYS
               MOVE 0 TO WS-UNUSED-DAYS
               PERFORM DRAW-SAVED-DAYS
           END-IF

      *    THE LIABILITY ON FILE IS CARRIED BY EVERY DAY STILL OPEN -
      *    THIS YEAR'S UNUSED DAYS AND THE SAVED DAYS LEFT AFTER THE
      *    DRAW-DOWN. WHAT EXPIRES OR IS PAID OUT TAKES ITS SHARE.
           PERFORM SUM-SAVED-LEFT
           COMPUTE WS-OPEN-DAYS = WS-UNUSED-DAYS + WS-SAVED-LEFT

           PERFORM EXPIRE-OLD-SAVED-DAYS
           PERFORM SUM-SAVED-LEFT
           PERFORM SPLIT-UNUSED-DAYS
           PERFORM PRICE-RELEASED-DAYS
           PERFORM POST-EMPLOYEE-ROLLOVER
           PERFORM WRITE-EMPLOYEE-LINE.

       LOAD-SAVED-DAYS SECTION.
           MOVE 0 TO WS-SVD-COUNT
           MOVE 0 TO WS-SAVED-SWITCHES
           MOVE VacationBalance-EmployeeId
             TO VacationSaved-EmployeeId

           EXEC SQL
               OPEN SavedDaysCursor
           END-EXEC

           PERFORM UNTIL SAVED-EOF
               EXEC SQL
                   FETCH SavedDaysCursor INTO
                       :VacationSaved-SavedYear,
                       :VacationSaved-DaysLeft
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET SAVED-EOF TO TRUE
                   WHEN 0
      *                FIVE YEARS OF SAVING PLUS THE CURRENT ONE FIT
      *                WITH ROOM TO SPARE - A TENTH ROW MEANS EXPIRY
      *                HAS NOT BEEN RUN FOR YEARS.
                       IF WS-SVD-COUNT < 10
                           ADD 1 TO WS-SVD-COUNT
                           MOVE VacationSaved-SavedYear
                             TO WS-SVD-YEAR(WS-SVD-COUNT)
                           MOVE VacationSaved-DaysLeft
                             TO WS-SVD-LEFT(WS-SVD-COUNT)
                           MOVE 0 TO WS-SVD-DRAWN(WS-SVD-COUNT)
                           MOVE 0 TO WS-SVD-EXPIRED(WS-SVD-COUNT)
                       ELSE
                           DISPLAY "VACROLL01: more than 10 saved "
                             "years for Employee ID " WS-REPORT-ID
                             " - the rest left for next year."
                       END-IF
                   WHEN OTHER
                       DISPLAY "VACROLL01: SQL ERROR ON SAVED DAYS "
                         "FETCH, CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET SAVED-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SavedDaysCursor
           END-EXEC.

       DRAW-SAVED-DAYS SECTION.
           PERFORM VARYING WS-SVD-INX FROM 1 BY 1
             UNTIL WS-SVD-INX > WS-SVD-COUNT
               OR WS-OVERDRAWN-DAYS = 0
               IF WS-SVD-LEFT(WS-SVD-INX) < WS-OVERDRAWN-DAYS
                   MOVE WS-SVD-LEFT(WS-SVD-INX) TO WS-DRAW-DAYS
               ELSE
                   MOVE WS-OVERDRAWN-DAYS TO WS-DRAW-DAYS
               END-IF
               SUBTRACT WS-DRAW-DAYS FROM WS-SVD-LEFT(WS-SVD-INX)
               ADD WS-DRAW-DAYS TO WS-SVD-DRAWN(WS-SVD-INX)
               SUBTRACT WS-DRAW-DAYS FROM WS-OVERDRAWN-DAYS
           END-PERFORM

      *    MORE TAKEN THAN EARNED AND SAVED - ADVANCE VACATION. IT
      *    IS REPORTED FOR HR; THE ROLLOVER DOES NOT RECOVER PAY.
           IF WS-OVERDRAWN-DAYS > 0
               MOVE WS-OVERDRAWN-DAYS TO WS-UNCOVERED-DAYS
               ADD 1 TO WS-UNCOVERED-COUNT
           END-IF.

       SUM-SAVED-LEFT SECTION.
           MOVE 0 TO WS-SAVED-LEFT
           PERFORM VARYING WS-SVD-INX FROM 1 BY 1
             UNTIL WS-SVD-INX > WS-SVD-COUNT
               ADD WS-SVD-LEFT(WS-SVD-INX) TO WS-SAVED-LEFT
           END-PERFORM.

       EXPIRE-OLD-SAVED-DAYS SECTION.
           PERFORM VARYING WS-SVD-INX FROM 1 BY 1
             UNTIL WS-SVD-INX > WS-SVD-COUNT
               IF WS-SVD-YEAR(WS-SVD-INX) <= WS-EXPIRE-YEAR AND
                  WS-SVD-LEFT(WS-SVD-INX) > 0
                   MOVE WS-SVD-LEFT(WS-SVD-INX)
                     TO WS-SVD-EXPIRED(WS-SVD-INX)
                   ADD WS-SVD-LEFT(WS-SVD-INX) TO WS-EXPIRED-DAYS
                   MOVE 0 TO WS-SVD-LEFT(WS-SVD-INX)
               END-IF
           END-PERFORM.

       SPLIT-UNUSED-DAYS SECTION.
      *    ONLY DAYS ABOVE THE STATUTORY 20 MAY BE SAVED - THE 20
      *    ARE FOR TAKING. THE AGREEMENT'S CEILING CAPS THE SAVED
      *    BALANCE, NOT THE YEAR'S ADDITION.
           COMPUTE WS-SAVE-DAYS =
             VacationBalance-DaysEarned - WS-STATUTORY-DAYS
           IF WS-SAVE-DAYS < 0
               MOVE 0 TO WS-SAVE-DAYS
           END-IF
           IF WS-SAVE-DAYS > WS-UNUSED-DAYS
               MOVE WS-UNUSED-DAYS TO WS-SAVE-DAYS
           END-IF

           PERFORM FIND-SAVE-CEILING
           IF CEILING-FOUND
               COMPUTE WS-ROOM-DAYS = WS-CEILING-DAYS - WS-SAVED-LEFT
               IF WS-ROOM-DAYS < 0
                   MOVE 0 TO WS-ROOM-DAYS
               END-IF
               IF WS-SAVE-DAYS > WS-ROOM-DAYS
                   MOVE WS-ROOM-DAYS TO WS-SAVE-DAYS
               END-IF
           END-IF

           COMPUTE WS-PAYOUT-DAYS = WS-UNUSED-DAYS - WS-SAVE-DAYS.

       FIND-SAVE-CEILING SECTION.
           MOVE "N" TO WS-CEILING-SWITCH
           PERFORM VARYING WS-VSC-INX FROM 1 BY 1
             UNTIL WS-VSC-INX > WS-VSC-COUNT OR CEILING-FOUND
               IF WS-VSC-AGREEMENT(WS-VSC-INX) = WS-EMP-AGREEMENT
                   SET CEILING-FOUND TO TRUE
                   MOVE WS-VSC-MAX-DAYS(WS-VSC-INX)
                     TO WS-CEILING-DAYS
               END-IF
           END-PERFORM.

       PRICE-RELEASED-DAYS SECTION.
      *    THE 12 PERCENT VACATION PAY ALREADY ACCRUED FOR THE DAYS
      *    IS WHAT THEY ARE WORTH - THE PAYOUT IS EXACTLY THE
      *    LIABILITY IT TAKES OFF THE BOOKS.
           IF WS-OPEN-DAYS > 0 AND VacationBalance-AccruedPay > 0
               COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
                 VacationBalance-AccruedPay * WS-PAYOUT-DAYS
                 / WS-OPEN-DAYS
               COMPUTE WS-EXPIRED-AMOUNT ROUNDED =
                 VacationBalance-AccruedPay * WS-EXPIRED-DAYS
                 / WS-OPEN-DAYS
               COMPUTE WS-RELEASE-AMOUNT =
                 WS-PAYOUT-AMOUNT + WS-EXPIRED-AMOUNT
               IF WS-RELEASE-AMOUNT > VacationBalance-AccruedPay
                   COMPUTE WS-EXPIRED-AMOUNT =
                     VacationBalance-AccruedPay - WS-PAYOUT-AMOUNT
                   MOVE VacationBalance-AccruedPay
                     TO WS-RELEASE-AMOUNT
               END-IF
           END-IF.

       POST-EMPLOYEE-ROLLOVER SECTION.
           PERFORM VARYING WS-SVD-INX FROM 1 BY 1
             UNTIL WS-SVD-INX > WS-SVD-COUNT
               IF WS-SVD-DRAWN(WS-SVD-INX) > 0 OR
                  WS-SVD-EXPIRED(WS-SVD-INX) > 0
                   PERFORM UPDATE-SAVED-ROW
               END-IF
           END-PERFORM

           IF WS-SAVE-DAYS > 0
               MOVE VacationBalance-EmployeeId
                 TO VacationSaved-EmployeeId
               MOVE WS-ROLL-YEAR TO VacationSaved-SavedYear
               MOVE WS-SAVE-DAYS TO VacationSaved-DaysSaved
               MOVE WS-SAVE-DAYS TO VacationSaved-DaysLeft
               MOVE 0 TO VacationSaved-DaysExpired
               MOVE WS-RUN-COMPANY TO VacationSaved-CompanyCode
               MOVE WS-RUN-DATE TO VacationSaved-CreatedDate

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.VacationSaved
                   (EmployeeId, SavedYear, DaysSaved, DaysLeft,
                   DaysExpired, CompanyCode, CreatedDate)
                   VALUES (:VacationSaved-EmployeeId,
                   :VacationSaved-SavedYear,
                   :VacationSaved-DaysSaved,
                   :VacationSaved-DaysLeft,
                   :VacationSaved-DaysExpired,
                   :VacationSaved-CompanyCode,
                   :VacationSaved-CreatedDate)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "VACROLL01: SQL ERROR ON SAVED DAYS "
                     "INSERT, CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF

           IF WS-PAYOUT-AMOUNT > 0
               MOVE VacationBalance-EmployeeId
                 TO VacationPayout-EmployeeId
               MOVE WS-ROLL-YEAR TO VacationPayout-VacationYear
               MOVE WS-PAYOUT-DAYS TO VacationPayout-Days
               MOVE WS-PAYOUT-AMOUNT TO VacationPayout-Amount
               MOVE WS-RUN-COMPANY TO VacationPayout-CompanyCode
               MOVE WS-RUN-DATE TO VacationPayout-CreatedDate

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.VacationPayout
                   (EmployeeId, VacationYear, Days, Amount, Status,
                   CompanyCode, CreatedDate)
                   VALUES (:VacationPayout-EmployeeId,
                   :VacationPayout-VacationYear,
                   :VacationPayout-Days,
                   :VacationPayout-Amount, 'PENDING',
                   :VacationPayout-CompanyCode,
                   :VacationPayout-CreatedDate)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "VACROLL01: SQL ERROR ON PAYOUT INSERT, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-PAYOUT-COUNT
               END-IF
           END-IF

      *    THE NEW VACATION YEAR STARTS FROM NOTHING EARNED AND
      *    NOTHING TAKEN; THE LIABILITY KEEPS WHAT THE SAVED DAYS
      *    CARRY.
           COMPUTE VacationBalance-AccruedPay =
             VacationBalance-AccruedPay - WS-RELEASE-AMOUNT
           EXEC SQL
               UPDATE REDWARRIOR.dbo.VacationBalance
               SET DaysEarned = 0, DaysTaken = 0,
               AccruedPay = :VacationBalance-AccruedPay
               WHERE EmployeeId = :VacationBalance-EmployeeId
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACROLL01: SQL ERROR ON BALANCE UPDATE, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           IF WS-RELEASE-AMOUNT > 0
               PERFORM RECORD-RELEASE-MOVEMENT
           END-IF

           ADD WS-SAVE-DAYS TO WS-TOT-SAVED
           ADD WS-EXPIRED-DAYS TO WS-TOT-EXPIRED
           ADD WS-PAYOUT-DAYS TO WS-TOT-PAYOUT-DAYS
           ADD WS-PAYOUT-AMOUNT TO WS-TOT-PAYOUT-AMT
           ADD WS-EXPIRED-AMOUNT TO WS-TOT-EXPIRED-AMT
           ADD WS-RELEASE-AMOUNT TO WS-TOT-RELEASED.

       RECORD-RELEASE-MOVEMENT SECTION.
      *    THE RELEASE IS THE EMPLOYEE'S SHARE OF THE 2920 / 7290
      *    VOUCHER - KEPT AS A NEGATIVE VacationAccrual ROW IN THE
      *    MONTH THE ROLLOVER RAN, BESIDE THE RUNS' OWN MOVEMENTS.
           MOVE VacationBalance-EmployeeId
             TO VacationAccrual-EmployeeId
           MOVE WS-RUN-DATE-TEXT(1:6) TO VacationAccrual-Period
           COMPUTE VacationAccrual-Amount = 0 - WS-RELEASE-AMOUNT
           MOVE WS-RUN-COMPANY TO VacationAccrual-CompanyCode
           MOVE "Y" TO VacationAccrual-Source

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.VacationAccrual
               (EmployeeId, Period, Amount, CompanyCode, Source)
               VALUES (:VacationAccrual-EmployeeId,
               :VacationAccrual-Period,
               :VacationAccrual-Amount,
               :VacationAccrual-CompanyCode,
               :VacationAccrual-Source)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACROLL01: SQL ERROR ON VACATION ACCRUAL "
                 "INSERT, CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       UPDATE-SAVED-ROW SECTION.
           MOVE VacationBalance-EmployeeId TO VacationSaved-EmployeeId
           MOVE WS-SVD-YEAR(WS-SVD-INX) TO VacationSaved-SavedYear
           MOVE WS-SVD-LEFT(WS-SVD-INX) TO VacationSaved-DaysLeft
           MOVE WS-SVD-EXPIRED(WS-SVD-INX)
             TO VacationSaved-DaysExpired
           IF WS-SVD-EXPIRED(WS-SVD-INX) > 0
               MOVE WS-RUN-DATE TO VacationSaved-ExpiredDate
           ELSE
               MOVE 0 TO VacationSaved-ExpiredDate
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.VacationSaved
               SET DaysLeft = :VacationSaved-DaysLeft,
               DaysExpired = DaysExpired + :VacationSaved-DaysExpired,
               ExpiredDate = CASE WHEN :VacationSaved-ExpiredDate = 0
                 THEN ExpiredDate ELSE :VacationSaved-ExpiredDate END
               WHERE EmployeeId = :VacationSaved-EmployeeId
                 AND SavedYear = :VacationSaved-SavedYear
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACROLL01: SQL ERROR ON SAVED DAYS UPDATE, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-EMPLOYEE-LINE SECTION.
           MOVE WS-UNUSED-DAYS TO WS-DAYS-DISP
           MOVE WS-SAVE-DAYS TO WS-DAYS-DISP2
           MOVE WS-EXPIRED-DAYS TO WS-DAYS-DISP3
           MOVE WS-PAYOUT-DAYS TO WS-DAYS-DISP4
           MOVE WS-PAYOUT-AMOUNT TO WS-AMT-DISP
           MOVE WS-RELEASE-AMOUNT TO WS-AMT-DISP2

           MOVE SPACES TO FS-VACRPTFILE
           STRING WS-REPORT-ID " " WS-DAYS-DISP " " WS-DAYS-DISP2
             " " WS-DAYS-DISP3 " " WS-DAYS-DISP4
             " " WS-AMT-DISP " " WS-AMT-DISP2
             DELIMITED BY SIZE INTO FS-VACRPTFILE
           WRITE FS-VACRPTFILE

           IF WS-UNCOVERED-DAYS > 0
               MOVE WS-UNCOVERED-DAYS TO WS-DAYS-DISP
               MOVE SPACES TO FS-VACRPTFILE
               STRING "          ADVANCE VACATION " WS-DAYS-DISP
                 " day(s) taken beyond earned and saved days"
                 DELIMITED BY SIZE INTO FS-VACRPTFILE
               WRITE FS-VACRPTFILE
           END-IF.

       WRITE-YEAR-END-ROW SECTION.
           MOVE WS-RUN-COMPANY TO VacationYearEnd-CompanyCode
           MOVE WS-ROLL-YEAR TO VacationYearEnd-VacationYear
           MOVE WS-RUN-DATE TO VacationYearEnd-RunDate
           MOVE WS-RUN-AUDIT-ID TO VacationYearEnd-RunAuditId
           MOVE WS-EMP-COUNT TO VacationYearEnd-EmployeeCount
           MOVE WS-TOT-SAVED TO VacationYearEnd-DaysSaved
           MOVE WS-TOT-EXPIRED TO VacationYearEnd-DaysExpired
           MOVE WS-TOT-PAYOUT-DAYS TO VacationYearEnd-DaysPaidOut
           MOVE WS-TOT-RELEASED TO VacationYearEnd-LiabilityReleased

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.VacationYearEnd
               (CompanyCode, VacationYear, RunDate, RunAuditId,
               EmployeeCount, DaysSaved, DaysExpired, DaysPaidOut,
               LiabilityReleased)
               VALUES (:VacationYearEnd-CompanyCode,
               :VacationYearEnd-VacationYear,
               :VacationYearEnd-RunDate,
               :VacationYearEnd-RunAuditId,
               :VacationYearEnd-EmployeeCount,
               :VacationYearEnd-DaysSaved,
               :VacationYearEnd-DaysExpired,
               :VacationYearEnd-DaysPaidOut,
               :VacationYearEnd-LiabilityReleased)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "VACROLL01: SQL ERROR ON YEAR-END INSERT, "
                 "CODE = " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       WRITE-SIE-VOUCHER SECTION.
      *    EXPIRED DAYS ARE A GENUINE RELEASE OF VACATION-PAY COST.
      *    PAID-OUT DAYS LEAVE THE LIABILITY HERE AND COME BACK AS
      *    SALARY COST WHEN MAIN01 PAYS THEM, SO THE COST IS BOOKED
      *    ONCE. BOTH MOVE 2920 AGAINST 7290, THE SAME PAIR MAIN01
      *    ACCRUES ON.
           OPEN OUTPUT VACSIEFILE

           MOVE "#FLAGGA 0" TO FS-VACSIEFILE
           WRITE FS-VACSIEFILE
           MOVE "#PROGRAM VACROLL01" TO FS-VACSIEFILE
           WRITE FS-VACSIEFILE
           MOVE "#FORMAT PC8" TO FS-VACSIEFILE
           WRITE FS-VACSIEFILE
           MOVE "#SIETYP 4" TO FS-VACSIEFILE
           WRITE FS-VACSIEFILE

           MOVE SPACES TO FS-VACSIEFILE
           STRING '#VER "LON" "" ' WS-RUN-DATE
             ' "Vacation year-end ' WS-ROLL-YEAR
             ' company ' WS-RUN-COMPANY '"'
             DELIMITED BY SIZE INTO FS-VACSIEFILE
           WRITE FS-VACSIEFILE

           MOVE "{" TO FS-VACSIEFILE
           WRITE FS-VACSIEFILE

           IF WS-TOT-EXPIRED-AMT > 0
               MOVE "2920" TO WS-SIE-ACCOUNT
               MOVE WS-TOT-EXPIRED-AMT TO WS-SIE-RESIDUAL
               PERFORM WRITE-SIE-DEBIT
               MOVE "7290" TO WS-SIE-ACCOUNT
               PERFORM WRITE-SIE-CREDIT
           END-IF

           IF WS-TOT-PAYOUT-AMT > 0
               MOVE "2920" TO WS-SIE-ACCOUNT
               MOVE WS-TOT-PAYOUT-AMT TO WS-SIE-RESIDUAL
               PERFORM WRITE-SIE-DEBIT
               MOVE "7290" TO WS-SIE-ACCOUNT
               PERFORM WRITE-SIE-CREDIT
           END-IF

           MOVE "}" TO FS-VACSIEFILE
           WRITE FS-VACSIEFILE

           CLOSE VACSIEFILE.

       WRITE-SIE-DEBIT SECTION.
           MOVE WS-SIE-RESIDUAL TO WS-SIE-AMOUNT
           PERFORM WRITE-SIE-TRANS.

       WRITE-SIE-CREDIT SECTION.
           COMPUTE WS-SIE-AMOUNT = 0 - WS-SIE-RESIDUAL
           PERFORM WRITE-SIE-TRANS.

       WRITE-SIE-TRANS SECTION.
           MOVE SPACES TO FS-VACSIEFILE
           STRING "#TRANS " WS-SIE-ACCOUNT " {} " WS-SIE-AMOUNT
             DELIMITED BY SIZE INTO FS-VACSIEFILE
           WRITE FS-VACSIEFILE.
