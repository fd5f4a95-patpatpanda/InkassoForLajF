       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDBK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    WHAT THE POSTING RUN DID WITH EACH EMPLOYEE, HOURS ROW AND
      *    ABSENCE SPELL - WRITTEN BY MAIN01 (MERGED BY CONSOL01 FOR A
      *    PARTITIONED PERIOD). SEE THE FD IN MAIN01 FOR THE LINES.
           SELECT FEEDBACKFILE ASSIGN TO WS-FEEDBACK-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FEEDBACK-STATUS.

      *    THE SYSTEMS THAT GET THE FEEDBACK, EACH WITH ITS OWN
      *    LAYOUT AND FILE - SEE THE FILE'S HEADER.
           SELECT FEEDBACKCTLFILE ASSIGN TO "feedbackctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FBCTL-STATUS.

      *    ONE CONSUMER'S FILE AT A TIME.
           SELECT CONSUMERFILE ASSIGN TO WS-CONSUMER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FEEDBACKFILE.
       01 FS-FEEDBACKFILE PIC X(120).

       FD FEEDBACKCTLFILE.
       01 FBCTL-RECORD.
         05 FBCTL-CONSUMER PIC X(8).
         05 FILLER PIC X(1).
         05 FBCTL-LAYOUT PIC X(5).
         05 FILLER PIC X(1).
         05 FBCTL-CONTENT PIC X(3).
         05 FILLER PIC X(1).
         05 FBCTL-FILE-NAME PIC X(30).

       FD CONSUMERFILE.
       01 FS-CONSUMERFILE PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "VacationBalance.cpy".
       COPY "PayrollHold.cpy".
       COPY "EmployeeDeductions.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-FEEDBACK-PATH PIC X(80).
       01 WS-CONSUMER-PATH PIC X(80).
       01 WS-FEEDBACK-STATUS PIC X(2) VALUE "00".
       01 WS-FBCTL-STATUS PIC X(2) VALUE "00".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-FBK-PERIOD PIC X(6).
       01 WS-FBK-PERIOD-X REDEFINES WS-FBK-PERIOD.
         05 WS-FBK-YEAR PIC 9(4).
         05 WS-FBK-MONTH PIC 9(2).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-PAYGROUP PIC X(2) VALUE SPACES.
       01 WS-RUN-PAYCYCLE PIC X(2) VALUE SPACES.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 FEEDBACK-EOF VALUE 1.
       01 WS-CTL-SWITCHES PIC 9 VALUE 0.
         88 CTL-EOF VALUE 1.

      *    THE "R" LINES - ONE PER RUN OR PARTITION THAT WROTE THE
      *    FILE. EVERY ONE MUST BE A POSTING RUN FOR THE PERIOD AND
      *    COMPANY ASKED FOR.
       01 WS-R-COUNT PIC 9(3) VALUE 0.
       01 WS-R-MISMATCH PIC X(1) VALUE "N".
       01 WS-R-DRY-RUN PIC X(1) VALUE "N".
       01 WS-IN-TYPE PIC X(1).
       01 WS-IN-PERIOD PIC X(6).
       01 WS-IN-COMPANY PIC X(2).
       01 WS-IN-PAYGROUP PIC X(2).
       01 WS-IN-PAYCYCLE PIC X(2).
       01 WS-IN-DRY-RUN PIC X(1).
       01 WS-IN-ID PIC X(9).
       01 WS-IN-FIELD-1 PIC X(8).
       01 WS-IN-FIELD-2 PIC X(9).
       01 WS-IN-FIELD-3 PIC X(9).
       01 WS-IN-FIELD-4 PIC X(8).
       01 WS-IN-FIELD-5 PIC X(8).
       01 WS-IN-FIELD-6 PIC X(8).
       01 WS-IN-FIELD-7 PIC X(40).

      *    ONE ENTRY PER EMPLOYEE THE RUN TOUCHED.
       01 WS-FBE-COUNT PIC 9(4) VALUE 0.
       01 WS-FBE-TABLE.
         05 WS-FBE-ENTRY OCCURS 3000 TIMES.
           10 WS-FBE-ID PIC 9(9).
           10 WS-FBE-OUTCOME PIC X(8).
           10 WS-FBE-GROSS PIC 9(9).
           10 WS-FBE-NET PIC 9(9).
           10 WS-FBE-REASON PIC X(40).
           10 WS-FBE-VAC-FOUND PIC X(1).
           10 WS-FBE-VAC-DAYS PIC S9(4)V9(2).
           10 WS-FBE-HOLD-STATUS PIC X(10).
           10 WS-FBE-HOLD-REASON PIC X(40).
       01 WS-FBE-INX PIC 9(4) VALUE 0.
       01 WS-FBE-FOUND PIC 9(4) VALUE 0.

      *    ONE ENTRY PER HOURS ROW ("H") OR ABSENCE SPELL ("A").
      *    HOURS: CODE IS THE CLASS, PROJECT THE PROJECT; ABSENCE:
      *    CODE IS THE ABSENCE TYPE, FROM/TO THE SPELL'S DATES.
       01 WS-FBI-COUNT PIC 9(4) VALUE 0.
       01 WS-FBI-TABLE.
         05 WS-FBI-ENTRY OCCURS 6000 TIMES.
           10 WS-FBI-TYPE PIC X(1).
           10 WS-FBI-ID PIC X(9).
           10 WS-FBI-CODE PIC X(4).
           10 WS-FBI-FROM PIC X(8).
           10 WS-FBI-TO PIC X(8).
           10 WS-FBI-PROJECT PIC X(8).
           10 WS-FBI-HOURS PIC X(7).
           10 WS-FBI-AMOUNT PIC X(7).
           10 WS-FBI-STATUS PIC X(8).
           10 WS-FBI-REASON PIC X(40).
       01 WS-FBI-INX PIC 9(4) VALUE 0.
       01 WS-FBI-ID-NUM PIC 9(9).

      *    THE CONSUMERS FROM feedbackctl.dat.
       01 WS-FBC-COUNT PIC 9(2) VALUE 0.
       01 WS-FBC-TABLE.
         05 WS-FBC-ENTRY OCCURS 10 TIMES.
           10 WS-FBC-CONSUMER PIC X(8).
           10 WS-FBC-LAYOUT PIC X(5).
           10 WS-FBC-CONTENT PIC X(3).
           10 WS-FBC-FILE-NAME PIC X(30).
       01 WS-FBC-INX PIC 9(2) VALUE 0.
       01 WS-WANT-EMPLOYEES PIC X(1).
       01 WS-WANT-HOURS PIC X(1).
       01 WS-WANT-ABSENCES PIC X(1).
       01 WS-CONTENT-COUNT PIC 9(2).

      *    DATABASE LOOKUP FIELDS.
       01 WS-DB-EMPLOYEE-ID PIC S9(09) COMP-5.
       01 WS-DB-HOLD-COUNT PIC S9(09) COMP-5.

      *    PER-CONSUMER TOTALS - THE TRAILER AND THE REGISTER'S
      *    CONTROL SUMS.
       01 WS-OUT-RECORDS PIC 9(7) VALUE 0.
       01 WS-OUT-EMPLOYEES PIC 9(7) VALUE 0.
       01 WS-OUT-GROSS PIC 9(11) VALUE 0.
       01 WS-SENT-COUNT PIC 9(2) VALUE 0.
       01 WS-FINAL-RC PIC 9(2) VALUE 0.

       01 WS-VAC-DISP PIC -9(4).9(2).
       01 WS-VAC-TEXT PIC X(8).
       01 WS-CONSUMER-SKIP PIC X(1) VALUE "N".

      *    THE FIXED LAYOUT - ONE 150-BYTE RECORD PER LINE, THE
      *    RECORD TYPE IN THE FIRST TWO BYTES: 00 HEADER, 10
      *    EMPLOYEE, 20 HOURS ROW, 30 ABSENCE SPELL, 99 TRAILER.
       01 WS-FIX-RECORD PIC X(150).
       01 WS-FIX-HEADER REDEFINES WS-FIX-RECORD.
         05 WS-FIXH-TYPE PIC X(2).
         05 WS-FIXH-PERIOD PIC X(6).
         05 WS-FIXH-COMPANY PIC X(2).
         05 WS-FIXH-PAYGROUP PIC X(2).
         05 WS-FIXH-PAYCYCLE PIC X(2).
         05 WS-FIXH-RUN-DATE PIC 9(8).
         05 WS-FIXH-CONSUMER PIC X(8).
         05 FILLER PIC X(120).
       01 WS-FIX-EMPLOYEE REDEFINES WS-FIX-RECORD.
         05 WS-FIXE-TYPE PIC X(2).
         05 WS-FIXE-ID PIC 9(9).
         05 WS-FIXE-PERIOD PIC X(6).
         05 WS-FIXE-PAYCYCLE PIC X(2).
         05 WS-FIXE-OUTCOME PIC X(8).
         05 WS-FIXE-GROSS PIC 9(9).
         05 WS-FIXE-NET PIC 9(9).
         05 WS-FIXE-VAC-DAYS PIC S9(4)V9(2)
              SIGN LEADING SEPARATE.
         05 WS-FIXE-HOLD-STATUS PIC X(10).
         05 WS-FIXE-REASON PIC X(40).
         05 WS-FIXE-HOLD-REASON PIC X(40).
         05 FILLER PIC X(8).
       01 WS-FIX-HOURS REDEFINES WS-FIX-RECORD.
         05 WS-FIXR-TYPE PIC X(2).
         05 WS-FIXR-ID PIC X(9).
         05 WS-FIXR-CLASS PIC X(3).
         05 WS-FIXR-HOURS PIC X(7).
         05 WS-FIXR-PROJECT PIC X(8).
         05 WS-FIXR-STATUS PIC X(8).
         05 WS-FIXR-REASON PIC X(40).
         05 FILLER PIC X(73).
       01 WS-FIX-ABSENCE REDEFINES WS-FIX-RECORD.
         05 WS-FIXA-TYPE PIC X(2).
         05 WS-FIXA-ID PIC X(9).
         05 WS-FIXA-ABS-TYPE PIC X(4).
         05 WS-FIXA-FROM PIC X(8).
         05 WS-FIXA-TO PIC X(8).
         05 WS-FIXA-HOURS PIC X(7).
         05 WS-FIXA-AMOUNT PIC X(7).
         05 WS-FIXA-STATUS PIC X(8).
         05 FILLER PIC X(97).
       01 WS-FIX-TRAILER REDEFINES WS-FIX-RECORD.
         05 WS-FIXT-TYPE PIC X(2).
         05 WS-FIXT-RECORDS PIC 9(7).
         05 WS-FIXT-EMPLOYEES PIC 9(7).
         05 WS-FIXT-GROSS PIC 9(11).
         05 FILLER PIC X(123).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "Payroll result feedback to HR and time systems"
           DISPLAY "Period (YYYYMM): "
           ACCEPT WS-FBK-PERIOD
           IF WS-FBK-PERIOD NOT NUMERIC
              OR WS-FBK-MONTH < 1 OR WS-FBK-MONTH > 12
               DISPLAY "FEEDBK01: period must be YYYYMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM LOAD-FEEDBACK-CONTROL

           IF WS-FBC-COUNT = 0
               DISPLAY "FEEDBK01: no consumer in feedbackctl.dat - "
                 "nothing sent."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-FEEDBACK-FILE

           IF WS-R-COUNT = 0
               DISPLAY "FEEDBK01: " WS-FEEDBACK-PATH
                 " is missing or empty - run the period's posting "
                 "first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-R-MISMATCH = "Y"
               DISPLAY "FEEDBK01: " WS-FEEDBACK-PATH
                 " is not from period " WS-FBK-PERIOD
                 " company " WS-RUN-COMPANY " - nothing sent."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A DRY RUN POSTED NOTHING - TELLING HR OR THE TIME SYSTEM
      *    WHAT IT WOULD HAVE DONE WOULD CONSUME THEIR ROWS FOR GOOD.
           IF WS-R-DRY-RUN = "Y"
               DISPLAY "FEEDBK01: " WS-FEEDBACK-PATH
                 " is from a dry run - nothing sent."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CONNECT-TO-DATABASE

           PERFORM VARYING WS-FBE-INX FROM 1 BY 1
             UNTIL WS-FBE-INX > WS-FBE-COUNT
               PERFORM ENRICH-ONE-EMPLOYEE
           END-PERFORM

           PERFORM VARYING WS-FBI-INX FROM 1 BY 1
             UNTIL WS-FBI-INX > WS-FBI-COUNT
               PERFORM EXPLAIN-UNUSED-HOURS
           END-PERFORM

           PERFORM VARYING WS-FBC-INX FROM 1 BY 1
             UNTIL WS-FBC-INX > WS-FBC-COUNT
               PERFORM WRITE-ONE-CONSUMER
           END-PERFORM

           DISPLAY "FEEDBK01: " WS-FBE-COUNT " employee(s), "
             WS-FBI-COUNT " hours/absence line(s); "
             WS-SENT-COUNT " of " WS-FBC-COUNT
             " consumer file(s) written."

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-FEEDBACK-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\feedback.dat" DELIMITED BY SIZE
             INTO WS-FEEDBACK-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "FEEDBK01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-FEEDBACK-CONTROL SECTION.
           MOVE 0 TO WS-FBC-COUNT
           MOVE 0 TO WS-CTL-SWITCHES
           OPEN INPUT FEEDBACKCTLFILE
           IF WS-FBCTL-STATUS = "00"
               PERFORM UNTIL CTL-EOF
                   READ FEEDBACKCTLFILE
                       AT END
                           SET CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-FEEDBACK-CONSUMER
                   END-READ
               END-PERFORM
               CLOSE FEEDBACKCTLFILE
           END-IF.

       STORE-FEEDBACK-CONSUMER SECTION.
           IF FBCTL-CONSUMER NOT = SPACES
              AND FBCTL-CONSUMER(1:1) NOT = "*"
               EVALUATE TRUE
                   WHEN FBCTL-LAYOUT NOT = "CSV" AND
                        FBCTL-LAYOUT NOT = "FIXED"
                     OR FBCTL-CONTENT = SPACES
                     OR FBCTL-FILE-NAME = SPACES
                       DISPLAY "FEEDBK01: feedbackctl.dat line "
                         "ignored - " FBCTL-RECORD
                   WHEN WS-FBC-COUNT NOT < 10
                       DISPLAY "FEEDBK01: more than 10 consumers "
                         "in feedbackctl.dat - " FBCTL-CONSUMER
                         " ignored."
                   WHEN OTHER
                       ADD 1 TO WS-FBC-COUNT
                       MOVE FBCTL-CONSUMER
                         TO WS-FBC-CONSUMER(WS-FBC-COUNT)
                       MOVE FBCTL-LAYOUT TO WS-FBC-LAYOUT(WS-FBC-COUNT)
                       MOVE FBCTL-CONTENT
                         TO WS-FBC-CONTENT(WS-FBC-COUNT)
                       MOVE FBCTL-FILE-NAME
                         TO WS-FBC-FILE-NAME(WS-FBC-COUNT)
               END-EVALUATE
           END-IF.

       READ-FEEDBACK-FILE SECTION.
           MOVE 0 TO WS-SWITCHES
           OPEN INPUT FEEDBACKFILE
           IF WS-FEEDBACK-STATUS = "00"
               PERFORM UNTIL FEEDBACK-EOF
                   READ FEEDBACKFILE
                       AT END
                           SET FEEDBACK-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-FEEDBACK-LINE
                   END-READ
               END-PERFORM
               CLOSE FEEDBACKFILE
           END-IF.

       LOAD-ONE-FEEDBACK-LINE SECTION.
           MOVE FS-FEEDBACKFILE(1:1) TO WS-IN-TYPE
           EVALUATE WS-IN-TYPE
               WHEN "R"
                   PERFORM LOAD-RUN-LINE
               WHEN "E"
                   PERFORM LOAD-EMPLOYEE-LINE
               WHEN "H"
                   PERFORM LOAD-HOURS-LINE
               WHEN "A"
                   PERFORM LOAD-ABSENCE-LINE
               WHEN OTHER
                   DISPLAY "FEEDBK01: feedback line ignored - "
                     FS-FEEDBACKFILE(1:60)
           END-EVALUATE.

       LOAD-RUN-LINE SECTION.
           MOVE SPACES TO WS-IN-PERIOD WS-IN-COMPANY WS-IN-PAYGROUP
             WS-IN-PAYCYCLE WS-IN-DRY-RUN
           UNSTRING FS-FEEDBACKFILE DELIMITED BY ";"
             INTO WS-IN-TYPE
                  WS-IN-PERIOD
                  WS-IN-COMPANY
                  WS-IN-PAYGROUP
                  WS-IN-PAYCYCLE
                  WS-IN-DRY-RUN
           END-UNSTRING

           ADD 1 TO WS-R-COUNT
           IF WS-IN-PERIOD NOT = WS-FBK-PERIOD
              OR WS-IN-COMPANY NOT = WS-RUN-COMPANY
               MOVE "Y" TO WS-R-MISMATCH
           END-IF
           IF WS-IN-DRY-RUN = "Y"
               MOVE "Y" TO WS-R-DRY-RUN
           END-IF
           IF WS-R-COUNT = 1
               MOVE WS-IN-PAYGROUP TO WS-RUN-PAYGROUP
               MOVE WS-IN-PAYCYCLE TO WS-RUN-PAYCYCLE
           END-IF.

       LOAD-EMPLOYEE-LINE SECTION.
           MOVE SPACES TO WS-IN-ID WS-IN-FIELD-1 WS-IN-FIELD-2
             WS-IN-FIELD-3 WS-IN-FIELD-7
           UNSTRING FS-FEEDBACKFILE DELIMITED BY ";"
             INTO WS-IN-TYPE
                  WS-IN-ID
                  WS-IN-FIELD-1
                  WS-IN-FIELD-2
                  WS-IN-FIELD-3
                  WS-IN-FIELD-7
           END-UNSTRING

           IF WS-IN-ID NOT NUMERIC
              OR WS-IN-FIELD-2 NOT NUMERIC
              OR WS-IN-FIELD-3 NOT NUMERIC
               DISPLAY "FEEDBK01: feedback line ignored - "
                 FS-FEEDBACKFILE(1:60)
           ELSE
           IF WS-FBE-COUNT NOT < 3000
               DISPLAY "FEEDBK01: more than 3000 employees - "
                 WS-IN-ID " left out."
               MOVE 4 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-FBE-COUNT
               MOVE WS-IN-ID TO WS-FBE-ID(WS-FBE-COUNT)
               MOVE WS-IN-FIELD-1 TO WS-FBE-OUTCOME(WS-FBE-COUNT)
               MOVE WS-IN-FIELD-2 TO WS-FBE-GROSS(WS-FBE-COUNT)
               MOVE WS-IN-FIELD-3 TO WS-FBE-NET(WS-FBE-COUNT)
               MOVE WS-IN-FIELD-7 TO WS-FBE-REASON(WS-FBE-COUNT)
               MOVE "N" TO WS-FBE-VAC-FOUND(WS-FBE-COUNT)
               MOVE 0 TO WS-FBE-VAC-DAYS(WS-FBE-COUNT)
               MOVE SPACES TO WS-FBE-HOLD-STATUS(WS-FBE-COUNT)
               MOVE SPACES TO WS-FBE-HOLD-REASON(WS-FBE-COUNT)
           END-IF
           END-IF.

       LOAD-HOURS-LINE SECTION.
           MOVE SPACES TO WS-IN-ID WS-IN-FIELD-1 WS-IN-FIELD-2
             WS-IN-FIELD-4 WS-IN-FIELD-5 WS-IN-FIELD-7
           UNSTRING FS-FEEDBACKFILE DELIMITED BY ";"
             INTO WS-IN-TYPE
                  WS-IN-ID
                  WS-IN-FIELD-1
                  WS-IN-FIELD-2
                  WS-IN-FIELD-4
                  WS-IN-FIELD-5
                  WS-IN-FIELD-7
           END-UNSTRING

           IF WS-FBI-COUNT NOT < 6000
               DISPLAY "FEEDBK01: more than 6000 hours/absence "
                 "lines - hours row for " WS-IN-ID " left out."
               MOVE 4 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-FBI-COUNT
               MOVE SPACES TO WS-FBI-ENTRY(WS-FBI-COUNT)
               MOVE "H" TO WS-FBI-TYPE(WS-FBI-COUNT)
               MOVE WS-IN-ID TO WS-FBI-ID(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-1 TO WS-FBI-CODE(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-2 TO WS-FBI-HOURS(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-4 TO WS-FBI-PROJECT(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-5 TO WS-FBI-STATUS(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-7 TO WS-FBI-REASON(WS-FBI-COUNT)
           END-IF.

       LOAD-ABSENCE-LINE SECTION.
           MOVE SPACES TO WS-IN-ID WS-IN-FIELD-1 WS-IN-FIELD-2
             WS-IN-FIELD-3 WS-IN-FIELD-4 WS-IN-FIELD-5 WS-IN-FIELD-6
           UNSTRING FS-FEEDBACKFILE DELIMITED BY ";"
             INTO WS-IN-TYPE
                  WS-IN-ID
                  WS-IN-FIELD-1
                  WS-IN-FIELD-2
                  WS-IN-FIELD-3
                  WS-IN-FIELD-4
                  WS-IN-FIELD-5
                  WS-IN-FIELD-6
           END-UNSTRING

           IF WS-FBI-COUNT NOT < 6000
               DISPLAY "FEEDBK01: more than 6000 hours/absence "
                 "lines - absence spell for " WS-IN-ID " left out."
               MOVE 4 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-FBI-COUNT
               MOVE SPACES TO WS-FBI-ENTRY(WS-FBI-COUNT)
               MOVE "A" TO WS-FBI-TYPE(WS-FBI-COUNT)
               MOVE WS-IN-ID TO WS-FBI-ID(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-1 TO WS-FBI-CODE(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-2 TO WS-FBI-FROM(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-3 TO WS-FBI-TO(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-4 TO WS-FBI-HOURS(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-5 TO WS-FBI-AMOUNT(WS-FBI-COUNT)
               MOVE WS-IN-FIELD-6 TO WS-FBI-STATUS(WS-FBI-COUNT)
           END-IF.

       ENRICH-ONE-EMPLOYEE SECTION.
      *    THE VACATION BALANCE AS IT STANDS AFTER THE RUN, AND THE
      *    PERIOD'S LATEST HOLD - A RELEASED OR CORRECTED HOLD STILL
      *    TELLS HR WHY THE EMPLOYEE CAME THROUGH A SELECTIVE RUN.
           MOVE WS-FBE-ID(WS-FBE-INX) TO WS-DB-EMPLOYEE-ID

           EXEC SQL
               SELECT DaysEarned, DaysTaken
               INTO :VacationBalance-DaysEarned,
                    :VacationBalance-DaysTaken
               FROM REDWARRIOR.dbo.VacationBalance
               WHERE EmployeeId = :WS-DB-EMPLOYEE-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE "Y" TO WS-FBE-VAC-FOUND(WS-FBE-INX)
                   COMPUTE WS-FBE-VAC-DAYS(WS-FBE-INX) =
                     VacationBalance-DaysEarned -
                     VacationBalance-DaysTaken
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FEEDBK01: SQL ERROR ON VACATION BALANCE, "
                     "CODE = " SQLCODE
                   MOVE 4 TO WS-FINAL-RC
           END-EVALUATE

           MOVE 0 TO WS-DB-HOLD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DB-HOLD-COUNT
               FROM REDWARRIOR.dbo.PayrollHold
               WHERE EmployeeId = :WS-DB-EMPLOYEE-ID
                 AND Period = :WS-FBK-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

           IF SQLCODE = 0 AND WS-DB-HOLD-COUNT > 0
               EXEC SQL
                   SELECT TOP 1 Status, Reason
                   INTO :PayrollHold-Status, :PayrollHold-Reason
                   FROM REDWARRIOR.dbo.PayrollHold
                   WHERE EmployeeId = :WS-DB-EMPLOYEE-ID
                     AND Period = :WS-FBK-PERIOD
                     AND CompanyCode = :WS-RUN-COMPANY
                   ORDER BY HoldId DESC
               END-EXEC
               IF SQLCODE = 0
                   MOVE PayrollHold-Status
                     TO WS-FBE-HOLD-STATUS(WS-FBE-INX)
                   MOVE PayrollHold-Reason
                     TO WS-FBE-HOLD-REASON(WS-FBE-INX)
               END-IF
           END-IF

      *    A RERUN SKIPS WHAT IS ALREADY POSTED - THE FEEDBACK STILL
      *    CARRIES WHAT WAS POSTED, READ BACK FROM THE ROW ITSELF.
           IF WS-FBE-OUTCOME(WS-FBE-INX) = "SKIPPED"
               EXEC SQL
                   SELECT TOP 1 Salary, NetSalary
                   INTO :EmployeeDeductions-Salary,
                        :EmployeeDeductions-NetSalary
                   FROM REDWARRIOR.dbo.EmployeeDeductions
                   WHERE EmployeeId = :WS-DB-EMPLOYEE-ID
                     AND Period = :WS-FBK-PERIOD
                     AND CompanyCode = :WS-RUN-COMPANY
               END-EXEC
               IF SQLCODE = 0
                   MOVE EmployeeDeductions-Salary
                     TO WS-FBE-GROSS(WS-FBE-INX)
                   MOVE EmployeeDeductions-NetSalary
                     TO WS-FBE-NET(WS-FBE-INX)
               END-IF
           END-IF.

       EXPLAIN-UNUSED-HOURS SECTION.
      *    MAIN01 ONLY KNOWS A ROW WAS NOT TAKEN - WHY FOLLOWS FROM
      *    WHAT HAPPENED TO THE EMPLOYEE.
           IF WS-FBI-TYPE(WS-FBI-INX) = "H"
              AND WS-FBI-STATUS(WS-FBI-INX) = "UNUSED"
               MOVE 0 TO WS-FBE-FOUND
               IF WS-FBI-ID(WS-FBI-INX) NUMERIC
                   MOVE WS-FBI-ID(WS-FBI-INX) TO WS-FBI-ID-NUM
                   PERFORM VARYING WS-FBE-INX FROM 1 BY 1
                     UNTIL WS-FBE-INX > WS-FBE-COUNT
                     OR WS-FBE-FOUND > 0
                       IF WS-FBE-ID(WS-FBE-INX) = WS-FBI-ID-NUM
                           MOVE WS-FBE-INX TO WS-FBE-FOUND
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-FBE-FOUND = 0
                   MOVE "No matching employee in the run"
                     TO WS-FBI-REASON(WS-FBI-INX)
               ELSE
                   EVALUATE WS-FBE-OUTCOME(WS-FBE-FOUND)
                       WHEN "HELD"
                           MOVE "Employee held for review"
                             TO WS-FBI-REASON(WS-FBI-INX)
                       WHEN "REJECTED"
                           MOVE "Employee failed validation"
                             TO WS-FBI-REASON(WS-FBI-INX)
                       WHEN "SKIPPED"
                           MOVE "Already posted for the period"
                             TO WS-FBI-REASON(WS-FBI-INX)
                       WHEN OTHER
                           MOVE "Class not paid to the employee"
                             TO WS-FBI-REASON(WS-FBI-INX)
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-ONE-CONSUMER SECTION.
      *    EACH CONSUMER'S FILE IS ITS OWN OUTBOUND FILE - ONE PER
      *    PERIOD UNLESS THE CONSUMER REJECTED IT OR IT WAS
      *    WITHDRAWN IN OUTREG01.
           MOVE "N" TO WS-CONSUMER-SKIP
           MOVE SPACES TO WS-CONSUMER-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\" DELIMITED BY SIZE
             WS-FBC-FILE-NAME(WS-FBC-INX) DELIMITED BY SPACE
             INTO WS-CONSUMER-PATH

           MOVE "FEEDBACK" TO WS-OFR-FILE-TYPE
           MOVE WS-CONSUMER-PATH TO WS-OFR-FILE-NAME
           MOVE WS-FBC-CONSUMER(WS-FBC-INX) TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-FBK-PERIOD TO WS-OFR-PERIOD
           MOVE WS-FBC-CONSUMER(WS-FBC-INX) TO WS-OFR-QUALIFIER
           MOVE "FEEDBK01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-RESEND-REFUSED
                   DISPLAY "FEEDBK01: " WS-FBC-CONSUMER(WS-FBC-INX)
                     " already has the feedback for " WS-FBK-PERIOD
                     " - not written again."
                   MOVE "Y" TO WS-CONSUMER-SKIP
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               WHEN OFR-ERROR
                   DISPLAY "FEEDBK01: outbound file register not "
                     "available - " WS-FBC-CONSUMER(WS-FBC-INX)
                     " not written."
                   MOVE "Y" TO WS-CONSUMER-SKIP
                   IF WS-FINAL-RC < 8
                       MOVE 8 TO WS-FINAL-RC
                   END-IF
           END-EVALUATE

           IF WS-CONSUMER-SKIP = "N"
               PERFORM PRODUCE-CONSUMER-FILE
               PERFORM REGISTER-CONSUMER-FILE
           END-IF.

       PRODUCE-CONSUMER-FILE SECTION.
           MOVE 0 TO WS-OUT-RECORDS
           MOVE 0 TO WS-OUT-EMPLOYEES
           MOVE 0 TO WS-OUT-GROSS

           MOVE "N" TO WS-WANT-EMPLOYEES WS-WANT-HOURS
             WS-WANT-ABSENCES
           MOVE 0 TO WS-CONTENT-COUNT
           INSPECT WS-FBC-CONTENT(WS-FBC-INX)
             TALLYING WS-CONTENT-COUNT FOR ALL "E"
           IF WS-CONTENT-COUNT > 0
               MOVE "Y" TO WS-WANT-EMPLOYEES
           END-IF
           MOVE 0 TO WS-CONTENT-COUNT
           INSPECT WS-FBC-CONTENT(WS-FBC-INX)
             TALLYING WS-CONTENT-COUNT FOR ALL "H"
           IF WS-CONTENT-COUNT > 0
               MOVE "Y" TO WS-WANT-HOURS
           END-IF
           MOVE 0 TO WS-CONTENT-COUNT
           INSPECT WS-FBC-CONTENT(WS-FBC-INX)
             TALLYING WS-CONTENT-COUNT FOR ALL "A"
           IF WS-CONTENT-COUNT > 0
               MOVE "Y" TO WS-WANT-ABSENCES
           END-IF

           OPEN OUTPUT CONSUMERFILE
           PERFORM WRITE-CONSUMER-HEADER

           IF WS-WANT-EMPLOYEES = "Y"
               PERFORM VARYING WS-FBE-INX FROM 1 BY 1
                 UNTIL WS-FBE-INX > WS-FBE-COUNT
                   PERFORM WRITE-CONSUMER-EMPLOYEE
               END-PERFORM
           END-IF

           PERFORM VARYING WS-FBI-INX FROM 1 BY 1
             UNTIL WS-FBI-INX > WS-FBI-COUNT
               IF WS-FBI-TYPE(WS-FBI-INX) = "H"
                  AND WS-WANT-HOURS = "Y"
                   PERFORM WRITE-CONSUMER-HOURS
               END-IF
               IF WS-FBI-TYPE(WS-FBI-INX) = "A"
                  AND WS-WANT-ABSENCES = "Y"
                   PERFORM WRITE-CONSUMER-ABSENCE
               END-IF
           END-PERFORM

           IF WS-FBC-LAYOUT(WS-FBC-INX) = "FIXED"
               MOVE SPACES TO WS-FIX-RECORD
               MOVE "99" TO WS-FIXT-TYPE
               MOVE WS-OUT-RECORDS TO WS-FIXT-RECORDS
               MOVE WS-OUT-EMPLOYEES TO WS-FIXT-EMPLOYEES
               MOVE WS-OUT-GROSS TO WS-FIXT-GROSS
               MOVE WS-FIX-RECORD TO FS-CONSUMERFILE
               WRITE FS-CONSUMERFILE
           END-IF

           CLOSE CONSUMERFILE
           ADD 1 TO WS-SENT-COUNT

           DISPLAY "FEEDBK01: " WS-FBC-CONSUMER(WS-FBC-INX) " - "
             WS-OUT-RECORDS " line(s) to " WS-CONSUMER-PATH.

       WRITE-CONSUMER-HEADER SECTION.
           IF WS-FBC-LAYOUT(WS-FBC-INX) = "FIXED"
               MOVE SPACES TO WS-FIX-RECORD
               MOVE "00" TO WS-FIXH-TYPE
               MOVE WS-FBK-PERIOD TO WS-FIXH-PERIOD
               MOVE WS-RUN-COMPANY TO WS-FIXH-COMPANY
               MOVE WS-RUN-PAYGROUP TO WS-FIXH-PAYGROUP
               MOVE WS-RUN-PAYCYCLE TO WS-FIXH-PAYCYCLE
               MOVE WS-RUN-DATE TO WS-FIXH-RUN-DATE
               MOVE WS-FBC-CONSUMER(WS-FBC-INX) TO WS-FIXH-CONSUMER
               MOVE WS-FIX-RECORD TO FS-CONSUMERFILE
           ELSE
               MOVE SPACES TO FS-CONSUMERFILE
               STRING "HDR;" WS-FBK-PERIOD ";" WS-RUN-COMPANY ";"
                 WS-RUN-PAYGROUP ";" WS-RUN-PAYCYCLE ";" WS-RUN-DATE
                 DELIMITED BY SIZE INTO FS-CONSUMERFILE
           END-IF
           WRITE FS-CONSUMERFILE.

       WRITE-CONSUMER-EMPLOYEE SECTION.
           ADD 1 TO WS-OUT-RECORDS
           ADD 1 TO WS-OUT-EMPLOYEES
           ADD WS-FBE-GROSS(WS-FBE-INX) TO WS-OUT-GROSS

           IF WS-FBC-LAYOUT(WS-FBC-INX) = "FIXED"
               MOVE SPACES TO WS-FIX-RECORD
               MOVE "10" TO WS-FIXE-TYPE
               MOVE WS-FBE-ID(WS-FBE-INX) TO WS-FIXE-ID
               MOVE WS-FBK-PERIOD TO WS-FIXE-PERIOD
               MOVE WS-RUN-PAYCYCLE TO WS-FIXE-PAYCYCLE
               MOVE WS-FBE-OUTCOME(WS-FBE-INX) TO WS-FIXE-OUTCOME
               MOVE WS-FBE-GROSS(WS-FBE-INX) TO WS-FIXE-GROSS
               MOVE WS-FBE-NET(WS-FBE-INX) TO WS-FIXE-NET
               MOVE WS-FBE-VAC-DAYS(WS-FBE-INX) TO WS-FIXE-VAC-DAYS
               MOVE WS-FBE-HOLD-STATUS(WS-FBE-INX)
                 TO WS-FIXE-HOLD-STATUS
               MOVE WS-FBE-REASON(WS-FBE-INX) TO WS-FIXE-REASON
               MOVE WS-FBE-HOLD-REASON(WS-FBE-INX)
                 TO WS-FIXE-HOLD-REASON
               MOVE WS-FIX-RECORD TO FS-CONSUMERFILE
           ELSE
               MOVE WS-FBE-VAC-DAYS(WS-FBE-INX) TO WS-VAC-DISP
               MOVE WS-VAC-DISP TO WS-VAC-TEXT
               IF WS-FBE-VAC-FOUND(WS-FBE-INX) = "N"
                   MOVE SPACES TO WS-VAC-TEXT
               END-IF
               MOVE SPACES TO FS-CONSUMERFILE
               STRING "EMP;" WS-FBE-ID(WS-FBE-INX) ";"
                 WS-FBK-PERIOD ";" WS-RUN-PAYCYCLE ";"
                 FUNCTION TRIM(WS-FBE-OUTCOME(WS-FBE-INX)) ";"
                 WS-FBE-GROSS(WS-FBE-INX) ";"
                 WS-FBE-NET(WS-FBE-INX) ";"
                 FUNCTION TRIM(WS-VAC-TEXT) ";"
                 FUNCTION TRIM(WS-FBE-HOLD-STATUS(WS-FBE-INX)) ";"
                 FUNCTION TRIM(WS-FBE-HOLD-REASON(WS-FBE-INX)) ";"
                 FUNCTION TRIM(WS-FBE-REASON(WS-FBE-INX))
                 DELIMITED BY SIZE INTO FS-CONSUMERFILE
           END-IF
           WRITE FS-CONSUMERFILE.

       WRITE-CONSUMER-HOURS SECTION.
           ADD 1 TO WS-OUT-RECORDS

           IF WS-FBC-LAYOUT(WS-FBC-INX) = "FIXED"
               MOVE SPACES TO WS-FIX-RECORD
               MOVE "20" TO WS-FIXR-TYPE
               MOVE WS-FBI-ID(WS-FBI-INX) TO WS-FIXR-ID
               MOVE WS-FBI-CODE(WS-FBI-INX) TO WS-FIXR-CLASS
               MOVE WS-FBI-HOURS(WS-FBI-INX) TO WS-FIXR-HOURS
               MOVE WS-FBI-PROJECT(WS-FBI-INX) TO WS-FIXR-PROJECT
               MOVE WS-FBI-STATUS(WS-FBI-INX) TO WS-FIXR-STATUS
               MOVE WS-FBI-REASON(WS-FBI-INX) TO WS-FIXR-REASON
               MOVE WS-FIX-RECORD TO FS-CONSUMERFILE
           ELSE
               MOVE SPACES TO FS-CONSUMERFILE
               STRING "HRS;" FUNCTION TRIM(WS-FBI-ID(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-CODE(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-HOURS(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-PROJECT(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-STATUS(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-REASON(WS-FBI-INX))
                 DELIMITED BY SIZE INTO FS-CONSUMERFILE
           END-IF
           WRITE FS-CONSUMERFILE.

       WRITE-CONSUMER-ABSENCE SECTION.
           ADD 1 TO WS-OUT-RECORDS

           IF WS-FBC-LAYOUT(WS-FBC-INX) = "FIXED"
               MOVE SPACES TO WS-FIX-RECORD
               MOVE "30" TO WS-FIXA-TYPE
               MOVE WS-FBI-ID(WS-FBI-INX) TO WS-FIXA-ID
               MOVE WS-FBI-CODE(WS-FBI-INX) TO WS-FIXA-ABS-TYPE
               MOVE WS-FBI-FROM(WS-FBI-INX) TO WS-FIXA-FROM
               MOVE WS-FBI-TO(WS-FBI-INX) TO WS-FIXA-TO
               MOVE WS-FBI-HOURS(WS-FBI-INX) TO WS-FIXA-HOURS
               MOVE WS-FBI-AMOUNT(WS-FBI-INX) TO WS-FIXA-AMOUNT
               MOVE WS-FBI-STATUS(WS-FBI-INX) TO WS-FIXA-STATUS
               MOVE WS-FIX-RECORD TO FS-CONSUMERFILE
           ELSE
               MOVE SPACES TO FS-CONSUMERFILE
               STRING "ABS;" FUNCTION TRIM(WS-FBI-ID(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-CODE(WS-FBI-INX)) ";"
                 WS-FBI-FROM(WS-FBI-INX) ";"
                 WS-FBI-TO(WS-FBI-INX) ";"
                 FUNCTION TRIM(WS-FBI-HOURS(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-AMOUNT(WS-FBI-INX)) ";"
                 FUNCTION TRIM(WS-FBI-STATUS(WS-FBI-INX))
                 DELIMITED BY SIZE INTO FS-CONSUMERFILE
           END-IF
           WRITE FS-CONSUMERFILE.

       REGISTER-CONSUMER-FILE SECTION.
      *    THE FILE IS WRITTEN, SO A REFUSAL ONLY WARNS.
           MOVE WS-OUT-EMPLOYEES TO WS-OFR-CONTROL-SUM-1
           MOVE WS-OUT-GROSS TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "FEEDBK01: WARNING - " WS-CONSUMER-PATH
                 " is not registered as sent; hold it back until "
                 "the register is checked in OUTREG01."
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.
