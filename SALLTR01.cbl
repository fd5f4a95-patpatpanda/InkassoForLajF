       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALLTR01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRINT-READY SALARY CHANGE CONFIRMATION LETTERS, ONE BLOCK
      *    PER EMPLOYEE IN THE SAME STYLE AS ANNSTM01'S STATEMENTS -
      *    MBX01 (DOCUMENT L) SPLITS THEM BETWEEN THE DIGITAL MAILBOX
      *    AND THE PAPER RUN LIKE ANY OTHER DOCUMENT.
           SELECT LETTERFILE ASSIGN TO WS-LETTER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LTRCTLFILE ASSIGN TO WS-LTRCTL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LETTERFILE.
       01 FS-LETTERFILE PIC X(80).

       FD LTRCTLFILE.
       01 FS-LTRCTLFILE PIC X(100).

       WORKING-STORAGE SECTION.

      *    EVERY CHANGE TO PAY TERMS IS LOGGED IN SalaryChangeNotice
      *    BY THE PROGRAM THAT MADE IT (SALREV01, EMPMAINT, SCHMAINT,
      *    EMPIMP01). A RUN CONFIRMS EVERY ROW NO EARLIER RUN HAS
      *    DEALT WITH AND STAMPS ITS LETTER RUN ON IT, SO A CHANGE IS
      *    NEITHER MISSED NOR CONFIRMED TWICE. THE STAMPS ARE
      *    COMMITTED ONLY ONCE THE LETTER FILE IS COMPLETE.
       COPY "EMPLOYEES.CPY".
       COPY "SalaryChangeNotice.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE OPEN NOTICES FOR THE COMPANY'S EMPLOYEES, ONE
      *    EMPLOYEE'S CHANGES TOGETHER IN THE ORDER THEY TAKE EFFECT.
           EXEC SQL
           DECLARE NoticeCursor CURSOR FOR
           SELECT N.NoticeId, N.EmployeeId, N.ChangeType,
           N.OldValue, N.NewValue, COALESCE(N.OldCode, ' '),
           COALESCE(N.NewCode, ' '), N.EffectiveFrom, N.ReasonCode,
           N.SourceProgram, E.FIRST_NAME, E.LAST_NAME, E.STATUS,
           COALESCE(E.AGREEMENT_CODE, '01'),
           COALESCE(E.STREET, ' '), COALESCE(E.POSTAL_CODE, ' '),
           COALESCE(E.CITY, ' '), COALESCE(E.COUNTRY, ' '),
           COALESCE(E.PROTECTED_ID, 'N')
           FROM REDWARRIOR.dbo.SalaryChangeNotice N,
           REDWARRIOR.dbo.Employees E
           WHERE N.LetterRunId IS NULL
             AND E.ID_EMPLOYEE = N.EmployeeId
             AND E.COMPANY_CODE = :WS-RUN-COMPANY
           ORDER BY N.EmployeeId, N.EffectiveFrom, N.NoticeId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-LETTER-PATH PIC X(80).
       01 WS-LTRCTL-PATH PIC X(80).

       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LETTER-RUN PIC S9(09) COMP-5 VALUE 0.
       01 WS-LETTER-RUN-DISP PIC 9(6).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 NOTICE-EOF VALUE 1.

      *    ONE LETTER. A DECEASED EMPLOYEE GETS NONE - THE ESTATE
      *    HEARS OF THE FINAL SETTLEMENT FROM HR - BUT THE CHANGES
      *    ARE STILL CLOSED AS "NO LETTER" SO THEY DO NOT COME BACK.
       01 WS-CUR-EMPLOYEE PIC S9(09) COMP-5 VALUE 0.
       01 WS-LETTER-SWITCH PIC X(1) VALUE "Y".
         88 LETTER-WANTED VALUE "Y".
         88 LETTER-NOT-WANTED VALUE "N".
       01 WS-LETTER-ID PIC 9(9).
       01 WS-LETTER-AGREEMENT PIC X(2).
       01 WS-LETTER-CHANGES PIC 9(3) VALUE 0.
      *    A LETTER HOLDS AT MOST THIS MANY CHANGES SO THE BLOCK
      *    STAYS WITHIN MBX01'S 100 LINES. ANY MORE ARE LEFT OPEN FOR
      *    THE NEXT RUN'S LETTER.
       01 WS-MAX-LETTER-CHANGES PIC 9(3) VALUE 20.

       01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-CONFIRMED-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-DEFERRED-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.

       01 WS-REASON-TEXT PIC X(40).
       01 WS-OLD-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-NEW-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-DEGREE-OLD-DISP PIC ZZ9.99.
       01 WS-DEGREE-NEW-DISP PIC ZZ9.99.
       01 WS-EFFECTIVE-DISP PIC 9(8).
       01 WS-NOTICE-ID-DISP PIC 9(9).
       01 WS-CTL-STATUS PIC X(10).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "Salary change confirmation letters"
           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

           EXEC SQL
               SELECT COALESCE(MAX(LetterRunId), 0) + 1
               INTO :WS-LETTER-RUN
               FROM REDWARRIOR.dbo.SalaryChangeNotice
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "SALLTR01: SQL ERROR ON LETTER RUN NUMBER, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LETTER-RUN TO WS-LETTER-RUN-DISP

           OPEN OUTPUT LETTERFILE
           OPEN OUTPUT LTRCTLFILE
           PERFORM WRITE-CONTROL-HEADER

           EXEC SQL
               OPEN NoticeCursor
           END-EXEC

           PERFORM UNTIL NOTICE-EOF
               EXEC SQL
                   FETCH NoticeCursor INTO
                       :SalaryChangeNotice-NoticeId,
                       :SalaryChangeNotice-EmployeeId,
                       :SalaryChangeNotice-ChangeType,
                       :SalaryChangeNotice-OldValue,
                       :SalaryChangeNotice-NewValue,
                       :SalaryChangeNotice-OldCode,
                       :SalaryChangeNotice-NewCode,
                       :SalaryChangeNotice-EffectiveFrom,
                       :SalaryChangeNotice-ReasonCode,
                       :SalaryChangeNotice-SourceProgram,
                       :Employees-FIRST-NAME,
                       :Employees-LAST-NAME,
                       :Employees-STATUS,
                       :Employees-AGREEMENT-CODE,
                       :Employees-STREET,
                       :Employees-POSTAL-CODE,
                       :Employees-CITY,
                       :Employees-COUNTRY,
                       :Employees-PROTECTED-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET NOTICE-EOF TO TRUE
                   WHEN 0
                       IF SalaryChangeNotice-EmployeeId NOT =
                          WS-CUR-EMPLOYEE
                           IF WS-CUR-EMPLOYEE NOT = 0
                               PERFORM FINISH-LETTER
                           END-IF
                           PERFORM START-LETTER
                       END-IF
                       PERFORM PROCESS-ONE-NOTICE
                   WHEN OTHER
                       DISPLAY "SALLTR01: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET NOTICE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           IF WS-CUR-EMPLOYEE NOT = 0
               PERFORM FINISH-LETTER
           END-IF

           EXEC SQL
               CLOSE NoticeCursor
           END-EXEC

           CLOSE LETTERFILE

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE LTRCTLFILE

      *    A RUN THAT HIT AN ERROR RECORDS NOTHING - EVERY CHANGE
      *    STAYS OPEN AND THE NEXT RUN WRITES THE WHOLE SET AGAIN.
           IF WS-ERROR-COUNT > 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "SALLTR01: " WS-ERROR-COUNT " error(s) - "
                 "nothing recorded, do not send salary_letters.txt."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "SALLTR01: letter run " WS-LETTER-RUN-DISP ", "
             WS-LETTER-COUNT " letter(s) covering "
             WS-CONFIRMED-COUNT " change(s)."
           IF WS-NO-LETTER-COUNT > 0
               DISPLAY "SALLTR01: " WS-NO-LETTER-COUNT
                 " change(s) for deceased employees closed "
                 "without a letter."
           END-IF
           IF WS-DEFERRED-COUNT > 0
               DISPLAY "SALLTR01: " WS-DEFERRED-COUNT
                 " change(s) over the per-letter limit left for "
                 "the next run."
           END-IF
           IF WS-LETTER-COUNT > 0
               DISPLAY "SALLTR01: distribute with MBX01, document L,"
                 " run " WS-LETTER-RUN-DISP "."
           END-IF

           IF WS-DEFERRED-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-LETTER-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\salary_letters.txt" DELIMITED BY SIZE
             INTO WS-LETTER-PATH

           MOVE SPACES TO WS-LTRCTL-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\salary_letters_control.txt" DELIMITED BY SIZE
             INTO WS-LTRCTL-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "SALLTR01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       START-LETTER SECTION.
           MOVE SalaryChangeNotice-EmployeeId TO WS-CUR-EMPLOYEE
           MOVE SalaryChangeNotice-EmployeeId TO WS-LETTER-ID
           MOVE Employees-AGREEMENT-CODE TO WS-LETTER-AGREEMENT
           MOVE 0 TO WS-LETTER-CHANGES

           IF Employees-STATUS-DECEASED
               SET LETTER-NOT-WANTED TO TRUE
           ELSE
               SET LETTER-WANTED TO TRUE
               ADD 1 TO WS-LETTER-COUNT
               PERFORM WRITE-LETTER-HEADER
           END-IF.

       WRITE-LETTER-HEADER SECTION.
      *    MAILED TO THE ADDRESS ON THE MASTER AT PRINT TIME, AS
      *    ANNSTM01 DOES. A PROTECTED IDENTITY'S ADDRESS IS NEVER
      *    PRINTED - HR SENDS THAT LETTER THROUGH SKATTEVERKET'S
      *    FORWARDING.
           IF Employees-PROTECTED-IDENTITY
               MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
                 Employees-CITY Employees-COUNTRY
               DISPLAY "SALLTR01: Employee ID " WS-LETTER-ID
                 " has a protected identity - letter printed"
                 " without the address."
           ELSE
               IF Employees-STREET = SPACES
                   DISPLAY "SALLTR01: WARNING - Employee ID "
                     WS-LETTER-ID
                     " has no address on file - letter printed"
                     " without one, fix via EMPMAINT."
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               END-IF
           END-IF

           MOVE SPACES TO FS-LETTERFILE
           STRING "----------------------------------------"
             "----------------------------------------"
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           STRING "SALARY CHANGE CONFIRMATION - COMPANY "
             WS-RUN-COMPANY
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           STRING "Employee ID  : " WS-LETTER-ID
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           STRING "Name         : " Employees-FIRST-NAME " "
             Employees-LAST-NAME
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           IF Employees-STREET NOT = SPACES
               MOVE SPACES TO FS-LETTERFILE
               STRING "Address      : " Employees-STREET
                 DELIMITED BY SIZE INTO FS-LETTERFILE
               WRITE FS-LETTERFILE

               MOVE SPACES TO FS-LETTERFILE
               STRING "               " Employees-POSTAL-CODE " "
                 Employees-CITY " " Employees-COUNTRY
                 DELIMITED BY SIZE INTO FS-LETTERFILE
               WRITE FS-LETTERFILE
           END-IF

           MOVE SPACES TO FS-LETTERFILE
           STRING "Letter date  : " WS-RUN-DATE
             "   Letter run : " WS-LETTER-RUN-DISP
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           STRING "We confirm the following change(s) to your terms "
             "of employment:"
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           WRITE FS-LETTERFILE.

       PROCESS-ONE-NOTICE SECTION.
           EVALUATE TRUE
               WHEN LETTER-NOT-WANTED
                   MOVE "NO LETTER" TO SalaryChangeNotice-LetterStatus
                   PERFORM MARK-NOTICE
                   ADD 1 TO WS-NO-LETTER-COUNT
               WHEN WS-LETTER-CHANGES >= WS-MAX-LETTER-CHANGES
                   MOVE "DEFERRED" TO WS-CTL-STATUS
                   PERFORM WRITE-CONTROL-LINE
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN OTHER
                   PERFORM WRITE-CHANGE-LINES
                   MOVE "LETTER" TO SalaryChangeNotice-LetterStatus
                   PERFORM MARK-NOTICE
                   ADD 1 TO WS-LETTER-CHANGES
                   ADD 1 TO WS-CONFIRMED-COUNT
           END-EVALUATE.

       WRITE-CHANGE-LINES SECTION.
      *    OLD AND NEW TERMS, WHEN THEY APPLY FROM AND WHY.
           MOVE SPACES TO FS-LETTERFILE
           EVALUATE TRUE
               WHEN Notice-Salary
                   MOVE SalaryChangeNotice-OldValue TO WS-OLD-DISP
                   MOVE SalaryChangeNotice-NewValue TO WS-NEW-DISP
                   STRING "Monthly salary      : " WS-OLD-DISP
                     "  ->  " WS-NEW-DISP
                     DELIMITED BY SIZE INTO FS-LETTERFILE
               WHEN Notice-Hourly-Rate
                   MOVE SalaryChangeNotice-OldValue TO WS-OLD-DISP
                   MOVE SalaryChangeNotice-NewValue TO WS-NEW-DISP
                   STRING "Hourly rate         : " WS-OLD-DISP
                     "  ->  " WS-NEW-DISP
                     DELIMITED BY SIZE INTO FS-LETTERFILE
               WHEN Notice-Degree
                   MOVE SalaryChangeNotice-OldValue
                     TO WS-DEGREE-OLD-DISP
                   MOVE SalaryChangeNotice-NewValue
                     TO WS-DEGREE-NEW-DISP
                   STRING "Employment degree   :       "
                     WS-DEGREE-OLD-DISP " %  ->        "
                     WS-DEGREE-NEW-DISP " %"
                     DELIMITED BY SIZE INTO FS-LETTERFILE
               WHEN Notice-Agreement
                   STRING "Collective agreement:           "
                     SalaryChangeNotice-OldCode
                     "  ->            " SalaryChangeNotice-NewCode
                     DELIMITED BY SIZE INTO FS-LETTERFILE
               WHEN OTHER
                   STRING "Change " SalaryChangeNotice-ChangeType
                     DELIMITED BY SIZE INTO FS-LETTERFILE
           END-EVALUATE
           WRITE FS-LETTERFILE

           PERFORM LOOK-UP-REASON-TEXT
           MOVE SalaryChangeNotice-EffectiveFrom TO WS-EFFECTIVE-DISP

           MOVE SPACES TO FS-LETTERFILE
           STRING "  Effective from    : " WS-EFFECTIVE-DISP
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           STRING "  Reason            : "
             SalaryChangeNotice-ReasonCode " " WS-REASON-TEXT
             DELIMITED BY SIZE INTO FS-LETTERFILE
           WRITE FS-LETTERFILE

           MOVE SPACES TO FS-LETTERFILE
           WRITE FS-LETTERFILE.

       LOOK-UP-REASON-TEXT SECTION.
           EVALUATE SalaryChangeNotice-ReasonCode
               WHEN "REV "
                   MOVE "General salary revision" TO WS-REASON-TEXT
               WHEN "IND "
                   MOVE "Individual salary setting" TO WS-REASON-TEXT
               WHEN "PROM"
                   MOVE "New position" TO WS-REASON-TEXT
               WHEN "CORR"
                   MOVE "Correction of an earlier error"
                     TO WS-REASON-TEXT
               WHEN "AGRE"
                   MOVE "Change of collective agreement"
                     TO WS-REASON-TEXT
               WHEN "DEGR"
                   MOVE "Change of employment degree"
                     TO WS-REASON-TEXT
               WHEN "HRIM"
                   MOVE "Changed by HR" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.

       MARK-NOTICE SECTION.
      *    THE ROW IS ONLY STAMPED IF NO OTHER RUN HAS TAKEN IT
      *    SINCE THE CURSOR READ IT.
           MOVE WS-LETTER-RUN TO SalaryChangeNotice-LetterRunId
           MOVE WS-RUN-DATE TO SalaryChangeNotice-LetterDate

           EXEC SQL
               UPDATE REDWARRIOR.dbo.SalaryChangeNotice
               SET LetterRunId = :SalaryChangeNotice-LetterRunId,
               LetterDate = :SalaryChangeNotice-LetterDate,
               LetterStatus = :SalaryChangeNotice-LetterStatus
               WHERE NoticeId = :SalaryChangeNotice-NoticeId
                 AND LetterRunId IS NULL
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "SALLTR01: SQL ERROR ON NOTICE UPDATE, "
                     "CODE = " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ERROR" TO WS-CTL-STATUS
               WHEN SQLCODE = 100 OR SQLERRD(3) = 0
                   MOVE SalaryChangeNotice-NoticeId
                     TO WS-NOTICE-ID-DISP
                   DISPLAY "SALLTR01: notice " WS-NOTICE-ID-DISP
                     " was taken by another letter run."
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "ERROR" TO WS-CTL-STATUS
               WHEN OTHER
                   MOVE SalaryChangeNotice-LetterStatus
                     TO WS-CTL-STATUS
           END-EVALUATE

           PERFORM WRITE-CONTROL-LINE.

       FINISH-LETTER SECTION.
           IF LETTER-WANTED
               MOVE SPACES TO FS-LETTERFILE
               STRING "Your collective agreement is now "
                 WS-LETTER-AGREEMENT "."
                 DELIMITED BY SIZE INTO FS-LETTERFILE
               WRITE FS-LETTERFILE

               MOVE SPACES TO FS-LETTERFILE
               WRITE FS-LETTERFILE

               MOVE SPACES TO FS-LETTERFILE
               STRING "The change(s) will show on your payslip from "
                 "the effective date. Please"
                 DELIMITED BY SIZE INTO FS-LETTERFILE
               WRITE FS-LETTERFILE

               MOVE SPACES TO FS-LETTERFILE
               STRING "contact HR if anything in this letter is not "
                 "as agreed."
                 DELIMITED BY SIZE INTO FS-LETTERFILE
               WRITE FS-LETTERFILE

               MOVE SPACES TO FS-LETTERFILE
               STRING "----------------------------------------"
                 "----------------------------------------"
                 DELIMITED BY SIZE INTO FS-LETTERFILE
               WRITE FS-LETTERFILE

               MOVE SPACES TO FS-LETTERFILE
               WRITE FS-LETTERFILE
           END-IF.

       WRITE-CONTROL-HEADER SECTION.
           MOVE SPACES TO FS-LTRCTLFILE
           STRING "SALARY CHANGE LETTER CONTROL - COMPANY "
             WS-RUN-COMPANY " LETTER RUN " WS-LETTER-RUN-DISP
             " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE

           MOVE SPACES TO FS-LTRCTLFILE
           STRING "NOTICE    EMPLOYEE  TYPE          OLD          NEW"
             " EFFECTIVE REAS SOURCE   STATUS"
             DELIMITED BY SIZE INTO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE.

       WRITE-CONTROL-LINE SECTION.
           MOVE SalaryChangeNotice-NoticeId TO WS-NOTICE-ID-DISP
           MOVE SalaryChangeNotice-OldValue TO WS-OLD-DISP
           MOVE SalaryChangeNotice-NewValue TO WS-NEW-DISP
           MOVE SalaryChangeNotice-EffectiveFrom TO WS-EFFECTIVE-DISP

           MOVE SPACES TO FS-LTRCTLFILE
           IF Notice-Agreement
               STRING WS-NOTICE-ID-DISP " " WS-LETTER-ID " "
                 SalaryChangeNotice-ChangeType "            "
                 SalaryChangeNotice-OldCode "           "
                 SalaryChangeNotice-NewCode " " WS-EFFECTIVE-DISP
                 " " SalaryChangeNotice-ReasonCode " "
                 SalaryChangeNotice-SourceProgram " " WS-CTL-STATUS
                 DELIMITED BY SIZE INTO FS-LTRCTLFILE
           ELSE
               STRING WS-NOTICE-ID-DISP " " WS-LETTER-ID " "
                 SalaryChangeNotice-ChangeType " " WS-OLD-DISP " "
                 WS-NEW-DISP " " WS-EFFECTIVE-DISP
                 " " SalaryChangeNotice-ReasonCode " "
                 SalaryChangeNotice-SourceProgram " " WS-CTL-STATUS
                 DELIMITED BY SIZE INTO FS-LTRCTLFILE
           END-IF
           WRITE FS-LTRCTLFILE.

       WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES TO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE

           MOVE SPACES TO FS-LTRCTLFILE
           STRING "Letters written        : " WS-LETTER-COUNT
             DELIMITED BY SIZE INTO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE

           MOVE SPACES TO FS-LTRCTLFILE
           STRING "Changes confirmed      : " WS-CONFIRMED-COUNT
             DELIMITED BY SIZE INTO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE

           MOVE SPACES TO FS-LTRCTLFILE
           STRING "Closed without a letter: " WS-NO-LETTER-COUNT
             DELIMITED BY SIZE INTO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE

           MOVE SPACES TO FS-LTRCTLFILE
           STRING "Left for the next run  : " WS-DEFERRED-COUNT
             DELIMITED BY SIZE INTO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE

           MOVE SPACES TO FS-LTRCTLFILE
           STRING "Letters without address: " WS-NO-ADDRESS-COUNT
             DELIMITED BY SIZE INTO FS-LTRCTLFILE
           WRITE FS-LTRCTLFILE

           IF WS-ERROR-COUNT > 0
               MOVE SPACES TO FS-LTRCTLFILE
               STRING "ERRORS - NOTHING RECORDED: " WS-ERROR-COUNT
                 DELIMITED BY SIZE INTO FS-LTRCTLFILE
               WRITE FS-LTRCTLFILE
           END-IF.
