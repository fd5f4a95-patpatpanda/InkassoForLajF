       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "SocialCoverage.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "Operators.cpy".
       COPY "ConfigAudit.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE CoverageListCursor CURSOR FOR
           SELECT CoverageId, CoverageType, CountryCode,
           CertificateRef, ValidFrom, ValidTo
           FROM REDWARRIOR.dbo.SocialCoverage
           WHERE EmployeeId = :SocialCoverage-EmployeeId
           ORDER BY ValidFrom
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-OVERLAP-COUNT PIC S9(09) COMP-5 VALUE 0.

      *    AN OPEN-ENDED CERTIFICATE IS COMPARED AS IF IT RAN TO THE
      *    END OF TIME.
       01 WS-NEW-TO PIC S9(09) COMP-5 VALUE 0.

       01 WS-IMG-ID PIC 9(9).
       01 WS-IMG-FROM PIC 9(8).
       01 WS-IMG-TO PIC 9(8).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.

       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Social security coverage (A1) maintenance"
               DISPLAY "  A = Add a certificate"
               DISPLAY "  E = End-date a certificate"
               DISPLAY "  L = List an employee's certificates"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-COVERAGE
                   WHEN "a"
                       PERFORM ADD-COVERAGE
                   WHEN "E"
                       PERFORM END-DATE-COVERAGE
                   WHEN "e"
                       PERFORM END-DATE-COVERAGE
                   WHEN "L"
                       PERFORM LIST-COVERAGE
                   WHEN "l"
                       PERFORM LIST-COVERAGE
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
      *    A CERTIFICATE TAKES A NAMED PERSON OUT OF THE EMPLOYER
      *    CHARGE - IT GETS THE SAME BRACKET AUTHORITY AND
      *    ConfigAudit TRAIL AS A TAX DECISION IN TAXDMAINT.
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
                   DISPLAY "COVMAINT: SQL ERROR ON SIGN-ON, "
                     "CODE = " SQLCODE
                   GOBACK
               WHEN NOT Operator-May-Maintain-Brackets
                   DISPLAY "Operator " WS-OPERATOR-ID
                     " does not hold bracket authority - access"
                     " refused."
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       ADD-COVERAGE SECTION.
           DISPLAY "Employee ID: "
           ACCEPT SocialCoverage-EmployeeId

           MOVE SocialCoverage-EmployeeId TO Employees-ID-EMPLOYEE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           IF WS-EXISTING-COUNT = 0
               DISPLAY "No employee with that ID - not added."
           ELSE
               DISPLAY "Charge due in Sweden (NONE = no employer "
                 "charge, ALPA = general payroll tax only): "
               ACCEPT SocialCoverage-CoverageType

               DISPLAY "Country of coverage (ISO code, e.g. DE): "
               ACCEPT SocialCoverage-CountryCode

               DISPLAY "Certificate reference: "
               ACCEPT SocialCoverage-CertificateRef

               DISPLAY "Valid from (YYYYMMDD): "
               ACCEPT SocialCoverage-ValidFrom

               DISPLAY "Valid to (YYYYMMDD, 0 if open-ended): "
               ACCEPT SocialCoverage-ValidTo

               PERFORM COUNT-OVERLAPS

               EVALUATE TRUE
                   WHEN NOT SocialCoverage-No-Charge AND
                        NOT SocialCoverage-Payroll-Tax
                       DISPLAY "Certificate not added - type must "
                         "be NONE or ALPA."
                   WHEN SocialCoverage-CountryCode = SPACES OR
                        SocialCoverage-CountryCode = "SE"
                       DISPLAY "Certificate not added - the "
                         "country must be the foreign one covering "
                         "the employee."
                   WHEN SocialCoverage-CertificateRef = SPACES
                       DISPLAY "Certificate not added - the "
                         "reference is required."
                   WHEN SocialCoverage-ValidFrom < 19000101 OR
                        SocialCoverage-ValidFrom > 99991231
                       DISPLAY "Certificate not added - invalid "
                         "from date."
                   WHEN SocialCoverage-ValidTo NOT = 0 AND
                        SocialCoverage-ValidTo <
                        SocialCoverage-ValidFrom
                       DISPLAY "Certificate not added - it ends "
                         "before it starts."
                   WHEN WS-OVERLAP-COUNT > 0
      *                ONE DAY, ONE COVERAGE - A RENEWAL STARTS THE
      *                DAY AFTER THE OLD ONE ENDS, SO END-DATE THE
      *                OLD ONE FIRST.
                       DISPLAY "Certificate not added - it overlaps "
                         "a certificate already on file; end-date "
                         "that one first."
                   WHEN OTHER
                       EXEC SQL
                           INSERT INTO REDWARRIOR.dbo.SocialCoverage
                           (EmployeeId, CoverageType, CountryCode,
                           CertificateRef, ValidFrom, ValidTo)
                           VALUES (:SocialCoverage-EmployeeId,
                           :SocialCoverage-CoverageType,
                           :SocialCoverage-CountryCode,
                           :SocialCoverage-CertificateRef,
                           :SocialCoverage-ValidFrom,
                           :SocialCoverage-ValidTo)
                       END-EXEC

                       IF SQLCODE = 0
                           MOVE "NEW" TO ConfigAudit-BeforeImage
                           PERFORM BUILD-COVERAGE-IMAGE
                           PERFORM WRITE-CONFIG-AUDIT
                           DISPLAY "Certificate added."
                       ELSE
                           DISPLAY "COVMAINT: SQL ERROR ON "
                             "INSERT, CODE = " SQLCODE
                       END-IF
               END-EVALUATE
           END-IF.

       COUNT-OVERLAPS SECTION.
           IF SocialCoverage-ValidTo = 0
               MOVE 99999999 TO WS-NEW-TO
           ELSE
               MOVE SocialCoverage-ValidTo TO WS-NEW-TO
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-OVERLAP-COUNT
               FROM REDWARRIOR.dbo.SocialCoverage
               WHERE EmployeeId = :SocialCoverage-EmployeeId
                 AND ValidFrom <= :WS-NEW-TO
                 AND (ValidTo = 0
                  OR ValidTo >= :SocialCoverage-ValidFrom)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "COVMAINT: SQL ERROR ON OVERLAP CHECK, "
                 "CODE = " SQLCODE
               MOVE 1 TO WS-OVERLAP-COUNT
           END-IF.

       END-DATE-COVERAGE SECTION.
      *    A CERTIFICATE WITHDRAWN OR CUT SHORT IS END-DATED, NEVER
      *    DELETED - A RERUN OF AN OLD PERIOD MUST STILL FIND THE
      *    COVERAGE THAT APPLIED THEN.
           DISPLAY "Coverage ID to end-date: "
           ACCEPT SocialCoverage-CoverageId

           DISPLAY "Last day the certificate applies (YYYYMMDD): "
           ACCEPT SocialCoverage-ValidTo

           EXEC SQL
               UPDATE REDWARRIOR.dbo.SocialCoverage
               SET ValidTo = :SocialCoverage-ValidTo
               WHERE CoverageId = :SocialCoverage-CoverageId
                 AND ValidFrom <= :SocialCoverage-ValidTo
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No certificate with that ID starting "
                     "on or before that day."
               WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                   DISPLAY "No certificate with that ID starting "
                     "on or before that day."
               WHEN SQLCODE NOT = 0
                   DISPLAY "COVMAINT: SQL ERROR ON UPDATE, "
                     "CODE = " SQLCODE
               WHEN OTHER
                   EXEC SQL
                       SELECT EmployeeId, CoverageType, CountryCode,
                       CertificateRef, ValidFrom
                       INTO :SocialCoverage-EmployeeId,
                       :SocialCoverage-CoverageType,
                       :SocialCoverage-CountryCode,
                       :SocialCoverage-CertificateRef,
                       :SocialCoverage-ValidFrom
                       FROM REDWARRIOR.dbo.SocialCoverage
                       WHERE CoverageId = :SocialCoverage-CoverageId
                   END-EXEC
                   MOVE SocialCoverage-CoverageId TO WS-IMG-ID
                   MOVE SPACES TO ConfigAudit-BeforeImage
                   STRING "END-DATE COVERAGE " WS-IMG-ID
                     DELIMITED BY SIZE
                     INTO ConfigAudit-BeforeImage
                   PERFORM BUILD-COVERAGE-IMAGE
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Certificate end-dated."
           END-EVALUATE.

       BUILD-COVERAGE-IMAGE SECTION.
           MOVE SocialCoverage-EmployeeId TO WS-IMG-ID
           MOVE SocialCoverage-ValidFrom TO WS-IMG-FROM
           MOVE SocialCoverage-ValidTo TO WS-IMG-TO

           MOVE SPACES TO ConfigAudit-AfterImage
           STRING WS-IMG-ID "/" SocialCoverage-CoverageType "/"
             SocialCoverage-CountryCode "/"
             SocialCoverage-CertificateRef "/"
             WS-IMG-FROM "/" WS-IMG-TO
             DELIMITED BY SIZE INTO ConfigAudit-AfterImage.

       WRITE-CONFIG-AUDIT SECTION.
           MOVE "SocialCovrge" TO ConfigAudit-TableName
           MOVE SPACES TO ConfigAudit-KeyValue
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
               DISPLAY "COVMAINT: SQL ERROR ON AUDIT INSERT, "
                 "CODE = " SQLCODE
           END-IF.

       LIST-COVERAGE SECTION.
           DISPLAY "Employee ID: "
           ACCEPT SocialCoverage-EmployeeId

           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "CoverageId Type Cty Reference"
             "            From     To"

           EXEC SQL
               OPEN CoverageListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH CoverageListCursor INTO
                       :SocialCoverage-CoverageId,
                       :SocialCoverage-CoverageType,
                       :SocialCoverage-CountryCode,
                       :SocialCoverage-CertificateRef,
                       :SocialCoverage-ValidFrom,
                       :SocialCoverage-ValidTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE SocialCoverage-ValidFrom TO WS-IMG-FROM
                       MOVE SocialCoverage-ValidTo TO WS-IMG-TO
                       DISPLAY SocialCoverage-CoverageId " "
                         SocialCoverage-CoverageType " "
                         SocialCoverage-CountryCode "  "
                         SocialCoverage-CertificateRef " "
                         WS-IMG-FROM " " WS-IMG-TO
                   WHEN OTHER
                       DISPLAY "COVMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CoverageListCursor
           END-EXEC.
