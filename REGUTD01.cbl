       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUTD01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE REGISTER EXTRACT (REGISTERUTDRAG) - EVERYTHING THE
      *    PAYROLL HOLDS ON ONE PERSON, ADDRESSED FOR MAILING TO
      *    THEM. ONE FILE PER REQUEST, NAMED BY EMPLOYEE AND DATE.
           SELECT REGFILE ASSIGN TO WS-REG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE YEARS ARCH01 HAS SWEPT OUT OF THE LIVE TABLES, READ
      *    WHERE THEY LIE - THE SAME FILES ARCHR01 LOADS BACK.
           SELECT ARCHDEDFILE ASSIGN TO WS-ARCHDED-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARCHDED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGFILE.
       01 FS-REGFILE PIC X(100).

       FD ARCHDEDFILE.
       01 ARCH-DED-RECORD.
         05 ARCH-DED-EMPLOYEE PIC 9(9).
         05 ARCH-DED-SALARY PIC S9(9) SIGN LEADING SEPARATE.
         05 ARCH-DED-TAX PIC S9(9) SIGN LEADING SEPARATE.
         05 ARCH-DED-FEE PIC S9(9) SIGN LEADING SEPARATE.
         05 ARCH-DED-NET PIC S9(9) SIGN LEADING SEPARATE.
         05 ARCH-DED-PERIOD PIC X(6).
         05 ARCH-DED-TAX-RATE PIC S9(3)V9(2)
            SIGN LEADING SEPARATE.
         05 ARCH-DED-FEE-RATE PIC S9(2)V9(2)
            SIGN LEADING SEPARATE.
         05 ARCH-DED-CURRENCY PIC X(3).
         05 ARCH-DED-DEPT PIC X(4).
         05 ARCH-DED-COMPANY PIC X(2).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "SalaryHistory.cpy".
       COPY "BankAccounts.cpy".
       COPY "Absences.cpy".
       COPY "Benefits.cpy".
       COPY "TaxDecisions.cpy".
       COPY "Garnishments.cpy".
       COPY "Loans.cpy".
       COPY "DeductionEnroll.cpy".
       COPY "VacationBalance.cpy".
       COPY "ExceptionLog.cpy".
       COPY "PayrollHold.cpy".
       COPY "PopRegChange.cpy".
       COPY "EmployeeDeductions.cpy".
       COPY "DisburseRegister.cpy".
       COPY "PensionContrib.cpy".
       COPY "DocumentDelivery.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    ONE PERSON CAN HAVE BEEN EMPLOYED UNDER MORE THAN ONE
      *    EMPLOYEE ID (A COMPANY TRANSFER, A REHIRE) - THE
      *    PERSONNUMMER TIES THEM TOGETHER, AND THE EXTRACT COVERS
      *    EVERY ONE. THE LATEST EMPLOYMENT COMES FIRST; ITS
      *    ADDRESS IS THE ONE THE EXTRACT IS MAILED TO.
           EXEC SQL
           DECLARE SubjectCursor CURSOR FOR
           SELECT ID_EMPLOYEE
           FROM REDWARRIOR.dbo.Employees
           WHERE PERSONNUMMER = :WS-SUBJECT-PNR
           ORDER BY HIRE_DATE DESC, ID_EMPLOYEE DESC
           END-EXEC.

           EXEC SQL
           DECLARE SalaryHistCursor CURSOR FOR
           SELECT Salary, EffectiveFrom, COALESCE(EffectiveTo, 0),
           COALESCE(RecordedDate, 0)
           FROM REDWARRIOR.dbo.SalaryHistory
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY EffectiveFrom
           END-EXEC.

           EXEC SQL
           DECLARE BankAcctCursor CURSOR FOR
           SELECT ClearingNumber, AccountNumber,
           COALESCE(AccountRank, 1), COALESCE(SplitMethod, ' '),
           COALESCE(SplitValue, 0), COALESCE(ChangedDate, 0)
           FROM REDWARRIOR.dbo.BankAccounts
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY AccountRank
           END-EXEC.

           EXEC SQL
           DECLARE AbsenceCursor CURSOR FOR
           SELECT AbsenceType, FromDate, ToDate,
           COALESCE(ExtentUnit, ' '), COALESCE(ExtentValue, 0)
           FROM REDWARRIOR.dbo.Absences
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY FromDate
           END-EXEC.

           EXEC SQL
           DECLARE BenefitCursor CURSOR FOR
           SELECT BenefitCode, MonthlyValue, EffectiveFrom,
           COALESCE(EffectiveTo, 0)
           FROM REDWARRIOR.dbo.Benefits
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY EffectiveFrom
           END-EXEC.

           EXEC SQL
           DECLARE TaxDecCursor CURSOR FOR
           SELECT DecisionType, COALESCE(DecidedRate, 0),
           COALESCE(DecisionReference, ' '), EffectiveFrom,
           COALESCE(EffectiveTo, 0)
           FROM REDWARRIOR.dbo.TaxDecisions
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY EffectiveFrom
           END-EXEC.

           EXEC SQL
           DECLARE GarnishCursor CURSOR FOR
           SELECT CaseReference, TotalOwed, PeriodMax,
           RemainingBalance, Status
           FROM REDWARRIOR.dbo.Garnishments
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY GarnishId
           END-EXEC.

           EXEC SQL
           DECLARE LoanCursor CURSOR FOR
           SELECT LoanId, Principal, Installment, RemainingBalance,
           Status
           FROM REDWARRIOR.dbo.Loans
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY LoanId
           END-EXEC.

           EXEC SQL
           DECLARE EnrollCursor CURSOR FOR
           SELECT DeductCode
           FROM REDWARRIOR.dbo.DeductionEnroll
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY DeductCode
           END-EXEC.

           EXEC SQL
           DECLARE ExceptionCursor CURSOR FOR
           SELECT Period, Reason, RunDate, COALESCE(Status, ' ')
           FROM REDWARRIOR.dbo.ExceptionLog
           WHERE ID_EMPLOYEE = :WS-REPORT-ID
           ORDER BY Period, ExceptionId
           END-EXEC.

           EXEC SQL
           DECLARE HoldCursor CURSOR FOR
           SELECT Period, CompanyCode, ComputedNet, PreviousNet,
           Reason, Status, HeldDate, COALESCE(ReviewedBy, ' ')
           FROM REDWARRIOR.dbo.PayrollHold
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY Period, HoldId
           END-EXEC.

           EXEC SQL
           DECLARE PopRegCursor CURSOR FOR
           SELECT ChangeType, EventDate, BeforeImage, AfterImage,
           ImportDate
           FROM REDWARRIOR.dbo.PopRegChange
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY ChangeId
           END-EXEC.

      *    EVERY POSTING, OFFSETS AND RETRO ROWS INCLUDED - THE
      *    PERSON SEES THE LEDGER AS IT STANDS, NOT A NETTED VIEW.
           EXEC SQL
           DECLARE PostingCursor CURSOR FOR
           SELECT Period, CompanyCode, COALESCE(PayType, 'R'),
           Salary, TaxAmount, FeeAmount, COALESCE(NetSalary, 0),
           COALESCE(PaymentDate, 0)
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY Period, CompanyCode
           END-EXEC.

      *    OUTBOUND FILES. THE BANK FILE AND THE PENSION PROVIDER'S
      *    FILE KEEP A REGISTER ROW PER EMPLOYEE; THE AGI
      *    DECLARATION CARRIES ONE INDIVIDUAL RECORD PER EMPLOYEE
      *    PER PAID MONTH AND COMPANY (AS AGIDEC01 SELECTS THEM);
      *    THE STATISTICS FILE (SCB01) CARRIES THE PERSON ONLY
      *    INSIDE A DEPARTMENT'S QUARTER TOTALS.
           EXEC SQL
           DECLARE DisburseCursor CURSOR FOR
           SELECT Period, SentDate, ClearingNumber, AccountNumber,
           Amount, Status
           FROM REDWARRIOR.dbo.DisburseRegister
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY Period, DisburseId
           END-EXEC.

           EXEC SQL
           DECLARE PensionCursor CURSOR FOR
           SELECT Period, EmployeeAmount, EmployerAmount,
           COALESCE(Status, 'SENT')
           FROM REDWARRIOR.dbo.PensionContrib
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY Period
           END-EXEC.

           EXEC SQL
           DECLARE AgiCursor CURSOR FOR
           SELECT COALESCE(PaidPeriod, Period), CompanyCode,
           SUM(Salary + COALESCE(BenefitValue, 0)), SUM(TaxAmount)
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-REPORT-ID
           GROUP BY COALESCE(PaidPeriod, Period), CompanyCode
           ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
           DECLARE ScbCursor CURSOR FOR
           SELECT DISTINCT SUBSTRING(Period, 1, 4),
           (CAST(SUBSTRING(Period, 5, 2) AS int) + 2) / 3,
           CompanyCode, DeptCode
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-REPORT-ID
           ORDER BY 1, 2, 3, 4
           END-EXEC.

           EXEC SQL
           DECLARE MailboxCursor CURSOR FOR
           SELECT DocType, DocPeriod, Channel, Status, SentDate,
           COALESCE(ReturnDate, 0)
           FROM REDWARRIOR.dbo.DocumentDelivery
           WHERE EmployeeId = :WS-REPORT-ID
             AND Channel = 'D'
           ORDER BY SentDate, DocType
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-REG-PATH PIC X(100).
       01 WS-ARCHDED-PATH PIC X(100).
       01 WS-ARCHDED-STATUS PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY.
         05 WS-TODAY-YEAR PIC 9(4).
         05 FILLER PIC 9(4).

      *    WHO THE EXTRACT IS FOR: AN EMPLOYEE ID, OR A
      *    PERSONNUMMER WITH OR WITHOUT THE DASH.
       01 WS-SUBJECT-INPUT PIC X(13) VALUE SPACES.
       01 WS-SUBJECT-PNR PIC X(12) VALUE SPACES.
       01 WS-SUBJECT-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-REPORT-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-ID-DISP PIC 9(9).
       01 WS-EMPLOYMENT-COUNT PIC 9(3) VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 SUBJECT-EOF VALUE 1.
       01 WS-CURSOR-SWITCH PIC 9 VALUE 0.
         88 CURSOR-EOF VALUE 1.
       01 WS-ARCH-SWITCH PIC 9 VALUE 0.
         88 ARCH-EOF VALUE 1.

      *    THE ARCHIVED YEARS SCANNED FOR ONE EMPLOYMENT: FROM THE
      *    HIRE YEAR (OR, ON A ROW WITH NO HIRE DATE, THE YEAR THE
      *    PERSON TURNED SIXTEEN; TEN YEARS BACK WHEN NEITHER DATE
      *    IS ON FILE) UP TO THIS YEAR. A YEAR WITH NO ARCHIVE FILE
      *    WAS NEVER SWEPT AND IS SKIPPED.
       01 WS-ARCH-YEAR PIC 9(4).
       01 WS-FIRST-YEAR PIC 9(4).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
         05 WS-DW-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
       01 WS-ARCH-YEARS-FOUND PIC 9(3) VALUE 0.

       01 WS-SECTION-TITLE PIC X(60).
       01 WS-ROWS-FOUND PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-LOG-FAILED-COUNT PIC 9(3) VALUE 0.

      *    FETCH TARGETS THE COPYBOOKS DO NOT CARRY.
       01 WS-AGI-PERIOD PIC X(6).
       01 WS-AGI-GROSS PIC S9(09) COMP-5.
       01 WS-AGI-TAX PIC S9(09) COMP-5.
       01 WS-SCB-YEAR PIC X(4).
       01 WS-SCB-QUARTER PIC S9(09) COMP-5.
       01 WS-SCB-QTR-DISP PIC 9.

       01 WS-DATE-DISP PIC 9(8).
       01 WS-DATE-DISP2 PIC 9(8).
       01 WS-AMT-DISP PIC -ZZZ,ZZZ,ZZ9.
       01 WS-AMT-DISP2 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-AMT-DISP3 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-AMT-DISP4 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-RATE-DISP PIC -ZZ9.99.
       01 WS-DAYS-DISP PIC -ZZZ9.99.
       01 WS-DAYS-DISP2 PIC -ZZZ9.99.
       01 WS-COUNT-DISP PIC Z(6)9.

      *    THE PRODUCTION IS LOGGED THROUGH PersDataModule, ONE
      *    SessionLog ROW PER EMPLOYMENT THE EXTRACT COVERS.
       01 WS-PDM-FUNCTION PIC X(1) VALUE "L".
       01 WS-PDM-PROGRAM PIC X(10) VALUE "REGUTD01".
       01 WS-PDM-VALUE PIC X(20).
       01 WS-PDM-RESULT PIC X(1).
         88 PDM-ERROR VALUE "E".

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Register extract (registerutdrag)"
           PERFORM CONNECT-TO-DATABASE
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-OUTPUT-DIR
           PERFORM FIND-SUBJECT

           MOVE WS-SUBJECT-ID TO WS-ID-DISP
           MOVE SPACES TO WS-REG-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\registerutdrag_" DELIMITED BY SIZE
             WS-ID-DISP "_" WS-TODAY ".txt" DELIMITED BY SIZE
             INTO WS-REG-PATH

           OPEN OUTPUT REGFILE

           PERFORM WRITE-LETTER-HEAD

      *    WITHOUT A PERSONNUMMER ONLY THE ONE EMPLOYEE ID CAN BE
      *    TIED TO THE PERSON.
           IF WS-SUBJECT-PNR = SPACES
               MOVE WS-SUBJECT-ID TO WS-REPORT-ID
               PERFORM REPORT-ONE-EMPLOYMENT
           ELSE
               EXEC SQL
                   OPEN SubjectCursor
               END-EXEC

               PERFORM UNTIL SUBJECT-EOF
                   EXEC SQL
                       FETCH SubjectCursor INTO :WS-REPORT-ID
                   END-EXEC

                   EVALUATE SQLCODE
                       WHEN 100
                           SET SUBJECT-EOF TO TRUE
                       WHEN 0
                           PERFORM REPORT-ONE-EMPLOYMENT
                       WHEN OTHER
                           DISPLAY "REGUTD01: SQL ERROR ON FETCH, "
                             "CODE = " SQLCODE
                           ADD 1 TO WS-ERROR-COUNT
                           SET SUBJECT-EOF TO TRUE
                   END-EVALUATE
               END-PERFORM

               EXEC SQL
                   CLOSE SubjectCursor
               END-EXEC
           END-IF

           PERFORM WRITE-LETTER-FOOT

           CLOSE REGFILE

           DISPLAY "REGUTD01: extract covering " WS-EMPLOYMENT-COUNT
             " employment(s) written to " WS-REG-PATH

           IF WS-ERROR-COUNT > 0
               DISPLAY "REGUTD01: WARNING - " WS-ERROR-COUNT
                 " part(s) could not be read; the extract is marked"
                 " INCOMPLETE and must not be sent."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LOG-FAILED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "REGUTD01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       OPERATOR-SIGN-ON SECTION.
      *    THE EXTRACT SHOWS EVERYTHING UNMASKED, SO ONLY AN
      *    OPERATOR WITH PERSONAL-DATA AUTHORITY MAY PRODUCE ONE.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, COALESCE(AuthPersonalData, 'N')
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
                   DISPLAY "REGUTD01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   GOBACK
               WHEN NOT Operator-May-See-Personal-Data
                   DISPLAY "Operator " WS-OPERATOR-ID
                     " does not hold personal-data authority -"
                     " access refused."
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

       FIND-SUBJECT SECTION.
      *    TWELVE DIGITS (OR YYYYMMDD-NNNN) IS A PERSONNUMMER,
      *    ANY SHORTER NUMBER AN EMPLOYEE ID. EITHER WAY THE
      *    EMPLOYEE ROW FOUND IS THE LATEST EMPLOYMENT, WHOSE
      *    ADDRESS THE EXTRACT GOES TO.
           DISPLAY "Employee ID or personnummer: "
           ACCEPT WS-SUBJECT-INPUT

           IF WS-SUBJECT-INPUT(9:1) = "-"
               STRING WS-SUBJECT-INPUT(1:8) WS-SUBJECT-INPUT(10:4)
                 DELIMITED BY SIZE INTO WS-SUBJECT-PNR
           ELSE
               IF WS-SUBJECT-INPUT(1:12) IS NUMERIC
                   MOVE WS-SUBJECT-INPUT(1:12) TO WS-SUBJECT-PNR
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-SUBJECT-PNR NOT = SPACES
                   IF WS-SUBJECT-PNR IS NOT NUMERIC
                       DISPLAY "REGUTD01: personnummer must be "
                         "twelve digits."
                       GOBACK
                   END-IF

                   EXEC SQL
                       SELECT TOP 1 ID_EMPLOYEE
                       INTO :WS-SUBJECT-ID
                       FROM REDWARRIOR.dbo.Employees
                       WHERE PERSONNUMMER = :WS-SUBJECT-PNR
                       ORDER BY HIRE_DATE DESC, ID_EMPLOYEE DESC
                   END-EXEC
               WHEN FUNCTION TRIM(WS-SUBJECT-INPUT) IS NUMERIC
                   COMPUTE WS-SUBJECT-ID =
                     FUNCTION NUMVAL(WS-SUBJECT-INPUT)

                   EXEC SQL
                       SELECT COALESCE(PERSONNUMMER, ' ')
                       INTO :WS-SUBJECT-PNR
                       FROM REDWARRIOR.dbo.Employees
                       WHERE ID_EMPLOYEE = :WS-SUBJECT-ID
                   END-EXEC
               WHEN OTHER
                   DISPLAY "REGUTD01: enter an employee ID or a "
                     "personnummer."
                   GOBACK
           END-EVALUATE

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "REGUTD01: no employee on file for "
                     WS-SUBJECT-INPUT "."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "REGUTD01: SQL ERROR ON EMPLOYEE LOOKUP, "
                     "CODE = " SQLCODE
                   GOBACK
           END-EVALUATE

      *    AN ID ENTERED DIRECTLY MAY NOT BE THE LATEST EMPLOYMENT
      *    OF THE PERSON - THE LETTER GOES TO THE NEWEST ADDRESS.
           IF WS-SUBJECT-PNR NOT = SPACES
               EXEC SQL
                   SELECT TOP 1 ID_EMPLOYEE
                   INTO :WS-SUBJECT-ID
                   FROM REDWARRIOR.dbo.Employees
                   WHERE PERSONNUMMER = :WS-SUBJECT-PNR
                   ORDER BY HIRE_DATE DESC, ID_EMPLOYEE DESC
               END-EXEC
           END-IF

           MOVE WS-SUBJECT-ID TO Employees-ID-EMPLOYEE

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME,
               COALESCE(STREET, ' '), COALESCE(POSTAL_CODE, ' '),
               COALESCE(CITY, ' '), COALESCE(COUNTRY, ' '),
               COALESCE(PROTECTED_ID, 'N')
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME,
               :Employees-STREET, :Employees-POSTAL-CODE,
               :Employees-CITY, :Employees-COUNTRY,
               :Employees-PROTECTED-ID
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "REGUTD01: SQL ERROR ON ADDRESS LOOKUP, "
                 "CODE = " SQLCODE
               GOBACK
           END-IF

           DISPLAY "Extract for: " Employees-FIRST-NAME " "
             Employees-LAST-NAME

      *    A PROTECTED IDENTITY'S ADDRESS IS NEVER PRINTED, NOT EVEN
      *    ON THE PERSON'S OWN EXTRACT - IT GOES OUT THROUGH
      *    SKATTEVERKET'S FORWARDING INSTEAD.
           IF Employees-PROTECTED-IDENTITY
               MOVE SPACES TO Employees-STREET Employees-POSTAL-CODE
                 Employees-CITY Employees-COUNTRY
               DISPLAY "REGUTD01: protected identity - the extract "
                 "is written without an address, send it through "
                 "Skatteverket."
           ELSE
               IF Employees-STREET = SPACES
                   DISPLAY "REGUTD01: WARNING - no postal address on "
                     "file; the extract is written without one, fix "
                     "via EMPMAINT before mailing."
               END-IF
           END-IF.

       WRITE-LETTER-HEAD SECTION.
      *    ADDRESSED LIKE ANNSTM01'S STATEMENTS, FOR A WINDOW
      *    ENVELOPE - NAME AND POSTAL ADDRESS FIRST.
           MOVE SPACES TO FS-REGFILE
           STRING Employees-FIRST-NAME DELIMITED BY "  "
             " " DELIMITED BY SIZE
             Employees-LAST-NAME DELIMITED BY "  "
             INTO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           MOVE Employees-STREET TO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           STRING Employees-POSTAL-CODE " " Employees-CITY
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           IF Employees-COUNTRY NOT = SPACES
             AND Employees-COUNTRY NOT = "SE"
               MOVE SPACES TO FS-REGFILE
               MOVE Employees-COUNTRY TO FS-REGFILE
               WRITE FS-REGFILE
           END-IF

           MOVE SPACES TO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           STRING "REGISTER EXTRACT (REGISTERUTDRAG) - PAYROLL"
             "                   DATE " WS-TODAY
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           STRING "Every record the payroll system holds about you, "
             "as of the date above."
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           IF WS-SUBJECT-PNR NOT = SPACES
               MOVE SPACES TO FS-REGFILE
               STRING "Personnummer : " WS-SUBJECT-PNR
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE
           END-IF

           MOVE SPACES TO FS-REGFILE
           STRING "Produced by  : " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE.

       WRITE-LETTER-FOOT SECTION.
           MOVE SPACES TO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           STRING "========================================"
             "========================================"
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           MOVE WS-EMPLOYMENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FS-REGFILE
           STRING "End of extract - employment(s) covered:"
             WS-COUNT-DISP
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           IF WS-ERROR-COUNT > 0
               MOVE SPACES TO FS-REGFILE
               STRING "*** INCOMPLETE - PARTS OF THIS EXTRACT COULD "
                 "NOT BE READ - DO NOT SEND ***"
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE
           END-IF.

       REPORT-ONE-EMPLOYMENT SECTION.
           ADD 1 TO WS-EMPLOYMENT-COUNT

           PERFORM REPORT-MASTER
           PERFORM REPORT-SALARY-HISTORY
           PERFORM REPORT-BANK-ACCOUNTS
           PERFORM REPORT-ABSENCES
           PERFORM REPORT-BENEFITS
           PERFORM REPORT-TAX-DECISIONS
           PERFORM REPORT-GARNISHMENTS
           PERFORM REPORT-LOANS
           PERFORM REPORT-ENROLMENTS
           PERFORM REPORT-VACATION
           PERFORM REPORT-EXCEPTIONS
           PERFORM REPORT-HOLDS
           PERFORM REPORT-POPREG-CHANGES
           PERFORM REPORT-POSTINGS
           PERFORM REPORT-ARCHIVED-YEARS
           PERFORM REPORT-BANK-FILES
           PERFORM REPORT-PENSION-FILES
           PERFORM REPORT-AGI-FILES
           PERFORM REPORT-SCB-FILES
           PERFORM REPORT-MAILBOX-FILES

           PERFORM LOG-PRODUCTION.

       REPORT-MASTER SECTION.
           MOVE WS-REPORT-ID TO Employees-ID-EMPLOYEE
           MOVE WS-REPORT-ID TO WS-ID-DISP

           MOVE SPACES TO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           STRING "========================================"
             "========================================"
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           STRING "EMPLOYMENT - EMPLOYEE ID " WS-ID-DISP
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, BIRTH_DATE, SALARY,
               CHURCH, STATUS, CURRENCY_CODE, HIRE_DATE, TERM_DATE,
               DEPT_CODE, COMPANY_CODE, COALESCE(PERSONNUMMER, ' '),
               COALESCE(STREET, ' '), COALESCE(POSTAL_CODE, ' '),
               COALESCE(CITY, ' '), COALESCE(COUNTRY, ' '),
               COALESCE(PAY_TYPE, 'M'), COALESCE(HOURLY_RATE, 0),
               COALESCE(AGREEMENT_CODE, '01'),
               COALESCE(PAY_GROUP, '01'), COALESCE(JOB_CLASS, ' '),
               COALESCE(TERM_REASON, ' '), COALESCE(PROTECTED_ID, 'N')
               INTO :Employees-FIRST-NAME, :Employees-LAST-NAME,
               :Employees-BIRTH-DATE, :Employees-SALARY,
               :Employees-CHURCH, :Employees-STATUS,
               :Employees-CURRENCY-CODE, :Employees-HIRE-DATE,
               :Employees-TERM-DATE, :Employees-DEPT-CODE,
               :Employees-COMPANY-CODE, :Employees-PERSONNUMMER,
               :Employees-STREET, :Employees-POSTAL-CODE,
               :Employees-CITY, :Employees-COUNTRY,
               :Employees-PAY-TYPE, :Employees-HOURLY-RATE,
               :Employees-AGREEMENT-CODE, :Employees-PAY-GROUP,
               :Employees-JOB-CLASS, :Employees-TERM-REASON,
               :Employees-PROTECTED-ID
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           MOVE "Employee master (Employees)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           IF SQLCODE NOT = 0
               DISPLAY "REGUTD01: SQL ERROR ON EMPLOYEE MASTER, "
                 "CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
           ELSE
               MOVE SPACES TO FS-REGFILE
               STRING "  Name            : " Employees-FIRST-NAME " "
                 Employees-LAST-NAME
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE

               MOVE SPACES TO FS-REGFILE
               STRING "  Personnummer    : " Employees-PERSONNUMMER
                 "    Birth date: " Employees-BIRTH-DATE
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE

               IF Employees-PROTECTED-IDENTITY
                   MOVE SPACES TO FS-REGFILE
                   STRING "  Address         : protected identity -"
                     " not printed"
                     DELIMITED BY SIZE INTO FS-REGFILE
                   WRITE FS-REGFILE
               ELSE
                   MOVE SPACES TO FS-REGFILE
                   STRING "  Address         : " Employees-STREET
                     DELIMITED BY SIZE INTO FS-REGFILE
                   WRITE FS-REGFILE

                   MOVE SPACES TO FS-REGFILE
                   STRING "                    " Employees-POSTAL-CODE
                     " " Employees-CITY " " Employees-COUNTRY
                     DELIMITED BY SIZE INTO FS-REGFILE
                   WRITE FS-REGFILE
               END-IF

               MOVE SPACES TO FS-REGFILE
               STRING "  Company/dept    : " Employees-COMPANY-CODE
                 " / " Employees-DEPT-CODE
                 "    Job class: " Employees-JOB-CLASS
                 "    Agreement: " Employees-AGREEMENT-CODE
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE

               MOVE SPACES TO FS-REGFILE
               STRING "  Status          : " Employees-STATUS
                 "    Hired: " Employees-HIRE-DATE
                 "    Terminated: " Employees-TERM-DATE
                 "    Reason: " Employees-TERM-REASON
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE

               MOVE Employees-SALARY TO WS-AMT-DISP
               MOVE Employees-HOURLY-RATE TO WS-AMT-DISP2
               MOVE SPACES TO FS-REGFILE
               STRING "  Pay             : type " Employees-PAY-TYPE
                 "  salary" WS-AMT-DISP
                 "  hourly rate" WS-AMT-DISP2
                 " " Employees-CURRENCY-CODE
                 "  group " Employees-PAY-GROUP
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE

               MOVE SPACES TO FS-REGFILE
               STRING "  Church member   : " Employees-CHURCH
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE
           END-IF.

       REPORT-SALARY-HISTORY SECTION.
           MOVE "Salary history (SalaryHistory)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN SalaryHistCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH SalaryHistCursor INTO
                       :SalaryHistory-Salary,
                       :SalaryHistory-EffectiveFrom,
                       :SalaryHistory-EffectiveTo,
                       :SalaryHistory-RecordedDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE SalaryHistory-Salary TO WS-AMT-DISP
                       MOVE SalaryHistory-EffectiveFrom
                         TO WS-DATE-DISP
                       MOVE SalaryHistory-EffectiveTo
                         TO WS-DATE-DISP2
                       MOVE SPACES TO FS-REGFILE
                       STRING "  From " WS-DATE-DISP
                         " to " WS-DATE-DISP2
                         "  salary" WS-AMT-DISP
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SalaryHistCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-BANK-ACCOUNTS SECTION.
           MOVE "Bank accounts (BankAccounts)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN BankAcctCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH BankAcctCursor INTO
                       :BankAccounts-ClearingNumber,
                       :BankAccounts-AccountNumber,
                       :BankAccounts-AccountRank,
                       :BankAccounts-SplitMethod,
                       :BankAccounts-SplitValue,
                       :BankAccounts-ChangedDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE BankAccounts-AccountRank TO WS-COUNT-DISP
                       MOVE BankAccounts-SplitValue TO WS-AMT-DISP
                       MOVE BankAccounts-ChangedDate TO WS-DATE-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  Rank" WS-COUNT-DISP
                         "  " BankAccounts-ClearingNumber
                         "-" BankAccounts-AccountNumber
                         "  split " BankAccounts-SplitMethod
                         WS-AMT-DISP
                         "  changed " WS-DATE-DISP
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE BankAcctCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-ABSENCES SECTION.
           MOVE "Absences (Absences)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN AbsenceCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH AbsenceCursor INTO
                       :Absences-AbsenceType,
                       :Absences-FromDate,
                       :Absences-ToDate,
                       :Absences-ExtentUnit,
                       :Absences-ExtentValue
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE Absences-ExtentValue TO WS-DAYS-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " Absences-AbsenceType
                         "  " Absences-FromDate
                         " - " Absences-ToDate
                         "  extent " Absences-ExtentUnit
                         WS-DAYS-DISP
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AbsenceCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-BENEFITS SECTION.
           MOVE "Benefits in kind (Benefits)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN BenefitCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH BenefitCursor INTO
                       :Benefits-BenefitCode,
                       :Benefits-MonthlyValue,
                       :Benefits-EffectiveFrom,
                       :Benefits-EffectiveTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE Benefits-MonthlyValue TO WS-AMT-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " Benefits-BenefitCode
                         "  from " Benefits-EffectiveFrom
                         " to " Benefits-EffectiveTo
                         "  monthly value" WS-AMT-DISP
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE BenefitCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-TAX-DECISIONS SECTION.
           MOVE "Tax decisions (TaxDecisions)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN TaxDecCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH TaxDecCursor INTO
                       :TaxDecisions-DecisionType,
                       :TaxDecisions-DecidedRate,
                       :TaxDecisions-DecisionReference,
                       :TaxDecisions-EffectiveFrom,
                       :TaxDecisions-EffectiveTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE TaxDecisions-DecidedRate TO WS-RATE-DISP
                       MOVE TaxDecisions-EffectiveFrom
                         TO WS-DATE-DISP
                       MOVE TaxDecisions-EffectiveTo
                         TO WS-DATE-DISP2
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " TaxDecisions-DecisionType
                         "  rate" WS-RATE-DISP
                         "  ref " TaxDecisions-DecisionReference
                         "  " WS-DATE-DISP " - " WS-DATE-DISP2
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE TaxDecCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-GARNISHMENTS SECTION.
           MOVE "Garnishments (Garnishments)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN GarnishCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH GarnishCursor INTO
                       :Garnishments-CaseReference,
                       :Garnishments-TotalOwed,
                       :Garnishments-PeriodMax,
                       :Garnishments-RemainingBalance,
                       :Garnishments-Status
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE Garnishments-TotalOwed TO WS-AMT-DISP
                       MOVE Garnishments-PeriodMax TO WS-AMT-DISP2
                       MOVE Garnishments-RemainingBalance
                         TO WS-AMT-DISP3
                       MOVE SPACES TO FS-REGFILE
                       STRING "  Case " Garnishments-CaseReference
                         " owed" WS-AMT-DISP
                         " per period" WS-AMT-DISP2
                         " left" WS-AMT-DISP3
                         " " Garnishments-Status
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE GarnishCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-LOANS SECTION.
           MOVE "Loans and advances (Loans)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN LoanCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH LoanCursor INTO
                       :Loans-LoanId,
                       :Loans-Principal,
                       :Loans-Installment,
                       :Loans-RemainingBalance,
                       :Loans-Status
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE Loans-LoanId TO WS-COUNT-DISP
                       MOVE Loans-Principal TO WS-AMT-DISP
                       MOVE Loans-Installment TO WS-AMT-DISP2
                       MOVE Loans-RemainingBalance TO WS-AMT-DISP3
                       MOVE SPACES TO FS-REGFILE
                       STRING "  Loan" WS-COUNT-DISP
                         " principal" WS-AMT-DISP
                         " instalment" WS-AMT-DISP2
                         " left" WS-AMT-DISP3
                         " " Loans-Status
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE LoanCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-ENROLMENTS SECTION.
           MOVE "Deduction enrolments (DeductionEnroll)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN EnrollCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH EnrollCursor INTO
                       :DeductionEnroll-DeductCode
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE SPACES TO FS-REGFILE
                       STRING "  Deduction code "
                         DeductionEnroll-DeductCode
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE EnrollCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-VACATION SECTION.
           MOVE "Vacation balance (VacationBalance)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE WS-REPORT-ID TO VacationBalance-EmployeeId

           EXEC SQL
               SELECT DaysEarned, DaysTaken, AccruedPay
               INTO :VacationBalance-DaysEarned,
               :VacationBalance-DaysTaken,
               :VacationBalance-AccruedPay
               FROM REDWARRIOR.dbo.VacationBalance
               WHERE EmployeeId = :VacationBalance-EmployeeId
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   CONTINUE
               WHEN 0
                   ADD 1 TO WS-ROWS-FOUND
                   MOVE VacationBalance-DaysEarned TO WS-DAYS-DISP
                   MOVE VacationBalance-DaysTaken TO WS-DAYS-DISP2
                   MOVE VacationBalance-AccruedPay TO WS-AMT-DISP
                   MOVE SPACES TO FS-REGFILE
                   STRING "  Days earned" WS-DAYS-DISP
                     "  days taken" WS-DAYS-DISP2
                     "  accrued vacation pay" WS-AMT-DISP
                     DELIMITED BY SIZE INTO FS-REGFILE
                   WRITE FS-REGFILE
               WHEN OTHER
                   DISPLAY "REGUTD01: SQL ERROR ON VACATION BALANCE, "
                     "CODE = " SQLCODE
                   PERFORM WRITE-READ-ERROR
           END-EVALUATE

           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-EXCEPTIONS SECTION.
           MOVE "Payroll exceptions (ExceptionLog)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN ExceptionCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH ExceptionCursor INTO
                       :ExceptionLog-Period,
                       :ExceptionLog-Reason,
                       :ExceptionLog-RunDate,
                       :ExceptionLog-Status
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE ExceptionLog-RunDate TO WS-DATE-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " ExceptionLog-Period
                         " " WS-DATE-DISP
                         " " ExceptionLog-Reason
                         " " ExceptionLog-Status
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ExceptionCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-HOLDS SECTION.
           MOVE "Held payments (PayrollHold)" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN HoldCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH HoldCursor INTO
                       :PayrollHold-Period,
                       :PayrollHold-CompanyCode,
                       :PayrollHold-ComputedNet,
                       :PayrollHold-PreviousNet,
                       :PayrollHold-Reason,
                       :PayrollHold-Status,
                       :PayrollHold-HeldDate,
                       :PayrollHold-ReviewedBy
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE PayrollHold-ComputedNet TO WS-AMT-DISP
                       MOVE PayrollHold-PreviousNet TO WS-AMT-DISP2
                       MOVE PayrollHold-HeldDate TO WS-DATE-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " PayrollHold-Period
                         " co " PayrollHold-CompanyCode
                         " held " WS-DATE-DISP
                         " net" WS-AMT-DISP
                         " previous" WS-AMT-DISP2
                         " " PayrollHold-Status
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE

                       MOVE SPACES TO FS-REGFILE
                       STRING "           " PayrollHold-Reason
                         " reviewed by " PayrollHold-ReviewedBy
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE HoldCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-POPREG-CHANGES SECTION.
           MOVE "Population register changes (PopRegChange)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN PopRegCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH PopRegCursor INTO
                       :PopRegChange-ChangeType,
                       :PopRegChange-EventDate,
                       :PopRegChange-BeforeImage,
                       :PopRegChange-AfterImage,
                       :PopRegChange-ImportDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
      *                NO ADDRESS, PAST OR PRESENT, IS PRINTED FOR A
      *                PROTECTED IDENTITY.
                       IF Employees-PROTECTED-IDENTITY
                         AND PopRegChange-Address
                           MOVE "PROTECTED IDENTITY"
                             TO PopRegChange-BeforeImage
                           MOVE "PROTECTED IDENTITY"
                             TO PopRegChange-AfterImage
                       END-IF
                       MOVE PopRegChange-EventDate TO WS-DATE-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " PopRegChange-ChangeType
                         " event " WS-DATE-DISP
                         " from: " PopRegChange-BeforeImage
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE

                       MOVE PopRegChange-ImportDate TO WS-DATE-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  imported " WS-DATE-DISP
                         "       to: " PopRegChange-AfterImage
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PopRegCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-POSTINGS SECTION.
           MOVE "Pay postings (EmployeeDeductions)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE SPACES TO FS-REGFILE
           STRING "  Period Co T        Gross          Tax"
             "          Fee          Net Paid on"
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           EXEC SQL
               OPEN PostingCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH PostingCursor INTO
                       :EmployeeDeductions-Period,
                       :EmployeeDeductions-CompanyCode,
                       :EmployeeDeductions-PayType,
                       :EmployeeDeductions-Salary,
                       :EmployeeDeductions-TaxAmount,
                       :EmployeeDeductions-FeeAmount,
                       :EmployeeDeductions-NetSalary,
                       :EmployeeDeductions-PaymentDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE EmployeeDeductions-Salary TO WS-AMT-DISP
                       MOVE EmployeeDeductions-TaxAmount
                         TO WS-AMT-DISP2
                       MOVE EmployeeDeductions-FeeAmount
                         TO WS-AMT-DISP3
                       MOVE EmployeeDeductions-NetSalary
                         TO WS-AMT-DISP4
                       MOVE EmployeeDeductions-PaymentDate
                         TO WS-DATE-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " EmployeeDeductions-Period
                         " " EmployeeDeductions-CompanyCode
                         " " EmployeeDeductions-PayType
                         WS-AMT-DISP WS-AMT-DISP2
                         WS-AMT-DISP3 WS-AMT-DISP4
                         " " WS-DATE-DISP
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PostingCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-ARCHIVED-YEARS SECTION.
      *    POSTINGS ARCH01 HAS MOVED OFF THE LIVE TABLES. THE TAX
      *    AND FEE ARCHIVES REPEAT THE AMOUNTS ALREADY ON EACH
      *    DEDUCTION RECORD, SO THE DEDUCTION ARCHIVE ALONE IS READ.
           MOVE "Archived pay postings (archded_YYYY.dat)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE Employees-HIRE-DATE TO WS-DATE-WORK
           IF WS-DATE-WORK = 0
               MOVE Employees-BIRTH-DATE TO WS-DATE-WORK
               ADD 16 TO WS-DW-YEAR
           END-IF
           MOVE WS-DW-YEAR TO WS-FIRST-YEAR
           IF WS-DATE-WORK < 19000101
               COMPUTE WS-FIRST-YEAR = WS-TODAY-YEAR - 10
           END-IF
           MOVE 0 TO WS-ARCH-YEARS-FOUND

           PERFORM VARYING WS-ARCH-YEAR FROM WS-FIRST-YEAR BY 1
             UNTIL WS-ARCH-YEAR > WS-TODAY-YEAR
               PERFORM SCAN-ONE-ARCHIVE-YEAR
           END-PERFORM

           MOVE WS-ARCH-YEARS-FOUND TO WS-COUNT-DISP
           MOVE SPACES TO FS-REGFILE
           STRING "  Archived years searched:" WS-COUNT-DISP
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE

           PERFORM WRITE-NONE-IF-EMPTY.

       SCAN-ONE-ARCHIVE-YEAR SECTION.
           MOVE SPACES TO WS-ARCHDED-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\archded_" DELIMITED BY SIZE
             WS-ARCH-YEAR ".dat" DELIMITED BY SIZE
             INTO WS-ARCHDED-PATH

           OPEN INPUT ARCHDEDFILE
           IF WS-ARCHDED-STATUS = "00"
               ADD 1 TO WS-ARCH-YEARS-FOUND
               MOVE 0 TO WS-ARCH-SWITCH
               MOVE WS-REPORT-ID TO WS-ID-DISP

               PERFORM UNTIL ARCH-EOF
                   READ ARCHDEDFILE
                       AT END
                           SET ARCH-EOF TO TRUE
                       NOT AT END
                           IF ARCH-DED-EMPLOYEE = WS-ID-DISP
                               PERFORM WRITE-ARCHIVED-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARCHDEDFILE
           END-IF.

       WRITE-ARCHIVED-ROW SECTION.
           ADD 1 TO WS-ROWS-FOUND
           MOVE ARCH-DED-SALARY TO WS-AMT-DISP
           MOVE ARCH-DED-TAX TO WS-AMT-DISP2
           MOVE ARCH-DED-FEE TO WS-AMT-DISP3
           MOVE ARCH-DED-NET TO WS-AMT-DISP4

           MOVE SPACES TO FS-REGFILE
           STRING "  " ARCH-DED-PERIOD
             " " ARCH-DED-COMPANY
             "  " WS-AMT-DISP WS-AMT-DISP2
             WS-AMT-DISP3 WS-AMT-DISP4
             " " ARCH-DED-CURRENCY " " ARCH-DED-DEPT
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE.

       REPORT-BANK-FILES SECTION.
           MOVE "Sent to the bank (salary payment files)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN DisburseCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH DisburseCursor INTO
                       :DisburseRegister-Period,
                       :DisburseRegister-SentDate,
                       :DisburseRegister-ClearingNumber,
                       :DisburseRegister-AccountNumber,
                       :DisburseRegister-Amount,
                       :DisburseRegister-Status
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE DisburseRegister-SentDate TO WS-DATE-DISP
                       MOVE DisburseRegister-Amount TO WS-AMT-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " WS-DATE-DISP
                         " period " DisburseRegister-Period
                         " " DisburseRegister-ClearingNumber
                         "-" DisburseRegister-AccountNumber
                         WS-AMT-DISP
                         " " DisburseRegister-Status
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE DisburseCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-PENSION-FILES SECTION.
           MOVE "Sent to the pension provider (premium files)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN PensionCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH PensionCursor INTO
                       :PensionContrib-Period,
                       :PensionContrib-EmployeeAmount,
                       :PensionContrib-EmployerAmount,
                       :PensionContrib-Status
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE PensionContrib-EmployeeAmount
                         TO WS-AMT-DISP
                       MOVE PensionContrib-EmployerAmount
                         TO WS-AMT-DISP2
                       MOVE SPACES TO FS-REGFILE
                       STRING "  Period " PensionContrib-Period
                         " employee" WS-AMT-DISP
                         " employer" WS-AMT-DISP2
                         " " PensionContrib-Status
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PensionCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-AGI-FILES SECTION.
           MOVE "Reported to Skatteverket (AGI individual records)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN AgiCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH AgiCursor INTO
                       :WS-AGI-PERIOD,
                       :EmployeeDeductions-CompanyCode,
                       :WS-AGI-GROSS,
                       :WS-AGI-TAX
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE WS-AGI-GROSS TO WS-AMT-DISP
                       MOVE WS-AGI-TAX TO WS-AMT-DISP2
                       MOVE SPACES TO FS-REGFILE
                       STRING "  Declaration " WS-AGI-PERIOD
                         " company " EmployeeDeductions-CompanyCode
                         " gross" WS-AMT-DISP
                         " tax" WS-AMT-DISP2
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AgiCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-SCB-FILES SECTION.
           MOVE "Statistics Sweden (department totals only)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN ScbCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH ScbCursor INTO
                       :WS-SCB-YEAR,
                       :WS-SCB-QUARTER,
                       :EmployeeDeductions-CompanyCode,
                       :EmployeeDeductions-DeptCode
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE WS-SCB-QUARTER TO WS-SCB-QTR-DISP
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " WS-SCB-YEAR " Q" WS-SCB-QTR-DISP
                         " company " EmployeeDeductions-CompanyCode
                         " dept " EmployeeDeductions-DeptCode
                         " - counted, no individual data sent"
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ScbCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       REPORT-MAILBOX-FILES SECTION.
           MOVE "Sent to the digital mailbox provider"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN MailboxCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH MailboxCursor INTO
                       :DocumentDelivery-DocType,
                       :DocumentDelivery-DocPeriod,
                       :DocumentDelivery-Channel,
                       :DocumentDelivery-Status,
                       :DocumentDelivery-SentDate,
                       :DocumentDelivery-ReturnDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE DocumentDelivery-SentDate TO WS-DATE-DISP
                       MOVE DocumentDelivery-ReturnDate
                         TO WS-DATE-DISP2
                       MOVE SPACES TO FS-REGFILE
                       STRING "  " WS-DATE-DISP
                         " document " DocumentDelivery-DocType
                         " " DocumentDelivery-DocPeriod
                         " " DocumentDelivery-Status
                         " confirmed " WS-DATE-DISP2
                         DELIMITED BY SIZE INTO FS-REGFILE
                       WRITE FS-REGFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE MailboxCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-SECTION-HEADING SECTION.
           MOVE 0 TO WS-ROWS-FOUND
           MOVE 0 TO WS-CURSOR-SWITCH

           MOVE SPACES TO FS-REGFILE
           WRITE FS-REGFILE

           MOVE SPACES TO FS-REGFILE
           MOVE WS-SECTION-TITLE TO FS-REGFILE
           WRITE FS-REGFILE.

       CHECK-CURSOR-OPEN SECTION.
           IF SQLCODE NOT = 0
               DISPLAY "REGUTD01: SQL ERROR ON OPEN FOR "
                 WS-SECTION-TITLE ", CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
               SET CURSOR-EOF TO TRUE
           END-IF.

       CURSOR-READ-FAILED SECTION.
           DISPLAY "REGUTD01: SQL ERROR ON FETCH FOR "
             WS-SECTION-TITLE ", CODE = " SQLCODE
           PERFORM WRITE-READ-ERROR
           SET CURSOR-EOF TO TRUE.

       WRITE-READ-ERROR SECTION.
      *    A PART THAT COULD NOT BE READ IS SAID SO IN THE EXTRACT
      *    ITSELF - IT MUST NEVER LOOK LIKE "NOTHING ON FILE".
           ADD 1 TO WS-ERROR-COUNT
           ADD 1 TO WS-ROWS-FOUND
           MOVE SPACES TO FS-REGFILE
           STRING "  *** COULD NOT BE READ - EXTRACT INCOMPLETE ***"
             DELIMITED BY SIZE INTO FS-REGFILE
           WRITE FS-REGFILE.

       WRITE-NONE-IF-EMPTY SECTION.
           IF WS-ROWS-FOUND = 0
               MOVE SPACES TO FS-REGFILE
               STRING "  (nothing on file)"
                 DELIMITED BY SIZE INTO FS-REGFILE
               WRITE FS-REGFILE
           END-IF.

       LOG-PRODUCTION SECTION.
           MOVE "REGISTERUTDRAG" TO WS-PDM-VALUE

           CALL "PersDataModule" USING WS-PDM-FUNCTION
                                       WS-OPERATOR-ID
                                       Operators-AuthPersonalData
                                       WS-PDM-PROGRAM
                                       WS-REPORT-ID
                                       WS-PDM-VALUE
                                       WS-PDM-RESULT
           END-CALL

           IF PDM-ERROR
               DISPLAY "REGUTD01: WARNING - the extract for employee "
                 WS-ID-DISP " could not be logged - note its "
                 "production by hand."
               ADD 1 TO WS-LOG-FAILED-COUNT
           END-IF.
