       FILE-CONTROL.
      *    THE MONTHLY INDIVIDUAL-LEVEL EMPLOYER DECLARATION (AGI)
      *    FOR SKATTEVERKET: ONE POST PER EMPLOYEE WITH GROSS, TAX
      *    WITHHELD AND EMPLOYER CONTRIBUTIONS (WITH THE COVERAGE
      *    BASIS AND COUNTRY FOR STAFF INSURED ABROAD), PLUS THE
      *    EMPLOYER-LEVEL TOTALS BLOCK.
           SELECT AGIFILE ASSIGN TO WS-AGIFILE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY "EMPLOYEES.CPY".
       COPY "EmployeeDeductions.cpy".
       COPY "EmployerTaxAccrual.cpy".
       COPY "SocialCoverage.cpy".
       COPY "RunAudit.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
      *    OFFSET ROWS FOLD TOGETHER THE WAY THE AUTHORITY EXPECTS.
      *    THE AUTHORITY IDENTIFIES EACH POST BY PERSONNUMMER -
      *    THE INTERNAL EMPLOYEE ID ONLY KEYS THE LOOKUPS HERE.
      *    THE GROSS IS ALREADY NET OF ANY SALARY EXCHANGE; THE
      *    AMOUNT EXCHANGED FOR PENSION IS DECLARED BESIDE IT.
      *    THE DECLARATION FOLLOWS THE MONTH OF PAYMENT: A ROW PAID
      *    ON A LATER MONTH'S VALUE DATE (DECEMBER PAY ON 2 JANUARY,
      *    BACK PAY) IS DECLARED THERE; A ROW NOT YET PAID STILL
      *    FALLS IN ITS EARNING PERIOD.
      *    PAY TO A DECEASED EMPLOYEE'S ESTATE (EstatePay "Y") IS
      *    SUMMED APART - IT IS DECLARED AS CASH THAT IS NOT A BASIS
      *    FOR TAX DEDUCTION, NOT AS GROSS PAY.
           EXEC SQL
           DECLARE AgiCursor CURSOR FOR
           SELECT D.EmployeeId, COALESCE(E.PERSONNUMMER, ' '),
           SUM(D.Salary) + SUM(COALESCE(D.BenefitValue, 0)),
           SUM(D.TaxAmount),
           SUM(COALESCE(D.SalaryExchange, 0)),
           SUM(CASE WHEN COALESCE(D.EstatePay, 'N') = 'Y'
             THEN D.Salary + COALESCE(D.BenefitValue, 0)
             ELSE 0 END)
           FROM REDWARRIOR.dbo.EmployeeDeductions D,
           REDWARRIOR.dbo.Employees E
           WHERE COALESCE(D.PaidPeriod, D.Period) = :WS-AGI-PERIOD
             AND D.CompanyCode = :WS-RUN-COMPANY
             AND E.ID_EMPLOYEE = D.EmployeeId
           GROUP BY D.EmployeeId, E.PERSONNUMMER
       01 WS-CTLRPT-PATH PIC X(80).

       01 WS-AGI-PERIOD PIC X(6).
      *    THE DECLARED MONTH AS A DATE RANGE FOR THE COVERAGE
      *    LOOKUP - DAY 31 SORTS AFTER EVERY REAL DAY OF ANY MONTH.
       01 WS-AGI-FROM-TEXT PIC X(8).
       01 WS-AGI-FROM PIC S9(09) COMP-5 VALUE 0.
       01 WS-AGI-TO PIC S9(09) COMP-5 VALUE 0.
       01 WS-COVERAGE-FLAG PIC 9 VALUE 0.
         88 EMPLOYEE-COVERED-ABROAD VALUE 1.
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).

       01 WS-EMP-GROSS PIC S9(09) COMP-5.
       01 WS-EMP-TAX PIC S9(09) COMP-5.
       01 WS-EMP-EMPTAX PIC S9(09) COMP-5.
       01 WS-EMP-EXCHANGE PIC S9(09) COMP-5.
       01 WS-EMP-ESTATE PIC S9(09) COMP-5.

       01 WS-POST-COUNT PIC 9(5) VALUE 0.
       01 WS-SUM-GROSS PIC S9(11) VALUE 0.
       01 WS-SUM-TAX PIC S9(11) VALUE 0.
       01 WS-SUM-EMPTAX PIC S9(11) VALUE 0.
       01 WS-SUM-EXCHANGE PIC S9(11) VALUE 0.
       01 WS-SUM-ESTATE PIC S9(11) VALUE 0.

       01 WS-GROSS-DISP PIC 9(9).
       01 WS-TAX-DISP PIC 9(9).
       01 WS-EMPTAX-DISP PIC 9(9).
       01 WS-EXCHANGE-DISP PIC 9(9).
       01 WS-ESTATE-DISP PIC 9(9).
       01 WS-ID-DISP PIC 9(9).
       01 WS-COUNT-DISP PIC 9(5).

       01 WS-AUDIT-DATE-DISP PIC 9(8).
       01 WS-AUDIT-COUNT-DISP PIC 9(5).

      *    ROWS EARNED IN THE PERIOD THAT NO BANK FILE HAS PAID YET -
      *    DECLARED HERE UNDER THEIR EARNING PERIOD, BUT THEY MOVE
      *    TO THE PAYMENT MONTH IF PAID LATER, SO DISBURSE FIRST.
       01 WS-UNPAID-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-UNPAID-DISP PIC 9(5).

       PROCEDURE DIVISION.

       MAIN SECTION.
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           MOVE SPACES TO WS-AGI-FROM-TEXT
           STRING WS-AGI-PERIOD "01" DELIMITED BY SIZE
             INTO WS-AGI-FROM-TEXT
           MOVE WS-AGI-FROM-TEXT TO WS-AGI-FROM
           COMPUTE WS-AGI-TO = WS-AGI-FROM + 30

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM CHECK-OUTBOUND-REGISTER

           OPEN OUTPUT AGIFILE

                       :EmployeeDeductions-EmployeeId,
                       :Employees-PERSONNUMMER,
                       :WS-EMP-GROSS,
                       :WS-EMP-TAX,
                       :WS-EMP-EXCHANGE,
                       :WS-EMP-ESTATE
               END-EXEC

               EVALUATE SQLCODE
           CLOSE AGIFILE

           PERFORM WRITE-CONTROL-REPORT
           PERFORM REGISTER-OUTBOUND-FILE

           DISPLAY "AGIDEC01: " WS-POST-COUNT
             " individual post(s) declared for period "
             "\agi_control.txt" DELIMITED BY SIZE
             INTO WS-CTLRPT-PATH.

       CHECK-OUTBOUND-REGISTER SECTION.
      *    A DECLARATION STILL SENT OR ACCEPTED FOR THE PERIOD IS
      *    NOT DECLARED AGAIN - A CORRECTION GOES OUT ONLY AFTER
      *    SKATTEVERKET REJECTED THE FIRST OR IT WAS WITHDRAWN.
           MOVE "AGI" TO WS-OFR-FILE-TYPE
           MOVE WS-AGIFILE-PATH TO WS-OFR-FILE-NAME
           MOVE "SKATTEVERKET" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-AGI-PERIOD TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           MOVE "AGIDEC01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-RESEND-REFUSED
                   DISPLAY "AGIDEC01: no declaration produced."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OFR-ERROR
                   DISPLAY "AGIDEC01: outbound file register not "
                     "available - no declaration produced."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REGISTER-OUTBOUND-FILE SECTION.
           MOVE WS-SUM-GROSS TO WS-OFR-CONTROL-SUM-1
           MOVE WS-SUM-TAX TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "AGIDEC01: WARNING - " WS-AGIFILE-PATH
                 " is not registered as sent; do not upload it "
                 "before the register is checked."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
               INTO :WS-EMP-EMPTAX
               FROM REDWARRIOR.dbo.EmployerTaxAccrual
               WHERE EmployeeId = :EmployerTaxAccrual-EmployeeId
                 AND COALESCE(PaidPeriod, Period) = :WS-AGI-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

                 "LOOKUP, CODE = " SQLCODE
           END-IF

      *    THE ESTATE'S SHARE COMES OUT OF THE GROSS PAY FIGURE.
           SUBTRACT WS-EMP-ESTATE FROM WS-EMP-GROSS

           ADD 1 TO WS-POST-COUNT
           ADD WS-EMP-GROSS TO WS-SUM-GROSS
           ADD WS-EMP-ESTATE TO WS-SUM-ESTATE
           ADD WS-EMP-TAX TO WS-SUM-TAX
           ADD WS-EMP-EMPTAX TO WS-SUM-EMPTAX
           ADD WS-EMP-EXCHANGE TO WS-SUM-EXCHANGE

           MOVE EmployeeDeductions-EmployeeId TO WS-ID-DISP
           IF Employees-PERSONNUMMER = SPACES
           MOVE WS-EMP-GROSS TO WS-GROSS-DISP
           MOVE WS-EMP-TAX TO WS-TAX-DISP
           MOVE WS-EMP-EMPTAX TO WS-EMPTAX-DISP
           MOVE WS-EMP-EXCHANGE TO WS-EXCHANGE-DISP
           MOVE WS-EMP-ESTATE TO WS-ESTATE-DISP

           MOVE "  <Individual>" TO FS-AGIFILE
           WRITE FS-AGIFILE
             DELIMITED BY SIZE INTO FS-AGIFILE
           WRITE FS-AGIFILE

           IF WS-EMP-EXCHANGE > 0
               MOVE SPACES TO FS-AGIFILE
               STRING "    <SalaryExchange>" WS-EXCHANGE-DISP
                 "</SalaryExchange>"
                 DELIMITED BY SIZE INTO FS-AGIFILE
               WRITE FS-AGIFILE
           END-IF

           IF WS-EMP-ESTATE > 0
               MOVE SPACES TO FS-AGIFILE
               STRING "    <PaidToEstate>" WS-ESTATE-DISP
                 "</PaidToEstate>"
                 DELIMITED BY SIZE INTO FS-AGIFILE
               WRITE FS-AGIFILE
           END-IF

           PERFORM LOOK-UP-COVERAGE
           IF EMPLOYEE-COVERED-ABROAD
               PERFORM WRITE-COVERAGE-BLOCK
           END-IF

           MOVE "  </Individual>" TO FS-AGIFILE
           WRITE FS-AGIFILE.

       LOOK-UP-COVERAGE SECTION.
      *    AN EMPLOYEE HOLDING AN A1 OR CONVENTION CERTIFICATE IN
      *    THE DECLARED MONTH IS DECLARED WITH THE BASIS THE
      *    EMPLOYER CHARGE WAS REDUCED ON AND THE COUNTRY THAT
      *    COVERS THEM - THE LATEST CERTIFICATE IF TWO SHARE THE
      *    MONTH, AS A RENEWAL DOES.
           MOVE 0 TO WS-COVERAGE-FLAG
           MOVE EmployeeDeductions-EmployeeId
             TO SocialCoverage-EmployeeId

           EXEC SQL
               SELECT TOP 1 CoverageType, CountryCode,
               CertificateRef
               INTO :SocialCoverage-CoverageType,
               :SocialCoverage-CountryCode,
               :SocialCoverage-CertificateRef
               FROM REDWARRIOR.dbo.SocialCoverage
               WHERE EmployeeId = :SocialCoverage-EmployeeId
                 AND ValidFrom <= :WS-AGI-TO
                 AND (ValidTo = 0 OR ValidTo >= :WS-AGI-FROM)
               ORDER BY ValidFrom DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET EMPLOYEE-COVERED-ABROAD TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AGIDEC01: SQL ERROR ON COVERAGE "
                     "LOOKUP, CODE = " SQLCODE
           END-EVALUATE.

       WRITE-COVERAGE-BLOCK SECTION.
      *    ContributionBasis: NONE - NOT A BASE FOR SWEDISH EMPLOYER
      *    CHARGES; ALPA - A BASE FOR THE GENERAL PAYROLL TAX ONLY.
           MOVE "    <SocialSecurityCoverage>" TO FS-AGIFILE
           WRITE FS-AGIFILE

           MOVE SPACES TO FS-AGIFILE
           STRING "      <ContributionBasis>"
             SocialCoverage-CoverageType "</ContributionBasis>"
             DELIMITED BY SIZE INTO FS-AGIFILE
           WRITE FS-AGIFILE

           MOVE SPACES TO FS-AGIFILE
           STRING "      <CoverageCountry>"
             SocialCoverage-CountryCode "</CoverageCountry>"
             DELIMITED BY SIZE INTO FS-AGIFILE
           WRITE FS-AGIFILE

           MOVE SPACES TO FS-AGIFILE
           STRING "      <CertificateReference>"
             SocialCoverage-CertificateRef DELIMITED BY "  "
             "</CertificateReference>" DELIMITED BY SIZE
             INTO FS-AGIFILE
           WRITE FS-AGIFILE

           MOVE "    </SocialSecurityCoverage>" TO FS-AGIFILE
           WRITE FS-AGIFILE.

       WRITE-EMPLOYER-TOTALS SECTION.
           MOVE WS-POST-COUNT TO WS-COUNT-DISP

             DELIMITED BY SIZE INTO FS-AGIFILE
           WRITE FS-AGIFILE

           MOVE SPACES TO FS-AGIFILE
           STRING "    <SalaryExchangeTotal>" WS-SUM-EXCHANGE
             "</SalaryExchangeTotal>"
             DELIMITED BY SIZE INTO FS-AGIFILE
           WRITE FS-AGIFILE

           MOVE SPACES TO FS-AGIFILE
           STRING "    <PaidToEstateTotal>" WS-SUM-ESTATE
             "</PaidToEstateTotal>"
             DELIMITED BY SIZE INTO FS-AGIFILE
           WRITE FS-AGIFILE

           MOVE "  </EmployerTotals>" TO FS-AGIFILE
           WRITE FS-AGIFILE.

             DELIMITED BY SIZE INTO FS-CTLRPTFILE
           WRITE FS-CTLRPTFILE

           MOVE SPACES TO FS-CTLRPTFILE
           STRING "Salary exchanged for pension " WS-SUM-EXCHANGE
             DELIMITED BY SIZE INTO FS-CTLRPTFILE
           WRITE FS-CTLRPTFILE

           MOVE SPACES TO FS-CTLRPTFILE
           STRING "Paid to estates (no tax deduction basis) "
             WS-SUM-ESTATE
             DELIMITED BY SIZE INTO FS-CTLRPTFILE
           WRITE FS-CTLRPTFILE

           IF WS-AUDIT-ID > 0
               MOVE WS-AUDIT-ID TO WS-AUDIT-ID-DISP
               MOVE WS-AUDIT-DATE TO WS-AUDIT-DATE-DISP
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM NOTE-UNPAID-ROWS

           CLOSE CTLRPTFILE.

       NOTE-UNPAID-ROWS SECTION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-UNPAID-COUNT
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE Period = :WS-AGI-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND PaidPeriod IS NULL
           END-EXEC

           IF SQLCODE = 0 AND WS-UNPAID-COUNT > 0
               MOVE WS-UNPAID-COUNT TO WS-UNPAID-DISP
               MOVE SPACES TO FS-CTLRPTFILE
               STRING "*** " WS-UNPAID-DISP " ROW(S) EARNED IN THIS "
                 "PERIOD NOT YET DISBURSED - DECLARED UNDER THE "
                 "EARNING PERIOD ***"
                 DELIMITED BY SIZE INTO FS-CTLRPTFILE
               WRITE FS-CTLRPTFILE
               DISPLAY "AGIDEC01: WARNING - " WS-UNPAID-DISP
                 " row(s) for period " WS-AGI-PERIOD
                 " have no payment date - run DISBUR01 before "
                 "declaring."
               MOVE 4 TO RETURN-CODE
           END-IF.
