       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORA01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ANNUAL WAGE REPORT (LONERAPPORT) FOR THE AGREEMENT
      *    INSURER (FORA / AFA), WHICH INVOICES THE YEAR'S PREMIUMS
      *    FROM IT: ONE FD RECORD PER EMPLOYEE AND INSURANCE WITH THE
      *    YEAR'S GROSS, WHAT THE INSURER EXCLUDES, THE PREMIUM BASE
      *    AND THE PREMIUM, BETWEEN AN FH HEADER AND AN FT TRAILER.
           SELECT FORAFILE ASSIGN TO WS-FORAFILE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE REPORT'S PREMIUMS PER INSURANCE NEXT TO WHAT INSACC01
      *    ACCRUED FOR THE YEAR - THE LEDGER'S LIABILITY SHOULD MEET
      *    THE INVOICE.
           SELECT RECONFILE ASSIGN TO WS-RECON-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FORAFILE.
       01 FS-FORAFILE PIC X(120).

       FD RECONFILE.
       01 FS-RECONFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "InsuranceAccrual.cpy".
       COPY "Events.cpy".
       COPY "OutFileParms.cpy".
       COPY "InsPremParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY EMPLOYEE PAID BY THE COMPANY IN THE YEAR. THE
      *    INSURER IDENTIFIES EACH BY PERSONNUMMER AND NAME; NO
      *    ADDRESS IS SENT.
           EXEC SQL
           DECLARE ForaEmpCursor CURSOR FOR
           SELECT E.ID_EMPLOYEE, COALESCE(E.PERSONNUMMER, ' '),
           E.FIRST_NAME, E.LAST_NAME,
           COALESCE(E.AGREEMENT_CODE, '01'), E.BIRTH_DATE
           FROM REDWARRIOR.dbo.Employees E
           WHERE EXISTS
             (SELECT 1 FROM REDWARRIOR.dbo.EmployeeDeductions D
              WHERE D.EmployeeId = E.ID_EMPLOYEE
                AND D.CompanyCode = :WS-RUN-COMPANY
                AND COALESCE(D.PaidPeriod, D.Period)
                    >= :WS-YEAR-FIRST-PERIOD
                AND COALESCE(D.PaidPeriod, D.Period)
                    <= :WS-YEAR-LAST-PERIOD)
           ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *    WHAT THE MONTHLY ACCRUALS BOOKED FOR THE YEAR, PER
      *    INSURANCE.
           EXEC SQL
           DECLARE ForaAccrualCursor CURSOR FOR
           SELECT InsuranceCode, SUM(PeriodPremium)
           FROM REDWARRIOR.dbo.InsuranceAccrual
           WHERE CompanyCode = :WS-RUN-COMPANY
             AND PremiumYear = :InsuranceAccrual-PremiumYear
           GROUP BY InsuranceCode
           ORDER BY InsuranceCode
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-FORAFILE-PATH PIC X(80).
       01 WS-RECON-PATH PIC X(80).

       01 WS-REPORT-YEAR-TEXT PIC X(4).
       01 WS-REPORT-YEAR PIC 9(4).
       01 WS-YEAR-FIRST-PERIOD PIC X(6).
       01 WS-YEAR-LAST-PERIOD PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 EMP-EOF VALUE 1.
       01 WS-ACCRUAL-SWITCHES PIC 9 VALUE 0.
         88 ACCRUAL-EOF VALUE 1.

       01 WS-IPM-INX PIC 9(2) VALUE 0.
       01 WS-FETCH-INSURANCE PIC X(4).
       01 WS-FETCH-PREMIUM PIC S9(09) COMP-5.

      *    THE REPORT AND THE ACCRUALS PER INSURANCE.
       01 WS-REC-COUNT PIC 9(2) VALUE 0.
       01 WS-REC-TABLE.
         05 WS-REC-ITEM OCCURS 20 TIMES.
           10 WS-REC-INSURANCE PIC X(4).
           10 WS-REC-BASE PIC S9(11).
           10 WS-REC-FILE-PREMIUM PIC S9(11).
           10 WS-REC-ACCRUED PIC S9(11).
       01 WS-REC-INX PIC 9(2) VALUE 0.
       01 WS-REC-KEY PIC X(4).
       01 WS-REC-DIFF PIC S9(11) VALUE 0.
       01 WS-DIFF-COUNT PIC 9(2) VALUE 0.

      *    RUN TOTALS.
       01 WS-EMP-COUNT PIC 9(5) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-NOPNR-COUNT PIC 9(5) VALUE 0.
       01 WS-TOT-BASE PIC S9(11) VALUE 0.
       01 WS-TOT-PREMIUM PIC S9(11) VALUE 0.
       01 WS-TOT-ACCRUED PIC S9(11) VALUE 0.

      *    THE INSURER'S RECORD LAYOUT - FIXED WIDTH, AMOUNTS IN
      *    WHOLE KRONOR, ZERO-FILLED.
       01 WS-FD-RECORD.
         05 WS-FD-TYPE PIC X(2) VALUE "FD".
         05 WS-FD-PERSONNUMMER PIC X(12).
         05 WS-FD-NAME PIC X(40).
         05 WS-FD-AGREEMENT PIC X(2).
         05 WS-FD-INSURANCE PIC X(4).
         05 WS-FD-GROSS PIC 9(9).
         05 WS-FD-EXCLUDED PIC 9(9).
         05 WS-FD-BASE PIC 9(9).
         05 WS-FD-PREMIUM PIC 9(9).
       01 WS-FH-RECORD.
         05 WS-FH-TYPE PIC X(2) VALUE "FH".
         05 WS-FH-COMPANY PIC X(2).
         05 WS-FH-YEAR PIC 9(4).
         05 WS-FH-RUN-DATE PIC 9(8).
       01 WS-FT-RECORD.
         05 WS-FT-TYPE PIC X(2) VALUE "FT".
         05 WS-FT-COUNT PIC 9(7).
         05 WS-FT-BASE PIC 9(11).
         05 WS-FT-PREMIUM PIC 9(11).

       01 WS-NAME-WORK PIC X(41).
       01 WS-ID-DISP PIC 9(9).
       01 WS-AMT-DISP PIC -(11)9.
       01 WS-AMT-DISP2 PIC -(11)9.
       01 WS-AMT-DISP3 PIC -(11)9.
       01 WS-AMT-DISP4 PIC -(11)9.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "Agreement insurance annual wage report"
           DISPLAY "Year to report (YYYY): "
           ACCEPT WS-REPORT-YEAR-TEXT
           IF WS-REPORT-YEAR-TEXT NOT NUMERIC
               DISPLAY "FORA01: year must be YYYY."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-YEAR-TEXT TO WS-REPORT-YEAR

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           MOVE SPACES TO WS-YEAR-FIRST-PERIOD
           STRING WS-REPORT-YEAR "01" DELIMITED BY SIZE
             INTO WS-YEAR-FIRST-PERIOD
           MOVE SPACES TO WS-YEAR-LAST-PERIOD
           STRING WS-REPORT-YEAR "12" DELIMITED BY SIZE
             INTO WS-YEAR-LAST-PERIOD

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM CHECK-OUTBOUND-REGISTER

           OPEN OUTPUT FORAFILE

           MOVE WS-RUN-COMPANY TO WS-FH-COMPANY
           MOVE WS-REPORT-YEAR TO WS-FH-YEAR
           MOVE WS-RUN-DATE TO WS-FH-RUN-DATE
           MOVE WS-FH-RECORD TO FS-FORAFILE
           WRITE FS-FORAFILE

           EXEC SQL
               OPEN ForaEmpCursor
           END-EXEC

           PERFORM UNTIL EMP-EOF
               EXEC SQL
                   FETCH ForaEmpCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :Employees-PERSONNUMMER,
                       :Employees-FIRST-NAME,
                       :Employees-LAST-NAME,
                       :Employees-AGREEMENT-CODE,
                       :Employees-BIRTH-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET EMP-EOF TO TRUE
                   WHEN 0
                       PERFORM REPORT-ONE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "FORA01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                       SET EMP-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ForaEmpCursor
           END-EXEC

           MOVE WS-RECORD-COUNT TO WS-FT-COUNT
           MOVE WS-TOT-BASE TO WS-FT-BASE
           MOVE WS-TOT-PREMIUM TO WS-FT-PREMIUM
           MOVE WS-FT-RECORD TO FS-FORAFILE
           WRITE FS-FORAFILE

           CLOSE FORAFILE

           IF WS-ERROR-COUNT > 0
               DISPLAY "FORA01: " WS-ERROR-COUNT
                 " database error(s) - " WS-FORAFILE-PATH
                 " is incomplete and must not be sent. Correct and "
                 "rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RECONCILIATION

           DISPLAY "FORA01: " WS-EMP-COUNT " employee(s), "
             WS-RECORD-COUNT " record(s) reported for " WS-REPORT-YEAR
             " - see fora_recon.txt before sending."

           IF WS-NOPNR-COUNT > 0
               DISPLAY "FORA01: WARNING - " WS-NOPNR-COUNT
                 " employee(s) have no personnummer on file - fix "
                 "via EMPMAINT and rerun before sending."
           END-IF

           IF WS-DIFF-COUNT > 0 OR WS-NOPNR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-OUTBOUND-FILE

           STOP RUN.

       CHECK-OUTBOUND-REGISTER SECTION.
      *    ONE WAGE REPORT PER COMPANY AND YEAR - A CORRECTED ONE
      *    GOES OUT ONLY AFTER THE INSURER REJECTED THE FIRST OR IT
      *    WAS WITHDRAWN. THE YEAR IS REGISTERED UNDER DECEMBER.
           MOVE "FORA" TO WS-OFR-FILE-TYPE
           MOVE WS-FORAFILE-PATH TO WS-OFR-FILE-NAME
           MOVE "FORA" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-YEAR-LAST-PERIOD TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           MOVE "FORA01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-RESEND-REFUSED
                   DISPLAY "FORA01: no wage report produced."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OFR-ERROR
                   DISPLAY "FORA01: outbound file register not "
                     "available - no wage report produced."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REGISTER-OUTBOUND-FILE SECTION.
           MOVE WS-TOT-BASE TO WS-OFR-CONTROL-SUM-1
           MOVE WS-TOT-PREMIUM TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "FORA01: WARNING - " WS-FORAFILE-PATH
                 " is not registered as sent; do not send it "
                 "before the register is checked."
               MOVE 8 TO RETURN-CODE
           END-IF.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-FORAFILE-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\forareport_" WS-RUN-COMPANY "_" WS-REPORT-YEAR
             ".txt" DELIMITED BY SIZE
             INTO WS-FORAFILE-PATH

           MOVE SPACES TO WS-RECON-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\fora_recon.txt" DELIMITED BY SIZE
             INTO WS-RECON-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "FORA01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REPORT-ONE-EMPLOYEE SECTION.
           MOVE WS-RUN-COMPANY TO WS-IPM-COMPANY
           MOVE WS-REPORT-YEAR TO WS-IPM-YEAR
           MOVE WS-YEAR-LAST-PERIOD TO WS-IPM-THRU-PERIOD
           MOVE Employees-ID-EMPLOYEE TO WS-IPM-EMPLOYEE-ID
           MOVE Employees-AGREEMENT-CODE TO WS-IPM-AGREEMENT
           MOVE Employees-BIRTH-DATE TO WS-IPM-BIRTH-DATE
           CALL "InsPremModule" USING WS-IPM-PARMS

           EVALUATE TRUE
               WHEN IPM-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN IPM-COVERED
                   ADD 1 TO WS-EMP-COUNT
                   IF Employees-PERSONNUMMER = SPACES
                       MOVE Employees-ID-EMPLOYEE TO WS-ID-DISP
                       DISPLAY "FORA01: WARNING - Employee ID "
                         WS-ID-DISP " has no personnummer on file."
                       ADD 1 TO WS-NOPNR-COUNT
                   END-IF
                   MOVE SPACES TO WS-NAME-WORK
                   STRING Employees-LAST-NAME DELIMITED BY "  "
                     " " Employees-FIRST-NAME DELIMITED BY "  "
                     INTO WS-NAME-WORK
                   PERFORM VARYING WS-IPM-INX FROM 1 BY 1
                           UNTIL WS-IPM-INX > WS-IPM-COUNT
                       PERFORM WRITE-ONE-INSURANCE
                   END-PERFORM
           END-EVALUATE.

       WRITE-ONE-INSURANCE SECTION.
           MOVE Employees-PERSONNUMMER TO WS-FD-PERSONNUMMER
           MOVE WS-NAME-WORK TO WS-FD-NAME
           MOVE Employees-AGREEMENT-CODE TO WS-FD-AGREEMENT
           MOVE WS-IPM-INSURANCE(WS-IPM-INX) TO WS-FD-INSURANCE
           MOVE WS-IPM-GROSS TO WS-FD-GROSS
           MOVE WS-IPM-EXCLUDED(WS-IPM-INX) TO WS-FD-EXCLUDED
           MOVE WS-IPM-BASE(WS-IPM-INX) TO WS-FD-BASE
           MOVE WS-IPM-PREMIUM(WS-IPM-INX) TO WS-FD-PREMIUM
           MOVE WS-FD-RECORD TO FS-FORAFILE
           WRITE FS-FORAFILE

           ADD 1 TO WS-RECORD-COUNT
           ADD WS-IPM-BASE(WS-IPM-INX) TO WS-TOT-BASE
           ADD WS-IPM-PREMIUM(WS-IPM-INX) TO WS-TOT-PREMIUM

           MOVE WS-IPM-INSURANCE(WS-IPM-INX) TO WS-REC-KEY
           PERFORM FIND-RECON-LINE
           IF WS-REC-INX NOT > WS-REC-COUNT
               ADD WS-IPM-BASE(WS-IPM-INX) TO WS-REC-BASE(WS-REC-INX)
               ADD WS-IPM-PREMIUM(WS-IPM-INX)
                 TO WS-REC-FILE-PREMIUM(WS-REC-INX)
           END-IF.

       FIND-RECON-LINE SECTION.
           PERFORM VARYING WS-REC-INX FROM 1 BY 1
                   UNTIL WS-REC-INX > WS-REC-COUNT
                      OR WS-REC-INSURANCE(WS-REC-INX) = WS-REC-KEY
               CONTINUE
           END-PERFORM

           IF WS-REC-INX > WS-REC-COUNT
               IF WS-REC-COUNT < 20
                   ADD 1 TO WS-REC-COUNT
                   MOVE WS-REC-COUNT TO WS-REC-INX
                   MOVE WS-REC-KEY TO WS-REC-INSURANCE(WS-REC-INX)
                   MOVE 0 TO WS-REC-BASE(WS-REC-INX)
                   MOVE 0 TO WS-REC-FILE-PREMIUM(WS-REC-INX)
                   MOVE 0 TO WS-REC-ACCRUED(WS-REC-INX)
               ELSE
                   DISPLAY "FORA01: more than 20 insurances - "
                     WS-REC-KEY " left out of the reconciliation."
               END-IF
           END-IF.

       WRITE-RECONCILIATION SECTION.
      *    THE INVOICE FOLLOWS THE REPORT; THE LEDGER HOLDS WHAT
      *    INSACC01 ACCRUED. A DIFFERENCE IS EITHER A PERIOD NOT YET
      *    ACCRUED (RUN INSACC01 FOR DECEMBER FIRST), PAY CORRECTED
      *    AFTER THE LAST ACCRUAL, OR A RATE CHANGED IN insrates.dat
      *    AFTER THE FACT - EACH ONE IS RAISED AS AN EVENT.
           MOVE WS-REPORT-YEAR TO InsuranceAccrual-PremiumYear
           MOVE 0 TO WS-ACCRUAL-SWITCHES

           EXEC SQL
               OPEN ForaAccrualCursor
           END-EXEC

           PERFORM UNTIL ACCRUAL-EOF
               EXEC SQL
                   FETCH ForaAccrualCursor INTO
                       :WS-FETCH-INSURANCE,
                       :WS-FETCH-PREMIUM
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET ACCRUAL-EOF TO TRUE
                   WHEN 0
                       MOVE WS-FETCH-INSURANCE TO WS-REC-KEY
                       PERFORM FIND-RECON-LINE
                       IF WS-REC-INX NOT > WS-REC-COUNT
                           ADD WS-FETCH-PREMIUM
                             TO WS-REC-ACCRUED(WS-REC-INX)
                       END-IF
                       ADD WS-FETCH-PREMIUM TO WS-TOT-ACCRUED
                   WHEN OTHER
                       DISPLAY "FORA01: SQL ERROR ON ACCRUAL SCAN, "
                         "CODE = " SQLCODE
                       ADD 1 TO WS-DIFF-COUNT
                       SET ACCRUAL-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ForaAccrualCursor
           END-EXEC

           OPEN OUTPUT RECONFILE

           MOVE SPACES TO FS-RECONFILE
           STRING "AGREEMENT INSURANCE RECONCILIATION - COMPANY "
             WS-RUN-COMPANY " YEAR " WS-REPORT-YEAR
             " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-RECONFILE
           WRITE FS-RECONFILE

           MOVE SPACES TO FS-RECONFILE
           STRING "INS      Premium base    Report premium"
             "           Accrued        Difference"
             DELIMITED BY SIZE INTO FS-RECONFILE
           WRITE FS-RECONFILE

           PERFORM VARYING WS-REC-INX FROM 1 BY 1
                   UNTIL WS-REC-INX > WS-REC-COUNT
               COMPUTE WS-REC-DIFF = WS-REC-FILE-PREMIUM(WS-REC-INX)
                 - WS-REC-ACCRUED(WS-REC-INX)
               MOVE WS-REC-BASE(WS-REC-INX) TO WS-AMT-DISP
               MOVE WS-REC-FILE-PREMIUM(WS-REC-INX) TO WS-AMT-DISP2
               MOVE WS-REC-ACCRUED(WS-REC-INX) TO WS-AMT-DISP3
               MOVE WS-REC-DIFF TO WS-AMT-DISP4
               MOVE SPACES TO FS-RECONFILE
               STRING WS-REC-INSURANCE(WS-REC-INX) " "
                 WS-AMT-DISP "      " WS-AMT-DISP2
                 "      " WS-AMT-DISP3 "      " WS-AMT-DISP4
                 DELIMITED BY SIZE INTO FS-RECONFILE
               IF WS-REC-DIFF NOT = 0
                   PERFORM RAISE-RECON-EVENT
               END-IF
               WRITE FS-RECONFILE
           END-PERFORM

           COMPUTE WS-REC-DIFF = WS-TOT-PREMIUM - WS-TOT-ACCRUED
           MOVE WS-TOT-BASE TO WS-AMT-DISP
           MOVE WS-TOT-PREMIUM TO WS-AMT-DISP2
           MOVE WS-TOT-ACCRUED TO WS-AMT-DISP3
           MOVE WS-REC-DIFF TO WS-AMT-DISP4
           MOVE SPACES TO FS-RECONFILE
           STRING "ALL  " WS-AMT-DISP "      " WS-AMT-DISP2
             "      " WS-AMT-DISP3 "      " WS-AMT-DISP4
             DELIMITED BY SIZE INTO FS-RECONFILE
           WRITE FS-RECONFILE

           IF WS-DIFF-COUNT > 0
               MOVE SPACES TO FS-RECONFILE
               STRING "*** THE REPORT DOES NOT AGREE WITH THE "
                 "ACCRUALS - RUN INSACC01 FOR " WS-YEAR-LAST-PERIOD
                 " OR BOOK THE DIFFERENCE BEFORE THE INVOICE ***"
                 DELIMITED BY SIZE INTO FS-RECONFILE
               WRITE FS-RECONFILE
               DISPLAY "FORA01: WARNING - the report does not agree "
                 "with the year's accruals - see fora_recon.txt."
           END-IF

           CLOSE RECONFILE.

       RAISE-RECON-EVENT SECTION.
           ADD 1 TO WS-DIFF-COUNT

           MOVE "FORA RECON DIFF" TO Events-EventType
           MOVE WS-YEAR-LAST-PERIOD TO Events-Period
           MOVE WS-RUN-COMPANY TO Events-CompanyCode
           MOVE SPACES TO Events-Detail
           STRING "Insurance " WS-REC-INSURANCE(WS-REC-INX)
             " report less accrued " WS-AMT-DISP4
             DELIMITED BY SIZE INTO Events-Detail

      *    THE SAME DIFFERENCE STILL OPEN FROM AN EARLIER RUN IS
      *    NOT RAISED AGAIN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.Events
               WHERE EventType = :Events-EventType
                 AND Period = :Events-Period
                 AND CompanyCode = :Events-CompanyCode
                 AND Detail = :Events-Detail
                 AND (Status = 'NEW' OR Status = 'NOTIFIED')
           END-EXEC

           IF SQLCODE = 0 AND WS-DUP-COUNT = 0
               MOVE WS-RUN-DATE TO Events-EventDate
               MOVE WS-RUN-TIME TO Events-EventTime
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.Events
                   (EventType, EventDate, EventTime, Period,
                   CompanyCode, Detail, Status)
                   VALUES (:Events-EventType, :Events-EventDate,
                   :Events-EventTime, :Events-Period,
                   :Events-CompanyCode, :Events-Detail, 'NEW')
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FORA01: SQL ERROR ON EVENT INSERT, "
                     "CODE = " SQLCODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.
