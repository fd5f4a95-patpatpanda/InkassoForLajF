       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPCK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE AUDITORS' SAMPLE, WHEN THEY CHOOSE IT THEMSELVES -
      *    ONE EMPLOYEE-MONTH PER LINE, "*" LINES ARE COMMENTS:
      *      COL  1-9   EMPLOYEE ID
      *      COL 11-16  PERIOD (YYYYMM) IN THE SELECTED YEAR
           SELECT SAMPLEFILE ASSIGN TO WS-SAMPLE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SAMPLE-STATUS.

      *    ONE EVIDENCE PACK PER EMPLOYEE-MONTH, NAMED BY YEAR,
      *    SAMPLE NUMBER, EMPLOYEE AND PERIOD.
           SELECT PACKFILE ASSIGN TO WS-PACK-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE COVER INDEX - HOW THE SAMPLE WAS TAKEN, AND EVERY
      *    PACK'S ITEMS TIED BACK TO THE RUN AND ITS SNAPSHOT.
           SELECT INDEXFILE ASSIGN TO WS-INDEX-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SAMPLEFILE.
       01 SAMPLE-RECORD.
         05 SAMPLE-EMPLOYEE PIC X(9).
         05 FILLER PIC X(1).
         05 SAMPLE-PERIOD PIC X(6).
         05 FILLER PIC X(64).

       FD PACKFILE.
       01 FS-PACKFILE PIC X(120).

       FD INDEXFILE.
       01 FS-INDEXFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "EmployeeDeductions.cpy".
       COPY "SalaryHistory.cpy".
       COPY "Taxinfo.cpy".
       COPY "TaxDecisions.cpy".
       COPY "GarnishDetail.cpy".
       COPY "GarnishRules.cpy".
       COPY "PensionContrib.cpy".
       COPY "DeductionDetail.cpy".
       COPY "DeductionTypes.cpy".
       COPY "ReversalAudit.cpy".
       COPY "DisburseRegister.cpy".
       COPY "EmployerTaxAccrual.cpy".
       COPY "OutboundFile.cpy".
       COPY "PopRegChange.cpy".
       COPY "RunAudit.cpy".
       COPY "FileHousekeeping.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE POPULATION A RANDOM SAMPLE IS DRAWN FROM: EVERY
      *    EMPLOYEE-MONTH OF THE YEAR THE COMPANY'S REGULAR RUN PAID,
      *    IN A FIXED ORDER - THE SAME SEED OVER THE SAME POSTINGS
      *    DRAWS THE SAME SAMPLE.
           EXEC SQL
           DECLARE PopulationCursor CURSOR FOR
           SELECT DISTINCT EmployeeId, Period
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE Period >= :WS-YEAR-FROM
             AND Period <= :WS-YEAR-TO
             AND CompanyCode = :WS-RUN-COMPANY
             AND (PayType IS NULL OR PayType = 'R')
             AND Salary > 0
           ORDER BY EmployeeId, Period
           END-EXEC.

           EXEC SQL
           DECLARE SegmentCursor CURSOR FOR
           SELECT Salary, EffectiveFrom, EffectiveTo,
           COALESCE(RecordedDate, 0)
           FROM REDWARRIOR.dbo.SalaryHistory
           WHERE EmployeeId = :WS-PACK-ID
             AND EffectiveFrom <= :WS-PERIOD-END
             AND (EffectiveTo = 0 OR EffectiveTo >= :WS-PERIOD-START)
           ORDER BY EffectiveFrom
           END-EXEC.

      *    THE PAY GROUP/CYCLE SLICES CALCTRC01 TRACES ONE AT A TIME.
           EXEC SQL
           DECLARE CycleCursor CURSOR FOR
           SELECT DISTINCT COALESCE(PayGroup, '01'),
           COALESCE(PayCycle, '01')
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-PACK-ID
             AND Period = :WS-PACK-PERIOD
             AND CompanyCode = :WS-RUN-COMPANY
             AND (PayType IS NULL OR PayType = 'R')
           ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
           DECLARE BracketCursor CURSOR FOR
           SELECT TaxId, MinSalary, MaxSalary, TaxPercentage
           FROM REDWARRIOR.dbo.Taxinfo
           WHERE ChurchMember = 'N'
             AND EffectiveFrom <= :WS-ASOF-DATE
             AND (EffectiveTo = 0 OR EffectiveTo >= :WS-ASOF-DATE)
           ORDER BY MinSalary
           END-EXEC.

           EXEC SQL
           DECLARE GarnishCursor CURSOR FOR
           SELECT CaseReference, Amount
           FROM REDWARRIOR.dbo.GarnishDetail
           WHERE EmployeeId = :WS-PACK-ID
             AND Period = :WS-PACK-PERIOD
           ORDER BY CaseReference
           END-EXEC.

      *    EVERY ROW FOR THE EMPLOYEE-MONTH - THE ORIGINAL POSTING
      *    AND WHATEVER OFFSETS (REVERSAL, BACKOUT, RETRO) AND
      *    ONE-OFF OR BACK-PAY ROWS STAND BESIDE IT.
           EXEC SQL
           DECLARE PostingCursor CURSOR FOR
           SELECT COALESCE(PayType, 'R'), COALESCE(PayGroup, '01'),
           COALESCE(PayCycle, '01'), Salary, TaxAmount, FeeAmount,
           COALESCE(NetSalary, 0), COALESCE(BenefitValue, 0),
           COALESCE(PaymentDate, 0), COALESCE(PaidPeriod, ' '),
           COALESCE(RunAuditId, 0)
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-PACK-ID
             AND Period = :WS-PACK-PERIOD
             AND CompanyCode = :WS-RUN-COMPANY
           ORDER BY COALESCE(RunAuditId, 0), Salary DESC
           END-EXEC.

           EXEC SQL
           DECLARE ReversalCursor CURSOR FOR
           SELECT ReversalId, TaxAmount, FeeAmount, Reason,
           ReversalDate, COALESCE(OperatorId, ' ')
           FROM REDWARRIOR.dbo.ReversalAudit
           WHERE ID_EMPLOYEE = :WS-PACK-ID
             AND Period = :WS-PACK-PERIOD
           ORDER BY ReversalId
           END-EXEC.

      *    THE SAME SELECTION AS OUTGEN01'S REGENERATION - THE
      *    ORIGINAL POSTINGS ONLY, SO THE PAYSLIP REPLAYS WHAT WAS
      *    PAID.
           EXEC SQL
           DECLARE PayslipCursor CURSOR FOR
           SELECT Salary, TaxAmount, FeeAmount, NetSalary, DeptCode
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-PACK-ID
             AND Period = :WS-PACK-PERIOD
             AND CompanyCode = :WS-RUN-COMPANY
             AND Salary > 0
           END-EXEC.

           EXEC SQL
           DECLARE DetailCursor CURSOR FOR
           SELECT T.Description, L.Amount
           FROM REDWARRIOR.dbo.DeductionDetail L,
           REDWARRIOR.dbo.DeductionTypes T
           WHERE L.EmployeeId = :WS-PACK-ID
             AND L.Period = :WS-PACK-PERIOD
             AND T.DeductCode = L.DeductCode
           ORDER BY T.Priority
           END-EXEC.

           EXEC SQL
           DECLARE DisburseCursor CURSOR FOR
           SELECT DisburseId, ClearingNumber, AccountNumber, Amount,
           Status, SentDate, COALESCE(PayGroup, '01'),
           COALESCE(PayCycle, '01')
           FROM REDWARRIOR.dbo.DisburseRegister
           WHERE EmployeeId = :WS-PACK-ID
             AND Period = :WS-PACK-PERIOD
             AND COALESCE(CompanyCode, '01') = :WS-RUN-COMPANY
           ORDER BY DisburseId
           END-EXEC.

      *    THE MONTH(S) THE EMPLOYEE-MONTH WAS DECLARED IN - AGI
      *    FOLLOWS THE MONTH OF PAYMENT, AS AGIDEC01 SELECTS IT.
           EXEC SQL
           DECLARE AgiPeriodCursor CURSOR FOR
           SELECT DISTINCT COALESCE(PaidPeriod, Period)
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-PACK-ID
             AND Period = :WS-PACK-PERIOD
             AND CompanyCode = :WS-RUN-COMPANY
           ORDER BY 1
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-SAMPLE-PATH PIC X(100).
       01 WS-PACK-PATH PIC X(100).
       01 WS-INDEX-PATH PIC X(100).
       01 WS-PACK-NAME PIC X(60).
       01 WS-SAMPLE-STATUS PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).

       01 WS-AUDIT-YEAR PIC X(4).
       01 WS-YEAR-FROM PIC X(6).
       01 WS-YEAR-TO PIC X(6).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-SAMPLE-SOURCE PIC X(1) VALUE SPACE.
         88 SAMPLE-FROM-LIST VALUE "L" "l".
         88 SAMPLE-DRAWN VALUE "R" "r".

      *    THE SAMPLE. FOR A DRAWN SAMPLE WS-SMP-ORDINAL IS THE
      *    POSITION IN THE POPULATION THE DRAW PICKED.
       01 WS-SAMPLE-MAX PIC 9(3) VALUE 500.
       01 WS-SAMPLE-COUNT PIC 9(3) VALUE 0.
       01 WS-SAMPLE-TABLE.
         05 WS-SAMPLE-ENTRY OCCURS 500 TIMES.
           10 WS-SMP-ID PIC 9(9).
           10 WS-SMP-PERIOD PIC X(6).
           10 WS-SMP-ORDINAL PIC 9(7).
       01 WS-SMP-INX PIC 9(3) VALUE 0.
       01 WS-SMP-INX2 PIC 9(3) VALUE 0.
       01 WS-SMP-HOLD PIC X(22).
       01 WS-SMP-DUPLICATE PIC X VALUE "N".
       01 WS-LIST-REJECTED PIC 9(5) VALUE 0.

      *    THE DRAW: A MINIMAL-STANDARD MULTIPLICATIVE GENERATOR
      *    (16807 MODULO 2**31 - 1), SO THE SAME SEED DRAWS THE SAME
      *    SAMPLE ON ANY MACHINE AND IN ANY YEAR.
       01 WS-SEED-INPUT PIC X(9).
       01 WS-SEED PIC 9(9) VALUE 0.
       01 WS-SIZE-INPUT PIC X(3).
       01 WS-SAMPLE-SIZE PIC 9(3) VALUE 0.
       01 WS-RANDOM-STATE PIC 9(10) VALUE 0.
       01 WS-RANDOM-WORK PIC 9(18) VALUE 0.
       01 WS-RANDOM-QUOT PIC 9(18) VALUE 0.
       01 WS-DRAW-ORDINAL PIC 9(7) VALUE 0.
       01 WS-POPULATION PIC S9(09) COMP-5 VALUE 0.
       01 WS-POP-ROW PIC 9(7) VALUE 0.
       01 WS-POP-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-POP-PERIOD PIC X(6).

      *    THE EMPLOYEE-MONTH IN HAND.
       01 WS-PACK-SEQ PIC 9(3) VALUE 0.
       01 WS-PACK-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-PACK-PERIOD PIC X(6).
       01 WS-ID-DISP PIC 9(9).
       01 WS-ASOF-TEXT PIC X(8).
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).

      *    THE RUN THE EMPLOYEE-MONTH WAS POSTED BY, AND ITS
      *    CONTROL-FILE SNAPSHOT.
       01 WS-PACK-RUN-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-RUN-ID-DISP PIC 9(9).
       01 WS-RUN-DATE-DISP PIC 9(8).
       01 WS-RUN-TIME-DISP PIC 9(8).
       01 WS-RUN-OUTCOME PIC X(20).
       01 WS-SNAP-NAME PIC X(60).
       01 WS-SNAP-WHERE PIC X(100).

      *    THE INDEX LINE FOR EACH OF THE SEVEN ITEMS.
       01 WS-ITEM-TABLE.
         05 WS-ITEM OCCURS 7 TIMES.
           10 WS-ITEM-ROWS PIC 9(5).
           10 WS-ITEM-REF PIC X(40).
       01 WS-ITEM-INX PIC 9 VALUE 0.
       01 WS-ITEM-TITLE PIC X(40).

       01 WS-SW1 PIC 9 VALUE 0.
         88 CURSOR-EOF VALUE 1.
       01 WS-SW2 PIC 9 VALUE 0.
         88 INNER-EOF VALUE 1.
       01 WS-SW3 PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-SECTION-TITLE PIC X(60).
       01 WS-ROWS-FOUND PIC 9(5) VALUE 0.
       01 WS-PACK-ERRORS PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-EMPTY-COUNT PIC 9(5) VALUE 0.
       01 WS-LOG-FAILED-COUNT PIC 9(3) VALUE 0.

      *    THE TRACE - THE SAME CALL SHAPES CALCTRC01 USES, PRICED
      *    WITH TODAY'S TABLES.
       01 WS-TRC-GROUP PIC X(2).
       01 WS-TRC-CYCLE PIC X(2).
       01 WS-TRC-ROWS PIC S9(09) COMP-5 VALUE 0.
       01 WS-TAX-BASE PIC 9(5).
       01 WS-ChurchMember PIC X.
       01 WS-TaxAmount PIC 9(5).
       01 WS-APPLIED-TAX-RATE PIC S9(3)V9(2) COMP-3.
       01 WS-TAX-DECISION-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-DATEOFBIRTH PIC 9(8).
       01 WS-FEE PIC 9(5).
       01 WS-FEE-STATUS PIC X.
       01 WS-APPLIED-FEE-RATE PIC S9(2)V9(2) COMP-3.
       01 WS-EMP-AGREEMENT PIC X(2) VALUE "01".
       01 WS-PENSION-EMP PIC 9(5).
       01 WS-PENSION-EMPLOYER PIC 9(5).
       01 WS-PENSION-STATUS PIC X.
         88 TRC-PENSION-NO-BAND VALUE "N".
       01 WS-PENSION-CAP-FLAG PIC X.
         88 TRC-PENSION-PART-CAPPED VALUE "P".
         88 TRC-PENSION-FULLY-CAPPED VALUE "C".
       01 WS-EXCHANGE-AMOUNT PIC 9(5) VALUE 0.
       01 WS-EXCHANGE-UPLIFT PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-EXCHANGE-PREMIUM PIC 9(5) VALUE 0.
       01 WS-GROSS-YTD-PRIOR PIC S9(09) COMP-5 VALUE 0.
       01 WS-YTD-FROM PIC X(6).
       01 WS-POSTED-PEN-EMP PIC S9(09) COMP-5 VALUE 0.
       01 WS-POSTED-PEN-EMPLR PIC S9(09) COMP-5 VALUE 0.
       01 WS-SLICE-TOP PIC S9(9).
       01 WS-TAXBASE-WORK PIC S9(9).
       01 WS-MISMATCH-COUNT PIC 9(3) VALUE 0.

      *    FETCH TARGETS AND TOTALS THE COPYBOOKS DO NOT CARRY.
       01 WS-ROW-KIND PIC X(9).
       01 WS-POSTED-NET PIC S9(09) COMP-5 VALUE 0.
       01 WS-PAID-NET PIC S9(09) COMP-5 VALUE 0.
       01 WS-AGI-PERIOD PIC X(6).
       01 WS-AGI-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-AGI-TAX PIC S9(09) COMP-5 VALUE 0.
       01 WS-AGI-EXCHANGE PIC S9(09) COMP-5 VALUE 0.
       01 WS-AGI-ESTATE PIC S9(09) COMP-5 VALUE 0.
       01 WS-AGI-EMPTAX PIC S9(09) COMP-5 VALUE 0.
       01 WS-FILE-ID-DISP PIC 9(9).
       01 WS-ASOF-SALARY PIC S9(09) COMP-5 VALUE 0.
       01 WS-ASOF-ADDRESS PIC X(60).
       01 WS-ASOF-STATUS PIC X(30).

       01 WS-DATE-DISP PIC 9(8).
       01 WS-DATE-DISP2 PIC 9(8).
       01 WS-DATE-DISP3 PIC 9(8).
       01 WS-AMT-DISP PIC -ZZZ,ZZZ,ZZ9.
       01 WS-AMT-DISP2 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-AMT-DISP3 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-AMT-DISP4 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-RATE-DISP PIC ZZ9.99.
       01 WS-COUNT-DISP PIC Z(6)9.
       01 WS-SEQ-DISP PIC 9(3).
       01 WS-ROWS-DISP PIC ZZZZ9.
       01 WS-ID-DISP2 PIC 9(9).

      *    EVERY PACK IS AN UNMASKED VIEW OF ONE EMPLOYEE, LOGGED
      *    THROUGH PersDataModule LIKE REGUTD01'S EXTRACT.
       01 WS-PDM-FUNCTION PIC X(1) VALUE "L".
       01 WS-PDM-PROGRAM PIC X(10) VALUE "AUDPCK01".
       01 WS-PDM-VALUE PIC X(20).
       01 WS-PDM-RESULT PIC X(1).
         88 PDM-ERROR VALUE "E".

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Auditor sample evidence packs"
           PERFORM CONNECT-TO-DATABASE
           PERFORM OPERATOR-SIGN-ON
           PERFORM RESOLVE-OUTPUT-PATHS

           DISPLAY "Year audited (YYYY): "
           ACCEPT WS-AUDIT-YEAR
           IF WS-AUDIT-YEAR NOT NUMERIC
               DISPLAY "AUDPCK01: year must be four digits."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-YEAR-FROM WS-YEAR-TO
           STRING WS-AUDIT-YEAR "01" DELIMITED BY SIZE
             INTO WS-YEAR-FROM
           STRING WS-AUDIT-YEAR "12" DELIMITED BY SIZE
             INTO WS-YEAR-TO

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           DISPLAY "Sample from (L = the auditors' list "
             "auditsample.dat, R = random draw): "
           ACCEPT WS-SAMPLE-SOURCE

           EVALUATE TRUE
               WHEN SAMPLE-FROM-LIST
                   PERFORM LOAD-AUDITOR-SAMPLE
               WHEN SAMPLE-DRAWN
                   PERFORM DRAW-RANDOM-SAMPLE
               WHEN OTHER
                   DISPLAY "AUDPCK01: answer L or R."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF WS-SAMPLE-COUNT = 0
               DISPLAY "AUDPCK01: the sample is empty - no packs "
                 "produced."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-INDEX-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\auditpack_" DELIMITED BY SIZE
             WS-AUDIT-YEAR "_" WS-RUN-COMPANY "_index.txt"
             DELIMITED BY SIZE
             INTO WS-INDEX-PATH

           OPEN OUTPUT INDEXFILE
           PERFORM WRITE-INDEX-HEAD

           PERFORM VARYING WS-SMP-INX FROM 1 BY 1
             UNTIL WS-SMP-INX > WS-SAMPLE-COUNT
               PERFORM PRODUCE-ONE-PACK
           END-PERFORM

           PERFORM WRITE-INDEX-FOOT
           CLOSE INDEXFILE

           MOVE WS-SAMPLE-COUNT TO WS-COUNT-DISP
           DISPLAY "AUDPCK01: " FUNCTION TRIM(WS-COUNT-DISP)
             " evidence pack(s) written - cover index "
             FUNCTION TRIM(WS-INDEX-PATH)

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   DISPLAY "AUDPCK01: WARNING - parts of "
                     WS-ERROR-COUNT " item(s) could not be read; "
                     "those packs are marked INCOMPLETE and must not"
                     " be handed over."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EMPTY-COUNT > 0 OR WS-LIST-REJECTED > 0
                 OR WS-LOG-FAILED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "AUDPCK01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       OPERATOR-SIGN-ON SECTION.
      *    A PACK SHOWS SALARY, PERSONNUMMER AND BANK ACCOUNT
      *    UNMASKED, SO ONLY AN OPERATOR WITH PERSONAL-DATA
      *    AUTHORITY MAY PRODUCE ONE.
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
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "AUDPCK01: SQL ERROR ON SIGN-ON, CODE = "
                     SQLCODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN NOT Operator-May-See-Personal-Data
                   DISPLAY "Operator " WS-OPERATOR-ID
                     " does not hold personal-data authority -"
                     " access refused."
                   MOVE 8 TO RETURN-CODE
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

           MOVE SPACES TO WS-SAMPLE-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\auditsample.dat" DELIMITED BY SIZE
             INTO WS-SAMPLE-PATH.

      *    ------------------------------------------------------------
      *    TAKING THE SAMPLE
      *    ------------------------------------------------------------
       LOAD-AUDITOR-SAMPLE SECTION.
           OPEN INPUT SAMPLEFILE
           IF WS-SAMPLE-STATUS NOT = "00"
               DISPLAY "AUDPCK01: no sample list " WS-SAMPLE-PATH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-SW3
           PERFORM UNTIL LIST-EOF
               READ SAMPLEFILE
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-LIST-LINE
               END-READ
           END-PERFORM

           CLOSE SAMPLEFILE.

       TAKE-ONE-LIST-LINE SECTION.
           IF SAMPLE-RECORD NOT = SPACES
              AND SAMPLE-RECORD(1:1) NOT = "*"
               INSPECT SAMPLE-EMPLOYEE REPLACING LEADING " " BY "0"
               EVALUATE TRUE
                   WHEN SAMPLE-EMPLOYEE NOT NUMERIC
                     OR SAMPLE-PERIOD NOT NUMERIC
                     OR SAMPLE-PERIOD(1:4) NOT = WS-AUDIT-YEAR
                     OR SAMPLE-PERIOD(5:2) < "01"
                     OR SAMPLE-PERIOD(5:2) > "12"
                       DISPLAY "AUDPCK01: sample line rejected - "
                         "not an employee and a period of "
                         WS-AUDIT-YEAR ": " SAMPLE-RECORD(1:16)
                       ADD 1 TO WS-LIST-REJECTED
                   WHEN WS-SAMPLE-COUNT NOT < WS-SAMPLE-MAX
                       DISPLAY "AUDPCK01: more than " WS-SAMPLE-MAX
                         " employee-months listed - "
                         SAMPLE-RECORD(1:16) " not taken."
                       ADD 1 TO WS-LIST-REJECTED
                   WHEN OTHER
                       MOVE "N" TO WS-SMP-DUPLICATE
                       PERFORM VARYING WS-SMP-INX2 FROM 1 BY 1
                         UNTIL WS-SMP-INX2 > WS-SAMPLE-COUNT
                           IF WS-SMP-ID(WS-SMP-INX2) = SAMPLE-EMPLOYEE
                              AND WS-SMP-PERIOD(WS-SMP-INX2) =
                                  SAMPLE-PERIOD
                               MOVE "Y" TO WS-SMP-DUPLICATE
                           END-IF
                       END-PERFORM
                       IF WS-SMP-DUPLICATE = "Y"
                           DISPLAY "AUDPCK01: " SAMPLE-RECORD(1:16)
                             " listed twice - one pack produced."
                       ELSE
                           ADD 1 TO WS-SAMPLE-COUNT
                           MOVE SAMPLE-EMPLOYEE
                             TO WS-SMP-ID(WS-SAMPLE-COUNT)
                           MOVE SAMPLE-PERIOD
                             TO WS-SMP-PERIOD(WS-SAMPLE-COUNT)
                           MOVE 0 TO WS-SMP-ORDINAL(WS-SAMPLE-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.

       DRAW-RANDOM-SAMPLE SECTION.
           DISPLAY "Seed (1-999999999): "
           ACCEPT WS-SEED-INPUT
           INSPECT WS-SEED-INPUT REPLACING LEADING " " BY "0"
           IF WS-SEED-INPUT NOT NUMERIC
               DISPLAY "AUDPCK01: the seed must be a number."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-SEED-INPUT TO WS-SEED
           IF WS-SEED = 0
               DISPLAY "AUDPCK01: the seed must not be zero."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Sample size (1-" WS-SAMPLE-MAX "): "
           ACCEPT WS-SIZE-INPUT
           INSPECT WS-SIZE-INPUT REPLACING TRAILING " " BY "0"
           INSPECT WS-SIZE-INPUT REPLACING LEADING "0" BY " "
           INSPECT WS-SIZE-INPUT REPLACING LEADING " " BY "0"
           IF WS-SIZE-INPUT NOT NUMERIC
               DISPLAY "AUDPCK01: the sample size must be a number."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-SAMPLE-SIZE =
             FUNCTION NUMVAL(FUNCTION TRIM(WS-SIZE-INPUT))
           IF WS-SAMPLE-SIZE = 0 OR WS-SAMPLE-SIZE > WS-SAMPLE-MAX
               DISPLAY "AUDPCK01: the sample size must be 1 to "
                 WS-SAMPLE-MAX "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-POPULATION
               FROM (SELECT DISTINCT EmployeeId, Period
                     FROM REDWARRIOR.dbo.EmployeeDeductions
                     WHERE Period >= :WS-YEAR-FROM
                       AND Period <= :WS-YEAR-TO
                       AND CompanyCode = :WS-RUN-COMPANY
                       AND (PayType IS NULL OR PayType = 'R')
                       AND Salary > 0) P
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "AUDPCK01: SQL ERROR ON POPULATION COUNT, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-POPULATION = 0
               DISPLAY "AUDPCK01: nothing posted for company "
                 WS-RUN-COMPANY " in " WS-AUDIT-YEAR
                 " - nothing to sample."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SAMPLE-SIZE > WS-POPULATION
               MOVE WS-POPULATION TO WS-SAMPLE-SIZE
               DISPLAY "AUDPCK01: the population holds only "
                 WS-SAMPLE-SIZE " employee-month(s) - all taken."
           END-IF

      *    DRAW DISTINCT POSITIONS, THEN PUT THEM IN POPULATION
      *    ORDER SO ONE PASS OF THE CURSOR PICKS THEM ALL UP.
           MOVE WS-SEED TO WS-RANDOM-STATE
           PERFORM UNTIL WS-SAMPLE-COUNT = WS-SAMPLE-SIZE
               PERFORM NEXT-RANDOM
               DIVIDE WS-RANDOM-STATE BY WS-POPULATION
                 GIVING WS-RANDOM-QUOT REMAINDER WS-DRAW-ORDINAL
               ADD 1 TO WS-DRAW-ORDINAL
               MOVE "N" TO WS-SMP-DUPLICATE
               PERFORM VARYING WS-SMP-INX2 FROM 1 BY 1
                 UNTIL WS-SMP-INX2 > WS-SAMPLE-COUNT
                   IF WS-SMP-ORDINAL(WS-SMP-INX2) = WS-DRAW-ORDINAL
                       MOVE "Y" TO WS-SMP-DUPLICATE
                   END-IF
               END-PERFORM
               IF WS-SMP-DUPLICATE = "N"
                   ADD 1 TO WS-SAMPLE-COUNT
                   MOVE WS-DRAW-ORDINAL
                     TO WS-SMP-ORDINAL(WS-SAMPLE-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SMP-INX FROM 1 BY 1
             UNTIL WS-SMP-INX >= WS-SAMPLE-COUNT
               PERFORM VARYING WS-SMP-INX2 FROM 1 BY 1
                 UNTIL WS-SMP-INX2 > WS-SAMPLE-COUNT - WS-SMP-INX
                   IF WS-SMP-ORDINAL(WS-SMP-INX2) >
                      WS-SMP-ORDINAL(WS-SMP-INX2 + 1)
                       MOVE WS-SAMPLE-ENTRY(WS-SMP-INX2)
                         TO WS-SMP-HOLD
                       MOVE WS-SAMPLE-ENTRY(WS-SMP-INX2 + 1)
                         TO WS-SAMPLE-ENTRY(WS-SMP-INX2)
                       MOVE WS-SMP-HOLD
                         TO WS-SAMPLE-ENTRY(WS-SMP-INX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 1 TO WS-SMP-INX
           MOVE 0 TO WS-POP-ROW
           MOVE 0 TO WS-SW1

           EXEC SQL
               OPEN PopulationCursor
           END-EXEC

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH PopulationCursor INTO
                       :WS-POP-ID, :WS-POP-PERIOD
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-POP-ROW
                       IF WS-POP-ROW = WS-SMP-ORDINAL(WS-SMP-INX)
                           MOVE WS-POP-ID TO WS-SMP-ID(WS-SMP-INX)
                           MOVE WS-POP-PERIOD
                             TO WS-SMP-PERIOD(WS-SMP-INX)
                           ADD 1 TO WS-SMP-INX
                           IF WS-SMP-INX > WS-SAMPLE-COUNT
                               SET CURSOR-EOF TO TRUE
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "AUDPCK01: SQL ERROR ON POPULATION "
                         "FETCH, CODE = " SQLCODE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PopulationCursor
           END-EXEC

      *    THE POSTINGS MOVED UNDER THE DRAW (A ROW DELETED SINCE
      *    THE COUNT) - WHAT WAS NOT FOUND IS DROPPED, NOT GUESSED.
           IF WS-SMP-INX <= WS-SAMPLE-COUNT
               DISPLAY "AUDPCK01: WARNING - the population changed "
                 "during the draw; " WS-SAMPLE-COUNT
                 " drawn, fewer found."
               COMPUTE WS-SAMPLE-COUNT = WS-SMP-INX - 1
               ADD 1 TO WS-LIST-REJECTED
           END-IF.

       NEXT-RANDOM SECTION.
           COMPUTE WS-RANDOM-WORK = WS-RANDOM-STATE * 16807
           DIVIDE WS-RANDOM-WORK BY 2147483647
             GIVING WS-RANDOM-QUOT REMAINDER WS-RANDOM-STATE.

      *    ------------------------------------------------------------
      *    THE COVER INDEX
      *    ------------------------------------------------------------
       WRITE-INDEX-HEAD SECTION.
           MOVE SPACES TO FS-INDEXFILE
           STRING "AUDITOR SAMPLE - EVIDENCE PACK INDEX - YEAR "
             WS-AUDIT-YEAR " COMPANY " WS-RUN-COMPANY
             "   PRODUCED " WS-TODAY " BY " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FS-INDEXFILE
           WRITE FS-INDEXFILE

           MOVE WS-SAMPLE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FS-INDEXFILE
           IF SAMPLE-FROM-LIST
               STRING "Sample: the auditors' list "
                 FUNCTION TRIM(WS-SAMPLE-PATH) " - "
                 FUNCTION TRIM(WS-COUNT-DISP) " employee-month(s)"
                 DELIMITED BY SIZE INTO FS-INDEXFILE
           ELSE
               MOVE WS-POPULATION TO WS-ID-DISP2
               STRING "Sample: random draw, seed " WS-SEED
                 ", " FUNCTION TRIM(WS-COUNT-DISP)
                 " of " WS-ID-DISP2 " employee-month(s) posted by"
                 " the regular run"
                 DELIMITED BY SIZE INTO FS-INDEXFILE
           END-IF
           WRITE FS-INDEXFILE

           IF SAMPLE-DRAWN
               MOVE SPACES TO FS-INDEXFILE
               STRING "        (the same seed, year and company draw "
                 "the same sample while the year's postings stand)"
                 DELIMITED BY SIZE INTO FS-INDEXFILE
               WRITE FS-INDEXFILE
           END-IF

           MOVE SPACES TO FS-INDEXFILE
           STRING "Each item is tied to the RunAudit run that posted "
             "the employee-month and to that run's control-file "
             "snapshot."
             DELIMITED BY SIZE INTO FS-INDEXFILE
           WRITE FS-INDEXFILE.

       WRITE-INDEX-ENTRY SECTION.
           MOVE SPACES TO FS-INDEXFILE
           WRITE FS-INDEXFILE

           MOVE WS-PACK-SEQ TO WS-SEQ-DISP
           MOVE SPACES TO FS-INDEXFILE
           STRING WS-SEQ-DISP "  EMPLOYEE " WS-ID-DISP
             "  PERIOD " WS-PACK-PERIOD
             "  " FUNCTION TRIM(WS-PACK-NAME)
             DELIMITED BY SIZE INTO FS-INDEXFILE
           WRITE FS-INDEXFILE

           MOVE SPACES TO FS-INDEXFILE
           IF WS-PACK-RUN-ID = 0
               STRING "     RUN      : none - no regular posting "
                 "carries a run for this employee-month"
                 DELIMITED BY SIZE INTO FS-INDEXFILE
           ELSE
               STRING "     RUN      : RunAuditId " WS-RUN-ID-DISP
                 " of " WS-RUN-DATE-DISP " " WS-RUN-TIME-DISP(1:4)
                 " - " WS-RUN-OUTCOME
                 DELIMITED BY SIZE INTO FS-INDEXFILE
           END-IF
           WRITE FS-INDEXFILE

           IF WS-PACK-RUN-ID NOT = 0
               MOVE SPACES TO FS-INDEXFILE
               STRING "     SNAPSHOT : " FUNCTION TRIM(WS-SNAP-NAME)
                 " - " FUNCTION TRIM(WS-SNAP-WHERE)
                 DELIMITED BY SIZE INTO FS-INDEXFILE
               WRITE FS-INDEXFILE
           END-IF

           PERFORM VARYING WS-ITEM-INX FROM 1 BY 1
             UNTIL WS-ITEM-INX > 7
               PERFORM WRITE-INDEX-ITEM
           END-PERFORM

           IF WS-PACK-ERRORS > 0
               MOVE SPACES TO FS-INDEXFILE
               STRING "     *** INCOMPLETE - PARTS COULD NOT BE READ "
                 "- DO NOT HAND OVER ***"
                 DELIMITED BY SIZE INTO FS-INDEXFILE
               WRITE FS-INDEXFILE
           END-IF.

       WRITE-INDEX-ITEM SECTION.
           EVALUATE WS-ITEM-INX
               WHEN 1
                   MOVE "Master data as of the period"
                     TO WS-ITEM-TITLE
               WHEN 2
                   MOVE "SalaryHistory segments" TO WS-ITEM-TITLE
               WHEN 3
                   MOVE "Calculation trace (CALCTRC01)"
                     TO WS-ITEM-TITLE
               WHEN 4
                   MOVE "EmployeeDeductions postings and offsets"
                     TO WS-ITEM-TITLE
               WHEN 5
                   MOVE "Payslip regenerated from posted data"
                     TO WS-ITEM-TITLE
               WHEN 6
                   MOVE "Bank payment line" TO WS-ITEM-TITLE
               WHEN 7
                   MOVE "AGI individual record" TO WS-ITEM-TITLE
           END-EVALUATE

           MOVE WS-ITEM-ROWS(WS-ITEM-INX) TO WS-ROWS-DISP
           MOVE SPACES TO FS-INDEXFILE
           STRING "     " WS-ITEM-INX ". " WS-ITEM-TITLE
             WS-ROWS-DISP " line(s)  " WS-ITEM-REF(WS-ITEM-INX)
             DELIMITED BY SIZE INTO FS-INDEXFILE
           WRITE FS-INDEXFILE.

       WRITE-INDEX-FOOT SECTION.
           MOVE SPACES TO FS-INDEXFILE
           WRITE FS-INDEXFILE

           MOVE WS-SAMPLE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FS-INDEXFILE
           STRING "End of index - pack(s):" WS-COUNT-DISP
             DELIMITED BY SIZE INTO FS-INDEXFILE
           WRITE FS-INDEXFILE

           IF WS-EMPTY-COUNT > 0
               MOVE WS-EMPTY-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO FS-INDEXFILE
               STRING "Employee-month(s) with nothing posted for the "
                 "company:" WS-COUNT-DISP
                 DELIMITED BY SIZE INTO FS-INDEXFILE
               WRITE FS-INDEXFILE
           END-IF

           IF WS-ERROR-COUNT > 0
               MOVE SPACES TO FS-INDEXFILE
               STRING "*** PACKS MARKED INCOMPLETE ABOVE MUST NOT BE "
                 "HANDED OVER ***"
                 DELIMITED BY SIZE INTO FS-INDEXFILE
               WRITE FS-INDEXFILE
           END-IF.

      *    ------------------------------------------------------------
      *    ONE EVIDENCE PACK
      *    ------------------------------------------------------------
       PRODUCE-ONE-PACK SECTION.
           MOVE WS-SMP-INX TO WS-PACK-SEQ
           MOVE WS-SMP-ID(WS-SMP-INX) TO WS-PACK-ID
           MOVE WS-SMP-PERIOD(WS-SMP-INX) TO WS-PACK-PERIOD
           MOVE WS-PACK-ID TO WS-ID-DISP
           MOVE WS-PACK-ID TO Employees-ID-EMPLOYEE
           MOVE WS-PACK-SEQ TO WS-SEQ-DISP
           MOVE 0 TO WS-PACK-ERRORS
           MOVE SPACES TO WS-ITEM-TABLE
           PERFORM VARYING WS-ITEM-INX FROM 1 BY 1
             UNTIL WS-ITEM-INX > 7
               MOVE 0 TO WS-ITEM-ROWS(WS-ITEM-INX)
           END-PERFORM

      *    THE AS-OF DATE IS THE PERIOD'S FIRST DAY, AS IN CALCTRC01.
           MOVE SPACES TO WS-ASOF-TEXT
           STRING WS-PACK-PERIOD "01" DELIMITED BY SIZE
             INTO WS-ASOF-TEXT
           MOVE WS-ASOF-TEXT TO WS-ASOF-DATE
           MOVE WS-ASOF-DATE TO WS-PERIOD-START
           COMPUTE WS-PERIOD-END = WS-PERIOD-START + 30

           MOVE SPACES TO WS-PACK-NAME
           STRING "auditpack_" WS-AUDIT-YEAR "_" WS-RUN-COMPANY "_"
             WS-SEQ-DISP "_" WS-ID-DISP "_" WS-PACK-PERIOD ".txt"
             DELIMITED BY SIZE INTO WS-PACK-NAME
           MOVE SPACES TO WS-PACK-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\" DELIMITED BY SIZE
             WS-PACK-NAME DELIMITED BY SPACE
             INTO WS-PACK-PATH

           PERFORM FIND-POSTING-RUN

           OPEN OUTPUT PACKFILE
           PERFORM WRITE-PACK-HEAD

           PERFORM PACK-MASTER-DATA
           PERFORM PACK-SALARY-HISTORY
           PERFORM PACK-CALCULATION-TRACE
           PERFORM PACK-POSTINGS
           PERFORM PACK-PAYSLIP
           PERFORM PACK-BANK-PAYMENT
           PERFORM PACK-AGI-RECORD

           PERFORM WRITE-PACK-FOOT
           CLOSE PACKFILE

           IF WS-ITEM-ROWS(5) = 0 AND WS-PACK-ERRORS = 0
               ADD 1 TO WS-EMPTY-COUNT
               DISPLAY "AUDPCK01: WARNING - employee " WS-ID-DISP
                 " period " WS-PACK-PERIOD " has nothing posted for "
                 "company " WS-RUN-COMPANY "."
           END-IF

           PERFORM WRITE-INDEX-ENTRY
           PERFORM LOG-PRODUCTION.

       FIND-POSTING-RUN SECTION.
      *    THE RUN BEHIND THE PACK IS THE ONE THAT POSTED THE
      *    REGULAR ROW - THE LATEST, WHEN A BACKED-OUT RUN WAS
      *    FOLLOWED BY ITS RERUN.
           MOVE 0 TO WS-PACK-RUN-ID
           MOVE 0 TO WS-RUN-ID-DISP WS-RUN-DATE-DISP WS-RUN-TIME-DISP
           MOVE SPACES TO WS-RUN-OUTCOME WS-SNAP-NAME WS-SNAP-WHERE

           EXEC SQL
               SELECT COALESCE(MAX(RunAuditId), 0)
               INTO :WS-PACK-RUN-ID
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE EmployeeId = :WS-PACK-ID
                 AND Period = :WS-PACK-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND (PayType IS NULL OR PayType = 'R')
                 AND Salary > 0
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PACK-RUN-ID
           END-IF

           IF WS-PACK-RUN-ID NOT = 0
               MOVE WS-PACK-RUN-ID TO WS-RUN-ID-DISP
               MOVE WS-PACK-RUN-ID TO RunAudit-RunAuditId
               EXEC SQL
                   SELECT RunDate, RunTime, COALESCE(Outcome, ' ')
                   INTO :RunAudit-RunDate, :RunAudit-RunTime,
                   :RunAudit-Outcome
                   FROM REDWARRIOR.dbo.RunAudit
                   WHERE RunAuditId = :RunAudit-RunAuditId
               END-EXEC
               IF SQLCODE = 0
                   MOVE RunAudit-RunDate TO WS-RUN-DATE-DISP
                   MOVE RunAudit-RunTime TO WS-RUN-TIME-DISP
                   MOVE RunAudit-Outcome TO WS-RUN-OUTCOME
               ELSE
                   MOVE "NOT ON RunAudit" TO WS-RUN-OUTCOME
               END-IF

      *        WHERE THE SNAPSHOT IS NOW - HSKP01 MAY HAVE MOVED IT
      *        TO THE ARCHIVE OR, PAST ITS RETENTION, DELETED IT.
               STRING "runsnap_" WS-RUN-ID-DISP ".txt"
                 DELIMITED BY SIZE INTO WS-SNAP-NAME
               MOVE WS-SNAP-NAME TO FileHousekeeping-FileName
               EXEC SQL
                   SELECT TOP 1 Action, COALESCE(ArchivePath, ' '),
                   ActionDate
                   INTO :FileHousekeeping-Action,
                   :FileHousekeeping-ArchivePath,
                   :FileHousekeeping-ActionDate
                   FROM REDWARRIOR.dbo.FileHousekeeping
                   WHERE FileName = :FileHousekeeping-FileName
                   ORDER BY HousekeepingId DESC
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       STRING "in the output folder "
                         WS-OUTPUT-DIR DELIMITED BY SIZE
                         INTO WS-SNAP-WHERE
                   WHEN FileHousekeeping-Archived
                       MOVE FileHousekeeping-ArchivePath
                         TO WS-SNAP-WHERE
                   WHEN OTHER
                       MOVE FileHousekeeping-ActionDate
                         TO WS-DATE-DISP
                       STRING "deleted at the end of its retention "
                         "on " WS-DATE-DISP
                         DELIMITED BY SIZE INTO WS-SNAP-WHERE
               END-EVALUATE
           END-IF.

       WRITE-PACK-HEAD SECTION.
           MOVE SPACES TO FS-PACKFILE
           STRING "AUDIT EVIDENCE PACK " WS-SEQ-DISP
             " - YEAR " WS-AUDIT-YEAR " COMPANY " WS-RUN-COMPANY
             "   PRODUCED " WS-TODAY " BY " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "Employee ID  : " WS-ID-DISP
             "    Period: " WS-PACK-PERIOD
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           IF WS-PACK-RUN-ID = 0
               STRING "Posting run  : none on record"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           ELSE
               STRING "Posting run  : RunAuditId " WS-RUN-ID-DISP
                 " of " WS-RUN-DATE-DISP " - " WS-RUN-OUTCOME
                 DELIMITED BY SIZE INTO FS-PACKFILE
           END-IF
           WRITE FS-PACKFILE

           IF WS-PACK-RUN-ID NOT = 0
               MOVE SPACES TO FS-PACKFILE
               STRING "Run snapshot : " FUNCTION TRIM(WS-SNAP-NAME)
                 " - " FUNCTION TRIM(WS-SNAP-WHERE)
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE
           END-IF.

       WRITE-PACK-FOOT SECTION.
           MOVE SPACES TO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "========================================"
             "========================================"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "End of evidence pack " WS-SEQ-DISP
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           IF WS-PACK-ERRORS > 0
               MOVE SPACES TO FS-PACKFILE
               STRING "*** INCOMPLETE - PARTS OF THIS PACK COULD NOT "
                 "BE READ - DO NOT HAND OVER ***"
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE
           END-IF.

      *    1 ----------------------------------------------------------
       PACK-MASTER-DATA SECTION.
           MOVE 1 TO WS-ITEM-INX
           MOVE "1. MASTER DATA AS OF THE PERIOD (Employees)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, BIRTH_DATE, SALARY,
               CHURCH, STATUS, CURRENCY_CODE, HIRE_DATE, TERM_DATE,
               DEPT_CODE, COMPANY_CODE, COALESCE(PERSONNUMMER, ' '),
               COALESCE(STREET, ' '), COALESCE(POSTAL_CODE, ' '),
               COALESCE(CITY, ' '), COALESCE(COUNTRY, ' '),
               COALESCE(PAY_TYPE, 'M'), COALESCE(HOURLY_RATE, 0),
               COALESCE(AGREEMENT_CODE, '01'),
               COALESCE(PAY_GROUP, '01'), COALESCE(JOB_CLASS, ' '),
               COALESCE(PROTECTED_ID, 'N')
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
               :Employees-JOB-CLASS, :Employees-PROTECTED-ID
               FROM REDWARRIOR.dbo.Employees
               WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "AUDPCK01: SQL ERROR ON EMPLOYEE MASTER, "
                 "CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
           ELSE
               MOVE Employees-AGREEMENT-CODE TO WS-EMP-AGREEMENT
               PERFORM RESOLVE-MASTER-AS-OF
               PERFORM WRITE-MASTER-LINES
           END-IF

           MOVE WS-ROWS-FOUND TO WS-ITEM-ROWS(WS-ITEM-INX)
           MOVE "master as the run read it" TO WS-ITEM-REF(1).

       RESOLVE-MASTER-AS-OF SECTION.
      *    THE MASTER KEEPS NO FULL HISTORY. WHAT DOES HAVE ONE IS
      *    TAKEN AS OF THE PERIOD: THE SALARY SEGMENT IN FORCE ON
      *    ITS FIRST DAY, THE ADDRESS BEFORE ANY LATER REGISTER
      *    CHANGE, EMPLOYMENT FROM THE HIRE AND TERMINATION DATES.
      *    COMPANY AND DEPARTMENT ARE WHAT THE RUN POSTED (ITEM 4).
           MOVE Employees-SALARY TO WS-ASOF-SALARY
           EXEC SQL
               SELECT TOP 1 Salary INTO :WS-ASOF-SALARY
               FROM REDWARRIOR.dbo.SalaryHistory
               WHERE EmployeeId = :WS-PACK-ID
                 AND EffectiveFrom <= :WS-PERIOD-START
                 AND (EffectiveTo = 0
                      OR EffectiveTo >= :WS-PERIOD-START)
               ORDER BY EffectiveFrom DESC
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE Employees-SALARY TO WS-ASOF-SALARY
           END-IF

           MOVE SPACES TO WS-ASOF-ADDRESS
           MOVE WS-PACK-ID TO PopRegChange-EmployeeId
           EXEC SQL
               SELECT TOP 1 BeforeImage INTO :PopRegChange-BeforeImage
               FROM REDWARRIOR.dbo.PopRegChange
               WHERE EmployeeId = :PopRegChange-EmployeeId
                 AND ChangeType = 'ADDRESS'
                 AND ImportDate > :WS-PERIOD-END
               ORDER BY ChangeId
           END-EXEC
           IF SQLCODE = 0
               MOVE PopRegChange-BeforeImage TO WS-ASOF-ADDRESS
           END-IF

           EVALUATE TRUE
               WHEN Employees-HIRE-DATE > WS-PERIOD-END
                   MOVE "NOT YET HIRED" TO WS-ASOF-STATUS
               WHEN Employees-TERM-DATE NOT = 0
                AND Employees-TERM-DATE < WS-PERIOD-START
                   MOVE "EMPLOYMENT ALREADY ENDED" TO WS-ASOF-STATUS
               WHEN Employees-TERM-DATE NOT = 0
                AND Employees-TERM-DATE <= WS-PERIOD-END
                   MOVE "EMPLOYED - LEFT IN THE PERIOD"
                     TO WS-ASOF-STATUS
               WHEN OTHER
                   MOVE "EMPLOYED" TO WS-ASOF-STATUS
           END-EVALUATE.

       WRITE-MASTER-LINES SECTION.
           MOVE SPACES TO FS-PACKFILE
           STRING "  Name            : " Employees-FIRST-NAME " "
             Employees-LAST-NAME
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Personnummer    : " Employees-PERSONNUMMER
             "    Birth date: " Employees-BIRTH-DATE
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           EVALUATE TRUE
               WHEN Employees-PROTECTED-IDENTITY
                   STRING "  Address         : protected identity -"
                     " not printed"
                     DELIMITED BY SIZE INTO FS-PACKFILE
               WHEN WS-ASOF-ADDRESS NOT = SPACES
                   STRING "  Address then    : " WS-ASOF-ADDRESS
                     DELIMITED BY SIZE INTO FS-PACKFILE
               WHEN OTHER
                   STRING "  Address         : " Employees-STREET
                     " " Employees-POSTAL-CODE " " Employees-CITY
                     " " Employees-COUNTRY
                     DELIMITED BY SIZE INTO FS-PACKFILE
           END-EVALUATE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Employment      : " WS-ASOF-STATUS
             "  hired " Employees-HIRE-DATE
             "  terminated " Employees-TERM-DATE
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE WS-ASOF-SALARY TO WS-AMT-DISP
           MOVE Employees-HOURLY-RATE TO WS-AMT-DISP2
           MOVE SPACES TO FS-PACKFILE
           STRING "  Pay             : type " Employees-PAY-TYPE
             "  salary then" WS-AMT-DISP
             "  hourly rate" WS-AMT-DISP2
             " " Employees-CURRENCY-CODE
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Agreement/group : " Employees-AGREEMENT-CODE
             " / " Employees-PAY-GROUP
             "    Job class: " Employees-JOB-CLASS
             "    Church member: " Employees-CHURCH
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Today's master  : status " Employees-STATUS
             "  company " Employees-COMPANY-CODE
             "  dept " Employees-DEPT-CODE
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE 7 TO WS-ROWS-FOUND.

      *    2 ----------------------------------------------------------
       PACK-SALARY-HISTORY SECTION.
           MOVE 2 TO WS-ITEM-INX
           MOVE "2. SALARY SEGMENTS TOUCHING THE PERIOD "
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN SegmentCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH SegmentCursor INTO
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
                       MOVE SalaryHistory-RecordedDate
                         TO WS-DATE-DISP3
                       MOVE SPACES TO FS-PACKFILE
                       STRING "  From " WS-DATE-DISP
                         " to " WS-DATE-DISP2
                         "  salary" WS-AMT-DISP
                         "  recorded " WS-DATE-DISP3
                         DELIMITED BY SIZE INTO FS-PACKFILE
                       WRITE FS-PACKFILE
                       IF SalaryHistory-RecordedDate > 0
                          AND SalaryHistory-RecordedDate >
                              SalaryHistory-EffectiveFrom
                           MOVE SPACES TO FS-PACKFILE
                           STRING "       (backdated - entered after"
                             " it took effect)"
                             DELIMITED BY SIZE INTO FS-PACKFILE
                           WRITE FS-PACKFILE
                       END-IF
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE SegmentCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE SPACES TO FS-PACKFILE
           STRING "  (to 0 = the segment is still open)"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE WS-ROWS-FOUND TO WS-ITEM-ROWS(WS-ITEM-INX)
           MOVE "as on file today" TO WS-ITEM-REF(2).

      *    3 ----------------------------------------------------------
       PACK-CALCULATION-TRACE SECTION.
      *    THE DERIVATION CALCTRC01 SHOWS ON SCREEN, ONE TRACE PER
      *    PAY GROUP AND CYCLE THE EMPLOYEE-MONTH WAS PAID IN.
           MOVE 3 TO WS-ITEM-INX
           MOVE 0 TO WS-MISMATCH-COUNT
           MOVE "3. CALCULATION TRACE (AS CALCTRC01 EXPLAINS IT)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN CycleCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH CycleCursor INTO
                       :WS-TRC-GROUP, :WS-TRC-CYCLE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       PERFORM TRACE-ONE-CYCLE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CycleCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE WS-ROWS-FOUND TO WS-ITEM-ROWS(WS-ITEM-INX)
           MOVE SPACES TO WS-ITEM-REF(3)
           IF WS-MISMATCH-COUNT = 0
               STRING "RUN " WS-RUN-ID-DISP " - reproduced"
                 DELIMITED BY SIZE INTO WS-ITEM-REF(3)
           ELSE
               STRING "RUN " WS-RUN-ID-DISP " - " WS-MISMATCH-COUNT
                 " step(s) not reproduced"
                 DELIMITED BY SIZE INTO WS-ITEM-REF(3)
           END-IF.

       TRACE-ONE-CYCLE SECTION.
           EXEC SQL
               SELECT COUNT(*),
               COALESCE(SUM(Salary), 0),
               COALESCE(SUM(TaxAmount), 0),
               COALESCE(SUM(FeeAmount), 0),
               COALESCE(SUM(NetSalary), 0),
               COALESCE(SUM(BenefitValue), 0),
               COALESCE(MAX(TaxDecisionId), 0)
               INTO :WS-TRC-ROWS,
               :EmployeeDeductions-Salary,
               :EmployeeDeductions-TaxAmount,
               :EmployeeDeductions-FeeAmount,
               :EmployeeDeductions-NetSalary,
               :EmployeeDeductions-BenefitValue,
               :EmployeeDeductions-TaxDecisionId
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE EmployeeId = :WS-PACK-ID
                 AND Period = :WS-PACK-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
                 AND COALESCE(PayGroup, '01') = :WS-TRC-GROUP
                 AND COALESCE(PayCycle, '01') = :WS-TRC-CYCLE
                 AND (PayType IS NULL OR PayType = 'R')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "AUDPCK01: SQL ERROR ON POSTED-ROW LOOKUP, "
                 "CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
           ELSE
               ADD 1 TO WS-ROWS-FOUND
               MOVE EmployeeDeductions-Salary TO WS-AMT-DISP
               MOVE EmployeeDeductions-NetSalary TO WS-AMT-DISP2
               MOVE SPACES TO FS-PACKFILE
               STRING "  Pay group " WS-TRC-GROUP
                 " cycle " WS-TRC-CYCLE
                 " - posted: gross" WS-AMT-DISP
                 "  net" WS-AMT-DISP2
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE

               PERFORM TRACE-TAX
               PERFORM TRACE-FEE
               PERFORM TRACE-PENSION
               PERFORM TRACE-GARNISHMENTS
           END-IF.

       TRACE-TAX SECTION.
      *    THE TAX BASE THE RUN USED IS THE POSTED CASH GROSS PLUS
      *    THE BENEFIT VALUE.
           COMPUTE WS-TAXBASE-WORK =
             EmployeeDeductions-Salary +
             EmployeeDeductions-BenefitValue
           EVALUATE TRUE
               WHEN WS-TAXBASE-WORK > 99999
                   MOVE 99999 TO WS-TAX-BASE
               WHEN WS-TAXBASE-WORK < 0
                   MOVE 0 TO WS-TAX-BASE
               WHEN OTHER
                   MOVE WS-TAXBASE-WORK TO WS-TAX-BASE
           END-EVALUATE

           MOVE WS-TAX-BASE TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "    TAX BASE" WS-AMT-DISP
             " (cash gross plus benefit values)"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           IF EmployeeDeductions-TaxDecisionId > 0
               MOVE EmployeeDeductions-TaxDecisionId
                 TO TaxDecisions-DecisionId
               EXEC SQL
                   SELECT DecisionType, DecidedRate,
                   DecisionReference
                   INTO :TaxDecisions-DecisionType,
                   :TaxDecisions-DecidedRate,
                   :TaxDecisions-DecisionReference
                   FROM REDWARRIOR.dbo.TaxDecisions
                   WHERE DecisionId = :TaxDecisions-DecisionId
               END-EXEC
               MOVE SPACES TO FS-PACKFILE
               IF SQLCODE = 0
                   MOVE TaxDecisions-DecidedRate TO WS-RATE-DISP
                   STRING "    TAX DECISION APPLIED: "
                     TaxDecisions-DecisionType " at "
                     WS-RATE-DISP " percent, ref "
                     TaxDecisions-DecisionReference
                     DELIMITED BY SIZE INTO FS-PACKFILE
               ELSE
                   MOVE EmployeeDeductions-TaxDecisionId
                     TO WS-ID-DISP2
                   STRING "    TAX DECISION " WS-ID-DISP2
                     " WAS APPLIED BUT IS NO LONGER ON FILE"
                     DELIMITED BY SIZE INTO FS-PACKFILE
               END-IF
               WRITE FS-PACKFILE
           ELSE
               MOVE SPACES TO FS-PACKFILE
               STRING "    BRACKETS IN FORCE FOR " WS-ASOF-DATE
                 " AND THE SLICE EACH ONE TAXES:"
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE
               PERFORM TRACE-BRACKET-SLICES
           END-IF

           MOVE Employees-CHURCH TO WS-ChurchMember
           CALL "TaxModule" USING WS-TAX-BASE
                                  WS-ChurchMember
                                  WS-TaxAmount
                                  WS-ASOF-DATE
                                  WS-APPLIED-TAX-RATE
                                  Employees-ID-EMPLOYEE
                                  WS-TAX-DECISION-ID

           MOVE WS-TaxAmount TO WS-AMT-DISP
           MOVE EmployeeDeductions-TaxAmount TO WS-AMT-DISP2
           MOVE SPACES TO FS-PACKFILE
           IF WS-TaxAmount = EmployeeDeductions-TaxAmount
               STRING "    TAX: recomputed" WS-AMT-DISP
                 " = posted" WS-AMT-DISP2 " - MATCHES"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING "    TAX: recomputed" WS-AMT-DISP
                 " vs posted" WS-AMT-DISP2
                 " - *** TODAY'S TABLES DO NOT REPRODUCE IT ***"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           END-IF
           WRITE FS-PACKFILE.

       TRACE-BRACKET-SLICES SECTION.
           MOVE 0 TO WS-SW2

           EXEC SQL
               OPEN BracketCursor
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM WRITE-READ-ERROR
               SET INNER-EOF TO TRUE
           END-IF

           PERFORM UNTIL INNER-EOF
               EXEC SQL
                   FETCH BracketCursor INTO
                       :Taxinfo-TaxId,
                       :Taxinfo-MinSalary,
                       :Taxinfo-MaxSalary,
                       :Taxinfo-TaxPercentage
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET INNER-EOF TO TRUE
                   WHEN 0
                       IF Taxinfo-MinSalary <= WS-TAX-BASE
                           IF Taxinfo-MaxSalary < WS-TAX-BASE
                               MOVE Taxinfo-MaxSalary
                                 TO WS-SLICE-TOP
                           ELSE
                               MOVE WS-TAX-BASE TO WS-SLICE-TOP
                           END-IF
                           MOVE Taxinfo-TaxId TO WS-ID-DISP2
                           MOVE Taxinfo-MinSalary TO WS-AMT-DISP
                           MOVE WS-SLICE-TOP TO WS-AMT-DISP2
                           MOVE Taxinfo-TaxPercentage
                             TO WS-RATE-DISP
                           MOVE SPACES TO FS-PACKFILE
                           STRING "      TaxId " WS-ID-DISP2
                             " slice" WS-AMT-DISP " -"
                             WS-AMT-DISP2 " at " WS-RATE-DISP
                             " percent"
                             DELIMITED BY SIZE INTO FS-PACKFILE
                           WRITE FS-PACKFILE
                       END-IF
                   WHEN OTHER
                       DISPLAY "AUDPCK01: SQL ERROR ON BRACKET "
                         "FETCH, CODE = " SQLCODE
                       PERFORM WRITE-READ-ERROR
                       SET INNER-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE BracketCursor
           END-EXEC.

       TRACE-FEE SECTION.
           MOVE Employees-BIRTH-DATE TO WS-DATEOFBIRTH
           IF EmployeeDeductions-Salary > 99999
               MOVE 99999 TO WS-TAX-BASE
           ELSE
               IF EmployeeDeductions-Salary < 0
                   MOVE 0 TO WS-TAX-BASE
               ELSE
                   MOVE EmployeeDeductions-Salary TO WS-TAX-BASE
               END-IF
           END-IF

           CALL "FeeModule" USING WS-TAX-BASE
                                  WS-DATEOFBIRTH
                                  WS-FEE
                                  WS-FEE-STATUS
                                  WS-APPLIED-FEE-RATE
                                  WS-EMP-AGREEMENT

           MOVE WS-FEE TO WS-AMT-DISP
           MOVE EmployeeDeductions-FeeAmount TO WS-AMT-DISP2
           MOVE SPACES TO FS-PACKFILE
           IF WS-FEE = EmployeeDeductions-FeeAmount
               STRING "    FEE (agreement " WS-EMP-AGREEMENT
                 "): recomputed" WS-AMT-DISP
                 " = posted" WS-AMT-DISP2 " - MATCHES"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING "    FEE (agreement " WS-EMP-AGREEMENT
                 "): recomputed" WS-AMT-DISP
                 " vs posted" WS-AMT-DISP2
                 " - *** TODAY'S TABLES DO NOT REPRODUCE IT ***"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           END-IF
           WRITE FS-PACKFILE.

       TRACE-PENSION SECTION.
      *    PENSIONABLE SALARY IS THE TAX BASE; THE YEAR'S GROSS
      *    BEFORE THE PERIOD IS REBUILT FROM THE REGULAR ROWS, THE
      *    POSITION THE RUN'S GrossYTD HELD WHEN IT PRICED THE
      *    PERIOD.
           COMPUTE WS-TAXBASE-WORK =
             EmployeeDeductions-Salary +
             EmployeeDeductions-BenefitValue
           EVALUATE TRUE
               WHEN WS-TAXBASE-WORK > 99999
                   MOVE 99999 TO WS-TAX-BASE
               WHEN WS-TAXBASE-WORK < 0
                   MOVE 0 TO WS-TAX-BASE
               WHEN OTHER
                   MOVE WS-TAXBASE-WORK TO WS-TAX-BASE
           END-EVALUATE

           MOVE SPACES TO WS-YTD-FROM
           STRING WS-PACK-PERIOD (1:4) "01" DELIMITED BY SIZE
             INTO WS-YTD-FROM

           MOVE 0 TO WS-GROSS-YTD-PRIOR
           EXEC SQL
               SELECT COALESCE(SUM(Salary), 0)
               + COALESCE(SUM(BenefitValue), 0)
               INTO :WS-GROSS-YTD-PRIOR
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE EmployeeId = :WS-PACK-ID
                 AND Period >= :WS-YTD-FROM
                 AND Period < :WS-PACK-PERIOD
                 AND (PayType IS NULL OR PayType = 'R')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "AUDPCK01: SQL ERROR ON GROSS-YTD "
                 "REBUILD, CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
           END-IF

           MOVE Employees-BIRTH-DATE TO WS-DATEOFBIRTH

           CALL "PensionModule" USING WS-TAX-BASE
                                      WS-DATEOFBIRTH
                                      WS-ASOF-DATE
                                      WS-PENSION-EMP
                                      WS-PENSION-EMPLOYER
                                      WS-PENSION-STATUS
                                      WS-GROSS-YTD-PRIOR
                                      WS-PENSION-CAP-FLAG
                                      WS-EMP-AGREEMENT
                                      WS-EXCHANGE-AMOUNT
                                      WS-EXCHANGE-UPLIFT
                                      WS-EXCHANGE-PREMIUM

           MOVE WS-GROSS-YTD-PRIOR TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "    PENSION (gross YTD before the period"
             WS-AMT-DISP ")"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           EVALUATE TRUE
               WHEN TRC-PENSION-FULLY-CAPPED
                   STRING "      annual pensionable salary ceiling "
                     "already reached - contributions stop"
                     DELIMITED BY SIZE INTO FS-PACKFILE
                   WRITE FS-PACKFILE
               WHEN TRC-PENSION-PART-CAPPED
                   STRING "      the period reaches the annual "
                     "ceiling - only the slice under it contributes"
                     DELIMITED BY SIZE INTO FS-PACKFILE
                   WRITE FS-PACKFILE
               WHEN TRC-PENSION-NO-BAND
                   STRING "      no PensionRates band matches - a "
                     "real zero only if the scheme excludes them"
                     DELIMITED BY SIZE INTO FS-PACKFILE
                   WRITE FS-PACKFILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE 0 TO WS-POSTED-PEN-EMP
           MOVE 0 TO WS-POSTED-PEN-EMPLR
           EXEC SQL
               SELECT COALESCE(SUM(EmployeeAmount), 0),
               COALESCE(SUM(EmployerAmount), 0)
               INTO :WS-POSTED-PEN-EMP, :WS-POSTED-PEN-EMPLR
               FROM REDWARRIOR.dbo.PensionContrib
               WHERE EmployeeId = :WS-PACK-ID
                 AND Period = :WS-PACK-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "AUDPCK01: SQL ERROR ON PENSION "
                 "LOOKUP, CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
           END-IF

           MOVE WS-PENSION-EMP TO WS-AMT-DISP
           MOVE WS-POSTED-PEN-EMP TO WS-AMT-DISP2
           MOVE SPACES TO FS-PACKFILE
           IF WS-PENSION-EMP = WS-POSTED-PEN-EMP
               STRING "      EMPLOYEE SIDE: recomputed" WS-AMT-DISP
                 " = posted" WS-AMT-DISP2 " - MATCHES"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING "      EMPLOYEE SIDE: recomputed" WS-AMT-DISP
                 " vs posted" WS-AMT-DISP2
                 " - *** NOT REPRODUCED ***"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           END-IF
           WRITE FS-PACKFILE

           MOVE WS-PENSION-EMPLOYER TO WS-AMT-DISP
           MOVE WS-POSTED-PEN-EMPLR TO WS-AMT-DISP2
           MOVE SPACES TO FS-PACKFILE
           IF WS-PENSION-EMPLOYER = WS-POSTED-PEN-EMPLR
               STRING "      EMPLOYER SIDE: recomputed" WS-AMT-DISP
                 " = posted" WS-AMT-DISP2 " - MATCHES"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               STRING "      EMPLOYER SIDE: recomputed" WS-AMT-DISP
                 " vs posted" WS-AMT-DISP2
                 " - *** NOT REPRODUCED ***"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           END-IF
           WRITE FS-PACKFILE.

       TRACE-GARNISHMENTS SECTION.
           EXEC SQL
               SELECT ProtectedFloor
               INTO :GarnishRules-ProtectedFloor
               FROM REDWARRIOR.dbo.GarnishRules
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO GarnishRules-ProtectedFloor
           END-IF

           MOVE GarnishRules-ProtectedFloor TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "    GARNISHMENTS WITHHELD (protected floor"
             WS-AMT-DISP "):"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE 0 TO WS-SW2

           EXEC SQL
               OPEN GarnishCursor
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM WRITE-READ-ERROR
               SET INNER-EOF TO TRUE
           END-IF

           PERFORM UNTIL INNER-EOF
               EXEC SQL
                   FETCH GarnishCursor INTO
                       :GarnishDetail-CaseReference,
                       :GarnishDetail-Amount
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET INNER-EOF TO TRUE
                   WHEN 0
                       MOVE GarnishDetail-Amount TO WS-AMT-DISP
                       MOVE SPACES TO FS-PACKFILE
                       STRING "      case "
                         GarnishDetail-CaseReference
                         " withheld" WS-AMT-DISP
                         DELIMITED BY SIZE INTO FS-PACKFILE
                       WRITE FS-PACKFILE
                   WHEN OTHER
                       DISPLAY "AUDPCK01: SQL ERROR ON GARNISH "
                         "FETCH, CODE = " SQLCODE
                       PERFORM WRITE-READ-ERROR
                       SET INNER-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE GarnishCursor
           END-EXEC.

      *    4 ----------------------------------------------------------
       PACK-POSTINGS SECTION.
           MOVE 4 TO WS-ITEM-INX
           MOVE 0 TO WS-POSTED-NET
           MOVE "4. POSTINGS (EmployeeDeductions) WITH OFFSETS"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE SPACES TO FS-PACKFILE
           STRING "  Kind      T Gr Cy        Gross          Tax"
             "          Fee          Net Paid on  Run"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           EXEC SQL
               OPEN PostingCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH PostingCursor INTO
                       :EmployeeDeductions-PayType,
                       :EmployeeDeductions-PayGroup,
                       :EmployeeDeductions-PayCycle,
                       :EmployeeDeductions-Salary,
                       :EmployeeDeductions-TaxAmount,
                       :EmployeeDeductions-FeeAmount,
                       :EmployeeDeductions-NetSalary,
                       :EmployeeDeductions-BenefitValue,
                       :EmployeeDeductions-PaymentDate,
                       :EmployeeDeductions-PaidPeriod,
                       :EmployeeDeductions-RunAuditId
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       PERFORM WRITE-ONE-POSTING
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PostingCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE WS-POSTED-NET TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "  Net standing for the employee-month"
             WS-AMT-DISP
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Reversals and retro offsets booked "
             "(ReversalAudit):"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE 0 TO WS-SW2
           EXEC SQL
               OPEN ReversalCursor
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM WRITE-READ-ERROR
               SET INNER-EOF TO TRUE
           END-IF

           PERFORM UNTIL INNER-EOF
               EXEC SQL
                   FETCH ReversalCursor INTO
                       :ReversalAudit-ReversalId,
                       :ReversalAudit-TaxAmount,
                       :ReversalAudit-FeeAmount,
                       :ReversalAudit-Reason,
                       :ReversalAudit-ReversalDate,
                       :ReversalAudit-OperatorId
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET INNER-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       MOVE ReversalAudit-ReversalDate TO WS-DATE-DISP
                       MOVE ReversalAudit-TaxAmount TO WS-AMT-DISP
                       MOVE ReversalAudit-FeeAmount TO WS-AMT-DISP2
                       MOVE SPACES TO FS-PACKFILE
                       STRING "    " WS-DATE-DISP
                         " tax" WS-AMT-DISP " fee" WS-AMT-DISP2
                         " by " ReversalAudit-OperatorId
                         " - " ReversalAudit-Reason
                         DELIMITED BY SIZE INTO FS-PACKFILE
                       WRITE FS-PACKFILE
                   WHEN OTHER
                       DISPLAY "AUDPCK01: SQL ERROR ON REVERSAL "
                         "FETCH, CODE = " SQLCODE
                       PERFORM WRITE-READ-ERROR
                       SET INNER-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ReversalCursor
           END-EXEC

           MOVE WS-ROWS-FOUND TO WS-ITEM-ROWS(WS-ITEM-INX)
           MOVE SPACES TO WS-ITEM-REF(4)
           STRING "RunAuditId per row" DELIMITED BY SIZE
             INTO WS-ITEM-REF(4).

       WRITE-ONE-POSTING SECTION.
      *    THE ORIGINAL POSTING CARRIES THE GROSS; A REVERSAL OR A
      *    BACKOUT TAKES IT BACK; A RETRO RECALCULATION MOVES ONLY
      *    TAX, FEE AND NET.
           EVALUATE TRUE
               WHEN EmployeeDeductions-PayType = "O"
                   MOVE "ONE-OFF" TO WS-ROW-KIND
               WHEN EmployeeDeductions-PayType = "B"
                   MOVE "BACK PAY" TO WS-ROW-KIND
               WHEN EmployeeDeductions-Salary > 0
                   MOVE "ORIGINAL" TO WS-ROW-KIND
               WHEN EmployeeDeductions-Salary < 0
                   MOVE "REVERSAL" TO WS-ROW-KIND
               WHEN OTHER
                   MOVE "RETRO" TO WS-ROW-KIND
           END-EVALUATE

           ADD EmployeeDeductions-NetSalary TO WS-POSTED-NET

           MOVE EmployeeDeductions-Salary TO WS-AMT-DISP
           MOVE EmployeeDeductions-TaxAmount TO WS-AMT-DISP2
           MOVE EmployeeDeductions-FeeAmount TO WS-AMT-DISP3
           MOVE EmployeeDeductions-NetSalary TO WS-AMT-DISP4
           MOVE EmployeeDeductions-PaymentDate TO WS-DATE-DISP
           MOVE EmployeeDeductions-RunAuditId TO WS-ID-DISP2
           MOVE SPACES TO FS-PACKFILE
           STRING "  " WS-ROW-KIND " " EmployeeDeductions-PayType
             " " EmployeeDeductions-PayGroup
             " " EmployeeDeductions-PayCycle
             WS-AMT-DISP WS-AMT-DISP2 WS-AMT-DISP3 WS-AMT-DISP4
             " " WS-DATE-DISP " " WS-ID-DISP2
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           IF EmployeeDeductions-BenefitValue NOT = 0
               MOVE EmployeeDeductions-BenefitValue TO WS-AMT-DISP
               MOVE SPACES TO FS-PACKFILE
               STRING "            benefit value" WS-AMT-DISP
                 " (taxed, not paid out)"
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE
           END-IF.

      *    5 ----------------------------------------------------------
       PACK-PAYSLIP SECTION.
      *    THE SAME BLOCK OUTGEN01 REBUILDS FROM WHAT WAS POSTED -
      *    ONE PER ORIGINAL POSTING.
           MOVE 5 TO WS-ITEM-INX
           MOVE "5. PAYSLIP REGENERATED FROM POSTED DATA"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN PayslipCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH PayslipCursor INTO
                       :EmployeeDeductions-Salary,
                       :EmployeeDeductions-TaxAmount,
                       :EmployeeDeductions-FeeAmount,
                       :EmployeeDeductions-NetSalary,
                       :EmployeeDeductions-DeptCode
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       PERFORM WRITE-ONE-PAYSLIP
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PayslipCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE WS-ROWS-FOUND TO WS-ITEM-ROWS(WS-ITEM-INX)
           MOVE SPACES TO WS-ITEM-REF(5)
           STRING "RUN " WS-RUN-ID-DISP DELIMITED BY SIZE
             INTO WS-ITEM-REF(5).

       WRITE-ONE-PAYSLIP SECTION.
           MOVE SPACES TO FS-PACKFILE
           STRING "  ----------------------------------------"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  PAYSLIP FOR PERIOD " WS-PACK-PERIOD
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Employee ID  : " WS-ID-DISP
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Name         : " Employees-FIRST-NAME " "
             Employees-LAST-NAME
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  Department   : " EmployeeDeductions-DeptCode
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE EmployeeDeductions-Salary TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "  Gross Salary :" WS-AMT-DISP
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE EmployeeDeductions-TaxAmount TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "  Tax Amount   :" WS-AMT-DISP
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE EmployeeDeductions-FeeAmount TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "  Fee Amount   :" WS-AMT-DISP
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           EXEC SQL
               SELECT COALESCE(SUM(EmployeeAmount), 0)
               INTO :PensionContrib-EmployeeAmount
               FROM REDWARRIOR.dbo.PensionContrib
               WHERE EmployeeId = :WS-PACK-ID
                 AND Period = :WS-PACK-PERIOD
           END-EXEC
           IF SQLCODE = 0 AND PensionContrib-EmployeeAmount > 0
               MOVE PensionContrib-EmployeeAmount TO WS-AMT-DISP
               MOVE SPACES TO FS-PACKFILE
               STRING "  Pension      :" WS-AMT-DISP
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE
           END-IF

           MOVE 0 TO WS-SW2
           EXEC SQL
               OPEN DetailCursor
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM WRITE-READ-ERROR
               SET INNER-EOF TO TRUE
           END-IF

           PERFORM UNTIL INNER-EOF
               EXEC SQL
                   FETCH DetailCursor INTO
                       :DeductionTypes-Description,
                       :DeductionDetail-Amount
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET INNER-EOF TO TRUE
                   WHEN 0
                       MOVE DeductionDetail-Amount TO WS-AMT-DISP
                       MOVE SPACES TO FS-PACKFILE
                       STRING "  " DeductionTypes-Description (1:13)
                         ":" WS-AMT-DISP
                         DELIMITED BY SIZE INTO FS-PACKFILE
                       WRITE FS-PACKFILE
                   WHEN OTHER
                       DISPLAY "AUDPCK01: SQL ERROR ON DETAIL "
                         "FETCH, CODE = " SQLCODE
                       PERFORM WRITE-READ-ERROR
                       SET INNER-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE DetailCursor
           END-EXEC

           MOVE EmployeeDeductions-NetSalary TO WS-AMT-DISP
           MOVE SPACES TO FS-PACKFILE
           STRING "  Net Salary   :" WS-AMT-DISP
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           STRING "  ----------------------------------------"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE.

      *    6 ----------------------------------------------------------
       PACK-BANK-PAYMENT SECTION.
           MOVE 6 TO WS-ITEM-INX
           MOVE 0 TO WS-PAID-NET
           MOVE "6. BANK PAYMENT LINE (DisburseRegister)"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           EXEC SQL
               OPEN DisburseCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH DisburseCursor INTO
                       :DisburseRegister-DisburseId,
                       :DisburseRegister-ClearingNumber,
                       :DisburseRegister-AccountNumber,
                       :DisburseRegister-Amount,
                       :DisburseRegister-Status,
                       :DisburseRegister-SentDate,
                       :DisburseRegister-PayGroup,
                       :DisburseRegister-PayCycle
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       IF NOT DisburseRegister-Cancelled
                          AND NOT DisburseRegister-Returned
                           ADD DisburseRegister-Amount TO WS-PAID-NET
                       END-IF
                       MOVE DisburseRegister-DisburseId TO WS-ID-DISP2
                       MOVE DisburseRegister-SentDate TO WS-DATE-DISP
                       MOVE DisburseRegister-Amount TO WS-AMT-DISP
                       MOVE SPACES TO FS-PACKFILE
                       STRING "  Payment " WS-ID-DISP2
                         " sent " WS-DATE-DISP
                         " cycle " DisburseRegister-PayGroup
                         "/" DisburseRegister-PayCycle
                         " to " DisburseRegister-ClearingNumber
                         "-" DisburseRegister-AccountNumber
                         WS-AMT-DISP " " DisburseRegister-Status
                         DELIMITED BY SIZE INTO FS-PACKFILE
                       WRITE FS-PACKFILE
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE DisburseCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE WS-PAID-NET TO WS-AMT-DISP
           MOVE WS-POSTED-NET TO WS-AMT-DISP2
           MOVE SPACES TO FS-PACKFILE
           IF WS-PAID-NET = WS-POSTED-NET
               STRING "  Paid" WS-AMT-DISP " = net posted"
                 WS-AMT-DISP2 " - AGREES"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           ELSE
               STRING "  Paid" WS-AMT-DISP " vs net posted"
                 WS-AMT-DISP2 " - see the postings and returns"
                 DELIMITED BY SIZE INTO FS-PACKFILE
           END-IF
           WRITE FS-PACKFILE

           MOVE WS-ROWS-FOUND TO WS-ITEM-ROWS(WS-ITEM-INX)
           MOVE SPACES TO WS-ITEM-REF(6)
           STRING "RUN " WS-RUN-ID-DISP " paid" WS-AMT-DISP
             DELIMITED BY SIZE INTO WS-ITEM-REF(6).

      *    7 ----------------------------------------------------------
       PACK-AGI-RECORD SECTION.
      *    THE INDIVIDUAL RECORD AS AGIDEC01 BUILDS IT FOR EACH MONTH
      *    THE EMPLOYEE-MONTH WAS PAID IN - IT HOLDS EVERYTHING PAID
      *    TO THE EMPLOYEE THAT MONTH, NOT THIS PERIOD ALONE - AND
      *    THE DECLARATION FILE IT WENT OUT IN.
           MOVE 7 TO WS-ITEM-INX
           MOVE "7. AGI INDIVIDUAL RECORD REPORTED"
             TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO WS-ITEM-REF(7)

           EXEC SQL
               OPEN AgiPeriodCursor
           END-EXEC
           PERFORM CHECK-CURSOR-OPEN

           PERFORM UNTIL CURSOR-EOF
               EXEC SQL
                   FETCH AgiPeriodCursor INTO :WS-AGI-PERIOD
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CURSOR-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-ROWS-FOUND
                       PERFORM WRITE-ONE-AGI-RECORD
                   WHEN OTHER
                       PERFORM CURSOR-READ-FAILED
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE AgiPeriodCursor
           END-EXEC
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE WS-ROWS-FOUND TO WS-ITEM-ROWS(WS-ITEM-INX).

       WRITE-ONE-AGI-RECORD SECTION.
           MOVE 0 TO WS-AGI-GROSS WS-AGI-TAX WS-AGI-EXCHANGE
             WS-AGI-ESTATE WS-AGI-EMPTAX

           EXEC SQL
               SELECT SUM(Salary) + SUM(COALESCE(BenefitValue, 0)),
               SUM(TaxAmount),
               SUM(COALESCE(SalaryExchange, 0)),
               SUM(CASE WHEN COALESCE(EstatePay, 'N') = 'Y'
                 THEN Salary + COALESCE(BenefitValue, 0)
                 ELSE 0 END)
               INTO :WS-AGI-GROSS, :WS-AGI-TAX, :WS-AGI-EXCHANGE,
               :WS-AGI-ESTATE
               FROM REDWARRIOR.dbo.EmployeeDeductions
               WHERE EmployeeId = :WS-PACK-ID
                 AND COALESCE(PaidPeriod, Period) = :WS-AGI-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "AUDPCK01: SQL ERROR ON AGI TOTALS, CODE = "
                 SQLCODE
               PERFORM WRITE-READ-ERROR
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(Amount), 0)
               INTO :WS-AGI-EMPTAX
               FROM REDWARRIOR.dbo.EmployerTaxAccrual
               WHERE EmployeeId = :WS-PACK-ID
                 AND COALESCE(PaidPeriod, Period) = :WS-AGI-PERIOD
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "AUDPCK01: SQL ERROR ON EMPLOYER TAX "
                 "LOOKUP, CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
           END-IF

      *    THE ESTATE'S SHARE IS DECLARED APART FROM GROSS PAY.
           SUBTRACT WS-AGI-ESTATE FROM WS-AGI-GROSS

           MOVE SPACES TO FS-PACKFILE
           STRING "  Declared month " WS-AGI-PERIOD
             "  personnummer " Employees-PERSONNUMMER
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE WS-AGI-GROSS TO WS-AMT-DISP
           MOVE WS-AGI-TAX TO WS-AMT-DISP2
           MOVE WS-AGI-EMPTAX TO WS-AMT-DISP3
           MOVE SPACES TO FS-PACKFILE
           STRING "    GrossPay" WS-AMT-DISP
             "  TaxWithheld" WS-AMT-DISP2
             "  EmployerContribution" WS-AMT-DISP3
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE

           IF WS-AGI-EXCHANGE > 0 OR WS-AGI-ESTATE > 0
               MOVE WS-AGI-EXCHANGE TO WS-AMT-DISP
               MOVE WS-AGI-ESTATE TO WS-AMT-DISP2
               MOVE SPACES TO FS-PACKFILE
               STRING "    SalaryExchange" WS-AMT-DISP
                 "  PaidToEstate" WS-AMT-DISP2
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE
           END-IF

      *    THE DECLARATION THAT CARRIED IT - THE LATEST ONE NOT
      *    REFUSED BY THE OUTBOUND REGISTER.
           MOVE WS-RUN-COMPANY TO OutboundFile-CompanyCode
           MOVE WS-AGI-PERIOD TO OutboundFile-Period
           EXEC SQL
               SELECT TOP 1 FileId, FileName, Status, ProducedDate
               INTO :OutboundFile-FileId, :OutboundFile-FileName,
               :OutboundFile-Status, :OutboundFile-ProducedDate
               FROM REDWARRIOR.dbo.OutboundFile
               WHERE FileType = 'AGI'
                 AND CompanyCode = :OutboundFile-CompanyCode
                 AND Period = :OutboundFile-Period
                 AND Status <> 'REFUSED'
               ORDER BY FileId DESC
           END-EXEC

           MOVE SPACES TO FS-PACKFILE
           EVALUATE SQLCODE
               WHEN 0
                   MOVE OutboundFile-FileId TO WS-FILE-ID-DISP
                   MOVE OutboundFile-ProducedDate TO WS-DATE-DISP
                   STRING "    Declaration file " WS-FILE-ID-DISP
                     " produced " WS-DATE-DISP " - "
                     OutboundFile-Status
                     DELIMITED BY SIZE INTO FS-PACKFILE
                   IF WS-ITEM-REF(7) = SPACES
                       STRING "OutboundFile " WS-FILE-ID-DISP " "
                         OutboundFile-Status
                         DELIMITED BY SIZE INTO WS-ITEM-REF(7)
                   END-IF
               WHEN 100
                   STRING "    No AGI declaration registered for "
                     WS-AGI-PERIOD " yet"
                     DELIMITED BY SIZE INTO FS-PACKFILE
                   IF WS-ITEM-REF(7) = SPACES
                       MOVE "NOT YET DECLARED" TO WS-ITEM-REF(7)
                   END-IF
               WHEN OTHER
                   DISPLAY "AUDPCK01: SQL ERROR ON OUTBOUND FILE "
                     "LOOKUP, CODE = " SQLCODE
                   PERFORM WRITE-READ-ERROR
           END-EVALUATE
           IF FS-PACKFILE NOT = SPACES
               WRITE FS-PACKFILE
           END-IF.

      *    ------------------------------------------------------------
       WRITE-SECTION-HEADING SECTION.
           MOVE 0 TO WS-ROWS-FOUND
           MOVE 0 TO WS-SW1

           MOVE SPACES TO FS-PACKFILE
           WRITE FS-PACKFILE

           MOVE SPACES TO FS-PACKFILE
           MOVE WS-SECTION-TITLE TO FS-PACKFILE
           WRITE FS-PACKFILE.

       CHECK-CURSOR-OPEN SECTION.
           IF SQLCODE NOT = 0
               DISPLAY "AUDPCK01: SQL ERROR ON OPEN FOR "
                 WS-SECTION-TITLE ", CODE = " SQLCODE
               PERFORM WRITE-READ-ERROR
               SET CURSOR-EOF TO TRUE
           END-IF.

       CURSOR-READ-FAILED SECTION.
           DISPLAY "AUDPCK01: SQL ERROR ON FETCH FOR "
             WS-SECTION-TITLE ", CODE = " SQLCODE
           PERFORM WRITE-READ-ERROR
           SET CURSOR-EOF TO TRUE.

       WRITE-READ-ERROR SECTION.
      *    A PART THAT COULD NOT BE READ IS SAID SO IN THE PACK
      *    ITSELF - IT MUST NEVER LOOK LIKE "NOTHING ON FILE".
           ADD 1 TO WS-PACK-ERRORS
           ADD 1 TO WS-ERROR-COUNT
           ADD 1 TO WS-ROWS-FOUND
           MOVE SPACES TO FS-PACKFILE
           STRING "  *** COULD NOT BE READ - PACK INCOMPLETE ***"
             DELIMITED BY SIZE INTO FS-PACKFILE
           WRITE FS-PACKFILE.

       WRITE-NONE-IF-EMPTY SECTION.
           IF WS-ROWS-FOUND = 0
               MOVE SPACES TO FS-PACKFILE
               STRING "  (nothing on file)"
                 DELIMITED BY SIZE INTO FS-PACKFILE
               WRITE FS-PACKFILE
           END-IF.

       LOG-PRODUCTION SECTION.
           MOVE SPACES TO WS-PDM-VALUE
           STRING "AUDIT PACK " WS-PACK-PERIOD
             DELIMITED BY SIZE INTO WS-PDM-VALUE

           CALL "PersDataModule" USING WS-PDM-FUNCTION
                                       WS-OPERATOR-ID
                                       Operators-AuthPersonalData
                                       WS-PDM-PROGRAM
                                       WS-PACK-ID
                                       WS-PDM-VALUE
                                       WS-PDM-RESULT
           END-CALL

           IF PDM-ERROR
               DISPLAY "AUDPCK01: WARNING - the pack for employee "
                 WS-ID-DISP " could not be logged - note its "
                 "production by hand."
               ADD 1 TO WS-LOG-FAILED-COUNT
           END-IF.
