       WORKING-STORAGE SECTION.

       COPY "EMPTAX_TABLE.cpy".
       COPY "SocialCoverage.cpy".

           EXEC SQL
           INCLUDE SQLCA

      *    LOADED ONCE ON THE FIRST CALL AND COMPUTED FROM MEMORY
      *    AFTER THAT - SAME LOAD-ONCE DISCIPLINE AS TAXMODULE AND
      *    FEEMODULE, THE RATES CANNOT CHANGE MID-RUN. THE SET IN
      *    FORCE ON THE CALLER'S AS-OF DATE IS LOADED, AND RELOADED
      *    ONLY WHEN A CALLER PASSES A DIFFERENT DATE.
           EXEC SQL
           DECLARE EmpTaxLoadCursor CURSOR FOR
           SELECT MIN_BIRTHYEAR, MAX_BIRTHYEAR, EMPTAX_PERCENTAGE,
           COALESCE(ChargeType, ' ')
           FROM REDWARRIOR.dbo.EMPTAX_TABLE
           WHERE COALESCE(EffectiveFrom, 0) <= :AsOfDate
             AND (COALESCE(EffectiveTo, 0) = 0
              OR EffectiveTo >= :AsOfDate)
           ORDER BY MIN_BIRTHYEAR
           END-EXEC.

      *    THE EMPLOYEE'S COVERAGE CERTIFICATES TOUCHING THE MONTH OF
      *    THE AS-OF DATE - A CERTIFICATE STARTING OR ENDING MID-MONTH
      *    REDUCES THE CHARGE FOR ITS OWN DAYS ONLY.
           EXEC SQL
           DECLARE CoverageCursor CURSOR FOR
           SELECT CoverageId, CoverageType, ValidFrom, ValidTo
           FROM REDWARRIOR.dbo.SocialCoverage
           WHERE EmployeeId = :EmployeeId
             AND ValidFrom <= :MonthEnd
             AND (ValidTo = 0 OR ValidTo >= :MonthStart)
           ORDER BY ValidFrom
           END-EXEC.

       01 BirthYear PIC 9(4).
       01 AsOfDate PIC 9(8).
       01 EmpTaxPercentage PIC S9(2)V9(2) COMP-3.
       01 EmpTaxAmount PIC 9(5).
       01 EmployeeId PIC S9(09) COMP-5.
       01 MonthStart PIC S9(09) COMP-5.
       01 MonthEnd PIC S9(09) COMP-5.

       01 WS-LOADED-ASOF PIC 9(8) VALUE 0.
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
       01 WS-EMPTAX-CACHE.
         05 WS-EMPTAX-ROW OCCURS 50 TIMES.
           10 WS-EMPTAX-MIN-BY PIC S9(09) COMP-5.
           10 WS-EMPTAX-MAX-BY PIC S9(09) COMP-5.
           10 WS-EMPTAX-PCT PIC S9(2)V9(2) COMP-3.
           10 WS-EMPTAX-TYPE PIC X(4).
       01 WS-ROW-INX PIC 9(3) VALUE 0.
       01 WS-ROW-MATCH PIC 9 VALUE 0.
         88 EMPTAX-ROW-MATCHED VALUE 1.
       01 WS-LOAD-SWITCHES PIC 9 VALUE 0.
         88 LOAD-EOF VALUE 1.
       01 WS-MATCH-TYPE PIC X(4).
       01 WS-MATCH-PCT PIC S9(2)V9(2) COMP-3.

      *    THE MONTH OF THE AS-OF DATE AND THE DAYS OF IT THE
      *    EMPLOYEE'S CERTIFICATES COVER, BY COVERAGE TYPE. THE
      *    CHARGE IS THE FULL RATE FOR THE UNCOVERED DAYS, THE
      *    GENERAL PAYROLL TAX RATE FOR THE ALPA DAYS AND NOTHING
      *    FOR THE NONE DAYS, WEIGHTED OVER THE CALENDAR MONTH.
       01 WS-MONTH-START PIC 9(8).
       01 WS-NEXT-MONTH PIC 9(8).
       01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
         05 WS-NEXT-YEAR PIC 9(4).
         05 WS-NEXT-MON PIC 9(2).
         05 WS-NEXT-DAY PIC 9(2).
       01 WS-MONTH-DAYS PIC S9(4) COMP-5 VALUE 0.
       01 WS-FULL-DAYS PIC S9(4) COMP-5 VALUE 0.
       01 WS-NONE-DAYS PIC S9(4) COMP-5 VALUE 0.
       01 WS-ALPA-DAYS PIC S9(4) COMP-5 VALUE 0.
       01 WS-CERT-DAYS PIC S9(4) COMP-5 VALUE 0.
       01 WS-MOST-DAYS PIC S9(4) COMP-5 VALUE 0.
       01 WS-CERT-FROM PIC 9(8).
       01 WS-CERT-TO PIC 9(8).
       01 WS-ALPA-PCT PIC S9(2)V9(2) COMP-3 VALUE 0.
       01 WS-BLENDED-PCT PIC S9(2)V9(2) COMP-3 VALUE 0.
       01 WS-COVERAGE-SWITCHES PIC 9 VALUE 0.
         88 COVERAGE-EOF VALUE 1.

       LINKAGE SECTION.
       01 WS-SALARY PIC 9(5).
         88 EMPTAX-BRACKET-FOUND VALUE "Y".
         88 EMPTAX-NO-BRACKET-FOUND VALUE "N".
       01 WS-AppliedEmpTaxPercentage PIC S9(2)V9(2) COMP-3.
       01 WS-AsOfDate PIC 9(8).
       01 WS-EmployeeId PIC S9(09) COMP-5.
       01 WS-UsedCoverageId PIC S9(09) COMP-5.

      *    SAME SHAPE AS FEEMODULE - SALARY AND BIRTH DATE IN, THE
      *    EMPLOYER CHARGE AND THE RATE APPLIED OUT, WITH A STATUS
      *    DISTINGUISHING A CONFIGURATION GAP FROM A REAL ZERO.
      *    WS-AsOfDate PICKS THE RATES IN FORCE, AS IT DOES FOR
      *    TAXMODULE AND PENSIONMODULE. WS-EmployeeId (0 WHEN THE
      *    CALLER HAS NO EMPLOYEE) BRINGS IN THE SocialCoverage
      *    REGISTER THE WAY IT BRINGS TaxDecisions INTO TAXMODULE;
      *    WS-UsedCoverageId RETURNS THE CERTIFICATE THAT REDUCED
      *    THE CHARGE (THE ONE COVERING MOST DAYS), 0 IF NONE DID.
       PROCEDURE DIVISION USING WS-SALARY
                                WS-DATEOFBIRTH
                                WS-EMPTAX
                                WS-EMPTAX-STATUS
                                WS-AppliedEmpTaxPercentage
                                WS-AsOfDate
                                WS-EmployeeId
                                WS-UsedCoverageId.

           MOVE WS-DATEOFBIRTH(1:4) TO BirthYear.
           MOVE WS-AsOfDate TO AsOfDate.
           MOVE WS-EmployeeId TO EmployeeId.
           MOVE 0 TO WS-UsedCoverageId.
           MOVE 0 TO WS-NONE-DAYS.
           MOVE 0 TO WS-ALPA-DAYS.

           IF AsOfDate NOT = WS-LOADED-ASOF
               PERFORM LOAD-EMPTAX-TABLE
           END-IF.

           IF EmployeeId > 0
               PERFORM COUNT-COVERED-DAYS
           END-IF.

      *    A CERTIFICATE CHARGING ONLY THE GENERAL PAYROLL TAX NEEDS
      *    THAT RATE ON FILE - WITHOUT IT THE DAYS ARE CHARGED IN
      *    FULL, AND THE GAP IS SURFACED, RATHER THAN UNDERPAID.
           IF WS-ALPA-DAYS > 0
               MOVE "ALPA" TO WS-MATCH-TYPE
               PERFORM FIND-RATE-ROW
               IF EMPTAX-ROW-MATCHED
                   MOVE WS-MATCH-PCT TO WS-ALPA-PCT
               ELSE
                   DISPLAY "EmpTaxModule: No general payroll tax "
                     "(ALPA) rate found for birth year " BirthYear
                     " - covered days charged in full."
                   MOVE 0 TO WS-ALPA-DAYS
                   IF WS-NONE-DAYS = 0
                       MOVE 0 TO WS-UsedCoverageId
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-MATCH-TYPE
           PERFORM FIND-RATE-ROW
           MOVE WS-MATCH-PCT TO EmpTaxPercentage

           IF EMPTAX-ROW-MATCHED
               IF WS-NONE-DAYS + WS-ALPA-DAYS > 0
                   PERFORM BLEND-COVERED-RATE
               END-IF
      *            ROUNDING POLICY: ROUND HALF-UP TO THE NEAREST
      *            WHOLE CURRENCY UNIT, THE SAME POLICY FEEMODULE
      *            APPLIES - SEE ITS COMMENTARY.

           EXIT PROGRAM.

       FIND-RATE-ROW SECTION.
           MOVE 0 TO WS-ROW-MATCH
           MOVE 0 TO WS-MATCH-PCT
           PERFORM VARYING WS-ROW-INX FROM 1 BY 1
             UNTIL WS-ROW-INX > WS-ROW-COUNT OR EMPTAX-ROW-MATCHED
               IF BirthYear >= WS-EMPTAX-MIN-BY(WS-ROW-INX) AND
                  BirthYear <= WS-EMPTAX-MAX-BY(WS-ROW-INX) AND
                  WS-EMPTAX-TYPE(WS-ROW-INX) = WS-MATCH-TYPE
                   SET EMPTAX-ROW-MATCHED TO TRUE
                   MOVE WS-EMPTAX-PCT(WS-ROW-INX) TO WS-MATCH-PCT
               END-IF
           END-PERFORM.

       BLEND-COVERED-RATE SECTION.
      *    THE MONTH'S RATE IS THE DAY-WEIGHTED MIX; ONE RATE IS
      *    APPLIED TO THE WHOLE GROSS, SO THE POSTED ROW STILL SHOWS
      *    GROSS TIMES RATE LIKE ANY OTHER.
           COMPUTE WS-FULL-DAYS =
             WS-MONTH-DAYS - WS-NONE-DAYS - WS-ALPA-DAYS
           COMPUTE WS-BLENDED-PCT ROUNDED =
             (EmpTaxPercentage * WS-FULL-DAYS
              + WS-ALPA-PCT * WS-ALPA-DAYS) / WS-MONTH-DAYS
           MOVE WS-BLENDED-PCT TO EmpTaxPercentage.

       COUNT-COVERED-DAYS SECTION.
           MOVE AsOfDate TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           MOVE WS-MONTH-START TO WS-NEXT-MONTH
           IF WS-NEXT-MON = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MON
           ELSE
               ADD 1 TO WS-NEXT-MON
           END-IF
           COMPUTE WS-MONTH-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
             - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           MOVE WS-MONTH-START TO MonthStart
           COMPUTE MonthEnd = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)

           MOVE 0 TO WS-MOST-DAYS
           MOVE 0 TO WS-COVERAGE-SWITCHES

           EXEC SQL
               OPEN CoverageCursor
           END-EXEC

           PERFORM UNTIL COVERAGE-EOF
               EXEC SQL
                   FETCH CoverageCursor INTO
                       :SocialCoverage-CoverageId,
                       :SocialCoverage-CoverageType,
                       :SocialCoverage-ValidFrom,
                       :SocialCoverage-ValidTo
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET COVERAGE-EOF TO TRUE
                   WHEN 0
                       PERFORM ADD-CERTIFICATE-DAYS
                   WHEN OTHER
      *                A BROKEN LOOKUP CANNOT STOP THE RUN - THE
      *                FULL CHARGE IS TAKEN AND THE ERROR SURFACED,
      *                AS TAXMODULE DOES FOR ITS DECISIONS.
                       DISPLAY "EmpTaxModule: SQL ERROR ON COVERAGE "
                         "LOOKUP, CODE = " SQLCODE
                       MOVE 0 TO WS-NONE-DAYS
                       MOVE 0 TO WS-ALPA-DAYS
                       MOVE 0 TO WS-UsedCoverageId
                       SET COVERAGE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CoverageCursor
           END-EXEC

      *    OVERLAPPING CERTIFICATES CANNOT COVER A DAY TWICE -
      *    COVMAINT REFUSES THEM, THIS ONLY KEEPS THE SUM SANE.
           IF WS-NONE-DAYS > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-NONE-DAYS
           END-IF
           IF WS-NONE-DAYS + WS-ALPA-DAYS > WS-MONTH-DAYS
               COMPUTE WS-ALPA-DAYS = WS-MONTH-DAYS - WS-NONE-DAYS
           END-IF.

       ADD-CERTIFICATE-DAYS SECTION.
           IF SocialCoverage-ValidFrom < MonthStart
               MOVE MonthStart TO WS-CERT-FROM
           ELSE
               MOVE SocialCoverage-ValidFrom TO WS-CERT-FROM
           END-IF
           IF SocialCoverage-ValidTo = 0 OR
              SocialCoverage-ValidTo > MonthEnd
               MOVE MonthEnd TO WS-CERT-TO
           ELSE
               MOVE SocialCoverage-ValidTo TO WS-CERT-TO
           END-IF
           COMPUTE WS-CERT-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-CERT-TO)
             - FUNCTION INTEGER-OF-DATE(WS-CERT-FROM) + 1
           IF WS-CERT-DAYS < 0
               MOVE 0 TO WS-CERT-DAYS
           END-IF

           EVALUATE TRUE
               WHEN SocialCoverage-No-Charge
                   ADD WS-CERT-DAYS TO WS-NONE-DAYS
               WHEN SocialCoverage-Payroll-Tax
                   ADD WS-CERT-DAYS TO WS-ALPA-DAYS
               WHEN OTHER
                   DISPLAY "EmpTaxModule: coverage "
                     SocialCoverage-CoverageId " has unknown type "
                     SocialCoverage-CoverageType " - ignored."
                   MOVE 0 TO WS-CERT-DAYS
           END-EVALUATE

           IF WS-CERT-DAYS > WS-MOST-DAYS
               MOVE WS-CERT-DAYS TO WS-MOST-DAYS
               MOVE SocialCoverage-CoverageId TO WS-UsedCoverageId
           END-IF.

       LOAD-EMPTAX-TABLE SECTION.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-LOAD-SWITCHES
                   FETCH EmpTaxLoadCursor INTO
                       :EMPTAX-TABLE-MIN-BIRTHYEAR,
                       :EMPTAX-TABLE-MAX-BIRTHYEAR,
                       :EMPTAX-TABLE-EMPTAX-PERCENTAGE,
                       :EMPTAX-TABLE-CHARGE-TYPE
               END-EXEC

               EVALUATE SQLCODE
                             TO WS-EMPTAX-MAX-BY(WS-ROW-COUNT)
                           MOVE EMPTAX-TABLE-EMPTAX-PERCENTAGE
                             TO WS-EMPTAX-PCT(WS-ROW-COUNT)
                           MOVE EMPTAX-TABLE-CHARGE-TYPE
                             TO WS-EMPTAX-TYPE(WS-ROW-COUNT)
                       ELSE
                           DISPLAY "EmpTaxModule: more than 50 "
                             "brackets - extras ignored."
               CLOSE EmpTaxLoadCursor
           END-EXEC

           MOVE AsOfDate TO WS-LOADED-ASOF.
