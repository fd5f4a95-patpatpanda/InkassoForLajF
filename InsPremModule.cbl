       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsPremModule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE INSURER'S RATES, LIMITS AND EXCLUDED PAY TYPES PER
      *    YEAR, AGREEMENT AND INSURANCE - SEE THE FILE'S HEADER.
           SELECT INSRATESFILE ASSIGN TO "insrates.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INSRATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSRATESFILE.
       01 INSRATES-RECORD.
         05 INSRATES-YEAR PIC X(4).
         05 FILLER PIC X(1).
         05 INSRATES-AGREEMENT PIC X(2).
         05 FILLER PIC X(1).
         05 INSRATES-INSURANCE PIC X(4).
         05 FILLER PIC X(1).
         05 INSRATES-RATE PIC X(6).
         05 FILLER PIC X(1).
         05 INSRATES-BASE-FROM PIC X(9).
         05 FILLER PIC X(1).
         05 INSRATES-BASE-TO PIC X(9).
         05 FILLER PIC X(1).
         05 INSRATES-MIN-AGE PIC X(2).
         05 FILLER PIC X(1).
         05 INSRATES-MAX-AGE PIC X(2).
         05 FILLER PIC X(1).
         05 INSRATES-EXCLUDED PIC X(3).
         05 FILLER PIC X(1).
         05 INSRATES-EXPENSE PIC X(4).
         05 FILLER PIC X(1).
         05 INSRATES-LIABILITY PIC X(4).

       WORKING-STORAGE SECTION.

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE EMPLOYEE'S GROSS IN THE YEAR BY PAY TYPE, FOLLOWING
      *    THE MONTH OF PAYMENT THE WAY AGIDEC01 DECLARES IT - THE
      *    INSURER'S WAGE REPORT IS THE SAME CALENDAR YEAR OF PAID
      *    WAGES. SALARY EXCHANGED FOR PENSION IS ADDED BACK: THE
      *    AGREEMENT INSURANCES ARE BASED ON THE WAGE BEFORE THE
      *    EXCHANGE. BENEFIT VALUES ARE NOT WAGES HERE.
           EXEC SQL
           DECLARE InsGrossCursor CURSOR FOR
           SELECT COALESCE(PayType, 'R'),
           SUM(Salary) + SUM(COALESCE(SalaryExchange, 0))
           FROM REDWARRIOR.dbo.EmployeeDeductions
           WHERE EmployeeId = :WS-EMPLOYEE-ID
             AND CompanyCode = :WS-COMPANY
             AND COALESCE(PaidPeriod, Period) >= :WS-FROM-PERIOD
             AND COALESCE(PaidPeriod, Period) <= :WS-THRU-PERIOD
           GROUP BY COALESCE(PayType, 'R')
           END-EXEC.

       01 WS-EMPLOYEE-ID PIC S9(09) COMP-5.
       01 WS-COMPANY PIC X(2).
       01 WS-FROM-PERIOD PIC X(6).
       01 WS-THRU-PERIOD PIC X(6).
       01 WS-FETCH-PAY-TYPE PIC X(1).
       01 WS-FETCH-AMOUNT PIC S9(09) COMP-5.

       01 WS-INSRATES-STATUS PIC X(2) VALUE "00".
       01 WS-LOADED-SWITCH PIC X VALUE "N".
         88 RATES-LOADED VALUE "Y".
       01 WS-CTL-SWITCHES PIC 9 VALUE 0.
         88 CTL-EOF VALUE 1.
       01 WS-SW1 PIC 9 VALUE 0.
         88 GROSS-EOF VALUE 1.

      *    THE RATE LINES FROM insrates.dat.
       01 WS-IRT-COUNT PIC 9(3) VALUE 0.
       01 WS-IRT-TABLE.
         05 WS-IRT-ITEM OCCURS 100 TIMES.
           10 WS-IRT-YEAR PIC 9(4).
           10 WS-IRT-AGREEMENT PIC X(2).
           10 WS-IRT-INSURANCE PIC X(4).
           10 WS-IRT-RATE PIC 9(2)V9(4).
           10 WS-IRT-BASE-FROM PIC 9(9).
           10 WS-IRT-BASE-TO PIC 9(9).
           10 WS-IRT-MIN-AGE PIC 9(2).
           10 WS-IRT-MAX-AGE PIC 9(2).
           10 WS-IRT-EXCLUDED PIC X(3).
           10 WS-IRT-EXPENSE PIC X(4).
           10 WS-IRT-LIABILITY PIC X(4).
       01 WS-IRT-INX PIC 9(3) VALUE 0.
       01 WS-RATE-DIGITS PIC 9(6).
       01 WS-RATE-VALUE REDEFINES WS-RATE-DIGITS PIC 9(2)V9(4).

      *    THE EMPLOYEE'S GROSS PER PAY TYPE.
       01 WS-PTY-COUNT PIC 9(2) VALUE 0.
       01 WS-PTY-TABLE.
         05 WS-PTY-ITEM OCCURS 10 TIMES.
           10 WS-PTY-PAY-TYPE PIC X(1).
           10 WS-PTY-AMOUNT PIC S9(09) COMP-5.
       01 WS-PTY-INX PIC 9(2) VALUE 0.

       01 WS-USE-YEAR PIC 9(4) VALUE 0.
       01 WS-BIRTH-YEAR PIC 9(4) VALUE 0.
       01 WS-AGE PIC 9(3) VALUE 0.
       01 WS-EXC-INX PIC 9(1) VALUE 0.
       01 WS-EXCLUDED PIC S9(09) COMP-5 VALUE 0.
       01 WS-NET-GROSS PIC S9(09) COMP-5 VALUE 0.
       01 WS-BASE PIC S9(09) COMP-5 VALUE 0.

       LINKAGE SECTION.
       COPY "InsPremParms.cpy".

       PROCEDURE DIVISION USING WS-IPM-PARMS.

           MOVE 0 TO WS-IPM-GROSS
           MOVE 0 TO WS-IPM-COUNT
           SET IPM-NOT-COVERED TO TRUE

           IF NOT RATES-LOADED
               PERFORM LOAD-INSURANCE-RATES
               SET RATES-LOADED TO TRUE
           END-IF

      *    THE RATES IN FORCE FOR THE AGREEMENT: THE REQUESTED
      *    YEAR'S LINES, OR THE LATEST EARLIER YEAR'S.
           MOVE 0 TO WS-USE-YEAR
           PERFORM VARYING WS-IRT-INX FROM 1 BY 1
                   UNTIL WS-IRT-INX > WS-IRT-COUNT
               IF WS-IRT-AGREEMENT(WS-IRT-INX) = WS-IPM-AGREEMENT
                  AND WS-IRT-YEAR(WS-IRT-INX) NOT > WS-IPM-YEAR
                  AND WS-IRT-YEAR(WS-IRT-INX) > WS-USE-YEAR
                   MOVE WS-IRT-YEAR(WS-IRT-INX) TO WS-USE-YEAR
               END-IF
           END-PERFORM

           IF WS-USE-YEAR = 0
               EXIT PROGRAM
           END-IF

           MOVE WS-IPM-EMPLOYEE-ID TO WS-EMPLOYEE-ID
           MOVE WS-IPM-COMPANY TO WS-COMPANY
           MOVE SPACES TO WS-FROM-PERIOD
           STRING WS-IPM-YEAR "01" DELIMITED BY SIZE
             INTO WS-FROM-PERIOD
           MOVE WS-IPM-THRU-PERIOD TO WS-THRU-PERIOD

           PERFORM LOAD-GROSS-BY-PAY-TYPE
           IF IPM-ERROR
               EXIT PROGRAM
           END-IF

           IF WS-IPM-BIRTH-DATE > 0
               COMPUTE WS-BIRTH-YEAR = WS-IPM-BIRTH-DATE / 10000
               COMPUTE WS-AGE = WS-IPM-YEAR - WS-BIRTH-YEAR
           ELSE
               MOVE 0 TO WS-AGE
           END-IF

           PERFORM VARYING WS-IRT-INX FROM 1 BY 1
                   UNTIL WS-IRT-INX > WS-IRT-COUNT
               IF WS-IRT-AGREEMENT(WS-IRT-INX) = WS-IPM-AGREEMENT
                  AND WS-IRT-YEAR(WS-IRT-INX) = WS-USE-YEAR
                   PERFORM PRICE-ONE-INSURANCE
               END-IF
           END-PERFORM

           IF WS-IPM-COUNT > 0
               SET IPM-COVERED TO TRUE
           END-IF

           EXIT PROGRAM.

       LOAD-INSURANCE-RATES SECTION.
           MOVE 0 TO WS-IRT-COUNT
           MOVE 0 TO WS-CTL-SWITCHES
           OPEN INPUT INSRATESFILE
           IF WS-INSRATES-STATUS = "00"
               PERFORM UNTIL CTL-EOF
                   READ INSRATESFILE
                       AT END
                           SET CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-INSURANCE-RATE
                   END-READ
               END-PERFORM
               CLOSE INSRATESFILE
           END-IF.

       STORE-INSURANCE-RATE SECTION.
           IF INSRATES-YEAR NOT = SPACES
              AND INSRATES-YEAR(1:1) NOT = "*"
               INSPECT INSRATES-RATE REPLACING LEADING " " BY "0"
               INSPECT INSRATES-BASE-FROM
                 REPLACING LEADING " " BY "0"
               INSPECT INSRATES-BASE-TO REPLACING LEADING " " BY "0"
               INSPECT INSRATES-MIN-AGE REPLACING LEADING " " BY "0"
               INSPECT INSRATES-MAX-AGE REPLACING LEADING " " BY "0"

               EVALUATE TRUE
                   WHEN INSRATES-YEAR NOT NUMERIC
                     OR INSRATES-AGREEMENT = SPACES
                     OR INSRATES-INSURANCE = SPACES
                     OR INSRATES-RATE NOT NUMERIC
                     OR INSRATES-BASE-FROM NOT NUMERIC
                     OR INSRATES-BASE-TO NOT NUMERIC
                     OR INSRATES-MIN-AGE NOT NUMERIC
                     OR INSRATES-MAX-AGE NOT NUMERIC
                       DISPLAY "InsPremModule: insrates.dat line "
                         "ignored - " INSRATES-RECORD
                   WHEN WS-IRT-COUNT NOT < 100
                       DISPLAY "InsPremModule: more than 100 lines "
                         "in insrates.dat - " INSRATES-YEAR " "
                         INSRATES-AGREEMENT " " INSRATES-INSURANCE
                         " ignored."
                   WHEN OTHER
                       PERFORM ADD-INSURANCE-RATE
               END-EVALUATE
           END-IF.

       ADD-INSURANCE-RATE SECTION.
           ADD 1 TO WS-IRT-COUNT
           MOVE INSRATES-YEAR TO WS-IRT-YEAR(WS-IRT-COUNT)
           MOVE INSRATES-AGREEMENT TO WS-IRT-AGREEMENT(WS-IRT-COUNT)
           MOVE INSRATES-INSURANCE TO WS-IRT-INSURANCE(WS-IRT-COUNT)
           MOVE INSRATES-RATE TO WS-RATE-DIGITS
           MOVE WS-RATE-VALUE TO WS-IRT-RATE(WS-IRT-COUNT)
           MOVE INSRATES-BASE-FROM TO WS-IRT-BASE-FROM(WS-IRT-COUNT)
           MOVE INSRATES-BASE-TO TO WS-IRT-BASE-TO(WS-IRT-COUNT)
           MOVE INSRATES-MIN-AGE TO WS-IRT-MIN-AGE(WS-IRT-COUNT)
           MOVE INSRATES-MAX-AGE TO WS-IRT-MAX-AGE(WS-IRT-COUNT)
           MOVE INSRATES-EXCLUDED TO WS-IRT-EXCLUDED(WS-IRT-COUNT)
           MOVE INSRATES-EXPENSE TO WS-IRT-EXPENSE(WS-IRT-COUNT)
           IF WS-IRT-EXPENSE(WS-IRT-COUNT) = SPACES
               MOVE "7570" TO WS-IRT-EXPENSE(WS-IRT-COUNT)
           END-IF
           MOVE INSRATES-LIABILITY TO WS-IRT-LIABILITY(WS-IRT-COUNT)
           IF WS-IRT-LIABILITY(WS-IRT-COUNT) = SPACES
               MOVE "2940" TO WS-IRT-LIABILITY(WS-IRT-COUNT)
           END-IF.

       LOAD-GROSS-BY-PAY-TYPE SECTION.
           MOVE 0 TO WS-PTY-COUNT
           MOVE 0 TO WS-SW1

           EXEC SQL
               OPEN InsGrossCursor
           END-EXEC

           PERFORM UNTIL GROSS-EOF
               EXEC SQL
                   FETCH InsGrossCursor INTO
                       :WS-FETCH-PAY-TYPE,
                       :WS-FETCH-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET GROSS-EOF TO TRUE
                   WHEN 0
                       ADD WS-FETCH-AMOUNT TO WS-IPM-GROSS
                       IF WS-PTY-COUNT < 10
                           ADD 1 TO WS-PTY-COUNT
                           MOVE WS-FETCH-PAY-TYPE
                             TO WS-PTY-PAY-TYPE(WS-PTY-COUNT)
                           MOVE WS-FETCH-AMOUNT
                             TO WS-PTY-AMOUNT(WS-PTY-COUNT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "InsPremModule: SQL ERROR ON GROSS "
                         "SCAN, CODE = " SQLCODE
                       SET IPM-ERROR TO TRUE
                       SET GROSS-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE InsGrossCursor
           END-EXEC.

       PRICE-ONE-INSURANCE SECTION.
      *    OUTSIDE THE INSURANCE'S AGE LIMITS THE EMPLOYEE IS NOT
      *    COVERED BY IT AT ALL - NO LINE IN THE REPORT EITHER.
           EVALUATE TRUE
               WHEN WS-AGE < WS-IRT-MIN-AGE(WS-IRT-INX)
                   CONTINUE
               WHEN WS-IRT-MAX-AGE(WS-IRT-INX) > 0
                AND WS-AGE > WS-IRT-MAX-AGE(WS-IRT-INX)
                   CONTINUE
               WHEN WS-IPM-COUNT NOT < 8
                   DISPLAY "InsPremModule: more than 8 insurances "
                     "for agreement " WS-IPM-AGREEMENT " - "
                     WS-IRT-INSURANCE(WS-IRT-INX) " ignored."
               WHEN OTHER
                   PERFORM ADD-INSURANCE-ITEM
           END-EVALUATE.

       ADD-INSURANCE-ITEM SECTION.
           MOVE 0 TO WS-EXCLUDED
           PERFORM VARYING WS-PTY-INX FROM 1 BY 1
                   UNTIL WS-PTY-INX > WS-PTY-COUNT
               PERFORM VARYING WS-EXC-INX FROM 1 BY 1
                       UNTIL WS-EXC-INX > 3
                   IF WS-IRT-EXCLUDED(WS-IRT-INX)(WS-EXC-INX:1)
                        = WS-PTY-PAY-TYPE(WS-PTY-INX)
                      AND WS-PTY-PAY-TYPE(WS-PTY-INX) NOT = SPACE
                       ADD WS-PTY-AMOUNT(WS-PTY-INX) TO WS-EXCLUDED
                   END-IF
               END-PERFORM
           END-PERFORM

      *    THE BASE IS THE PART OF THE YEAR'S REMAINING GROSS THAT
      *    LIES BETWEEN THE FROM AND TO LIMITS - A TIERED PENSION
      *    PREMIUM IS TWO LINES, ONE BELOW THE BREAK AND ONE ABOVE.
           COMPUTE WS-NET-GROSS = WS-IPM-GROSS - WS-EXCLUDED
           MOVE WS-NET-GROSS TO WS-BASE
           IF WS-IRT-BASE-TO(WS-IRT-INX) > 0
              AND WS-BASE > WS-IRT-BASE-TO(WS-IRT-INX)
               MOVE WS-IRT-BASE-TO(WS-IRT-INX) TO WS-BASE
           END-IF
           SUBTRACT WS-IRT-BASE-FROM(WS-IRT-INX) FROM WS-BASE
           IF WS-BASE < 0
               MOVE 0 TO WS-BASE
           END-IF

           ADD 1 TO WS-IPM-COUNT
           MOVE WS-IRT-INSURANCE(WS-IRT-INX)
             TO WS-IPM-INSURANCE(WS-IPM-COUNT)
           MOVE WS-IRT-RATE(WS-IRT-INX) TO WS-IPM-RATE(WS-IPM-COUNT)
           MOVE WS-EXCLUDED TO WS-IPM-EXCLUDED(WS-IPM-COUNT)
           MOVE WS-BASE TO WS-IPM-BASE(WS-IPM-COUNT)
           COMPUTE WS-IPM-PREMIUM(WS-IPM-COUNT) ROUNDED =
             WS-BASE * WS-IRT-RATE(WS-IRT-INX) / 100
           MOVE WS-IRT-EXPENSE(WS-IRT-INX)
             TO WS-IPM-EXPENSE-ACCOUNT(WS-IPM-COUNT)
           MOVE WS-IRT-LIABILITY(WS-IRT-INX)
             TO WS-IPM-LIABILITY-ACCOUNT(WS-IPM-COUNT).
