       IDENTIFICATION DIVISION.
       PROGRAM-ID. LasDayModule.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "EmploymentContract.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE EMPLOYEE'S CONTRACTS OF ONE TYPE THAT REACH INTO THE
      *    FIVE-YEAR WINDOW. A CONVERTED CONTRACT STILL COUNTS - THE
      *    DAYS WERE WORKED.
           EXEC SQL
           DECLARE LasContractCursor CURSOR FOR
           SELECT StartDate, EndDate
           FROM REDWARRIOR.dbo.EmploymentContract
           WHERE EmployeeId = :WS-EMPLOYEE-ID
             AND ContractType = :WS-CONTRACT-TYPE
             AND ContractId <> :WS-SKIP-ID
             AND StartDate <= :WS-AS-OF
             AND (EndDate = 0 OR EndDate >= :WS-WINDOW-START)
           ORDER BY StartDate
           END-EXEC.

       01 WS-EMPLOYEE-ID PIC S9(09) COMP-5.
       01 WS-CONTRACT-TYPE PIC X(2).
       01 WS-SKIP-ID PIC S9(09) COMP-5.
       01 WS-AS-OF PIC 9(8).

      *    THE WINDOW IS THE FIVE YEARS ENDING ON THE AS-OF DATE -
      *    THE SAME DAY FIVE YEARS BACK, PLUS ONE. 29 FEBRUARY GOES
      *    BACK TO THE 28TH.
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-BACK.
         05 WS-WB-YEAR PIC 9(4).
         05 WS-WB-MMDD PIC 9(4).
       01 WS-WINDOW-BACK-NUM REDEFINES WS-WINDOW-BACK PIC 9(8).

       01 WS-SPAN-START PIC 9(8).
       01 WS-SPAN-END PIC 9(8).

      *    VT: TWELVE MONTHS OF ALLMAN VISSTID WITHIN FIVE YEARS.
      *    VK: TWO YEARS AS A SUBSTITUTE WITHIN FIVE YEARS.
       01 WS-LIMIT-FIXED-TERM PIC S9(09) COMP-5 VALUE 365.
       01 WS-LIMIT-SUBSTITUTE PIC S9(09) COMP-5 VALUE 730.

       01 WS-SW1 PIC 9 VALUE 0.
         88 CONTRACT-EOF VALUE 1.

       LINKAGE SECTION.
       COPY "LasParms.cpy".

       PROCEDURE DIVISION USING WS-LAS-PARMS.

           MOVE 0 TO WS-LAS-DAYS
           SET LAS-COUNTED TO TRUE

           EVALUATE WS-LAS-CONTRACT-TYPE
               WHEN "VT"
                   MOVE WS-LIMIT-FIXED-TERM TO WS-LAS-LIMIT
               WHEN "VK"
                   MOVE WS-LIMIT-SUBSTITUTE TO WS-LAS-LIMIT
               WHEN OTHER
                   MOVE 0 TO WS-LAS-LIMIT
           END-EVALUATE

           MOVE WS-LAS-EMPLOYEE-ID TO WS-EMPLOYEE-ID
           MOVE WS-LAS-CONTRACT-TYPE TO WS-CONTRACT-TYPE
           MOVE WS-LAS-SKIP-ID TO WS-SKIP-ID
           MOVE WS-LAS-AS-OF TO WS-AS-OF

           MOVE WS-AS-OF TO WS-WINDOW-BACK-NUM
           SUBTRACT 5 FROM WS-WB-YEAR
           IF WS-WB-MMDD = 0229
               MOVE 0228 TO WS-WB-MMDD
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-WINDOW-BACK-NUM) + 1)

           PERFORM COUNT-CONTRACT-DAYS

           IF WS-LAS-EXTRA-START > 0
               MOVE WS-LAS-EXTRA-START TO WS-SPAN-START
               MOVE WS-LAS-EXTRA-END TO WS-SPAN-END
               PERFORM ADD-SPAN-DAYS
           END-IF

           EXIT PROGRAM.

       COUNT-CONTRACT-DAYS SECTION.
           MOVE 0 TO WS-SW1

           EXEC SQL
               OPEN LasContractCursor
           END-EXEC

           PERFORM UNTIL CONTRACT-EOF
               EXEC SQL
                   FETCH LasContractCursor INTO
                       :EmploymentContract-StartDate,
                       :EmploymentContract-EndDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET CONTRACT-EOF TO TRUE
                   WHEN 0
                       MOVE EmploymentContract-StartDate
                         TO WS-SPAN-START
                       MOVE EmploymentContract-EndDate
                         TO WS-SPAN-END
                       PERFORM ADD-SPAN-DAYS
                   WHEN OTHER
                       DISPLAY "LasDayModule: SQL ERROR ON "
                         "CONTRACT SCAN, CODE = " SQLCODE
                       SET LAS-ERROR TO TRUE
                       SET CONTRACT-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE LasContractCursor
           END-EXEC.

       ADD-SPAN-DAYS SECTION.
      *    THE PART OF THE SPAN INSIDE THE WINDOW, BOTH ENDS
      *    INCLUDED. A SPAN STILL RUNNING COUNTS UP TO THE AS-OF
      *    DATE.
           IF WS-SPAN-START < WS-WINDOW-START
               MOVE WS-WINDOW-START TO WS-SPAN-START
           END-IF
           IF WS-SPAN-END = 0 OR WS-SPAN-END > WS-AS-OF
               MOVE WS-AS-OF TO WS-SPAN-END
           END-IF

           IF WS-SPAN-START NOT > WS-SPAN-END
               COMPUTE WS-LAS-DAYS = WS-LAS-DAYS +
                 FUNCTION INTEGER-OF-DATE(WS-SPAN-END) -
                 FUNCTION INTEGER-OF-DATE(WS-SPAN-START) + 1
           END-IF.
