      *    PAYROLL TEAM OR DROPPED BY HR:
      *    ID;TYPE;AMOUNT;REFERENCE
      *    TYPE: BON = BONUS, RET = BACK PAY, SEV = SEVERANCE.
      *    COMM01 APPENDS APPROVED SALES COMMISSION AS BON LINES
      *    WITH REFERENCE "COM" + THE CommissionPayout ID.
           SELECT ONEOFFFILE ASSIGN TO WS-ONEOFF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ONEOFF-STATUS.
       01 WS-FILE-SWITCHES PIC 9 VALUE 0.
         88 ONEOFF-EOF VALUE 1.

      *    THE RUN POSTS UNDER THE PERIOD'S POSTING LOCK, SO IT NEVER
      *    OVERLAPS A MAIN01 RUN OR A CORRECTION JOB ON THE PERIOD.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "ONEOFF01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-OO-ID PIC X(9) JUSTIFIED RIGHT.
       01 WS-OO-TYPE PIC X(3).
       01 WS-OO-AMOUNT-TEXT PIC X(9) JUSTIFIED RIGHT.
       01 WS-EMPTAX-STATUS PIC X VALUE "N".
         88 EMPTAX-NO-BRACKET-FOUND VALUE "N".
       01 WS-APPLIED-EMPTAX-RATE PIC S9(2)V9(2) COMP-3.
       01 WS-EMPTAX-COVERAGE-ID PIC S9(09) COMP-5 VALUE 0.

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
               STOP RUN
           END-IF

           MOVE "A" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK
           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "ONEOFF01: period " WS-RUN-PERIOD
                 " could not be locked - run refused."
               CLOSE ONEOFFFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RUN-AUDIT-START

           OPEN OUTPUT ONEOFFRPTFILE

           PERFORM WRITE-RUN-AUDIT-END

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           DISPLAY "ONEOFF01: " WS-READ-COUNT " rows read, "
             WS-POSTED-COUNT " posted, "
             WS-REJECT-COUNT " rejected."
                   STOP RUN
           END-EVALUATE.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-RUN-COMPANY
                                       WS-RUN-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       WRITE-RUN-AUDIT-START SECTION.
      *    ONE-OFF RUNS SIT IN THE SAME AUDIT TRAIL AS REGULAR RUNS
      *    SO "WHAT POSTED INTO THIS PERIOD" HAS ONE ANSWER - THE
                                     WS-EMPTAX
                                     WS-EMPTAX-STATUS
                                     WS-APPLIED-EMPTAX-RATE
                                     WS-RUN-DATE
                                     Employees-ID-EMPLOYEE
                                     WS-EMPTAX-COVERAGE-ID

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Taxes
