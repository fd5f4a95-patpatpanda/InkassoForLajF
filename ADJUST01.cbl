       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-ADJUSTMENT VALUE 1.

      *    EACH REVERSAL IS BOOKED UNDER THE POSTING LOCK FOR ITS
      *    COMPANY AND PERIOD, SO IT CANNOT LAND IN THE MIDDLE OF A
      *    MAIN01 RUN POSTING THE SAME PERIOD.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "ADJUST01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
                   ACCEPT WS-CONFIRM

                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM BOOK-UNDER-POSTING-LOCK
                   ELSE
                       DISPLAY "Reversal cancelled."
                   END-IF
           END-EVALUATE
           END-IF.

       BOOK-UNDER-POSTING-LOCK SECTION.
           MOVE "A" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           IF POSTING-LOCK-GRANTED
               PERFORM BOOK-REVERSAL
               MOVE "R" TO WS-PLK-FUNCTION
               PERFORM CALL-POSTING-LOCK
           ELSE
               DISPLAY "Period " EmployeeDeductions-Period
                 " is locked by another job - reversal not booked."
           END-IF.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-RUN-COMPANY
                                       EmployeeDeductions-Period
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       BOOK-REVERSAL SECTION.
      *    THE OFFSETTING ENTRY NEGATES EXACTLY WHAT WAS POSTED -
      *    HISTORY IS LEFT IN PLACE AND THE CORRECTION IS A NEW ROW,
           MOVE EmployeeDeductions-Period TO ReversalAudit-Period
           MOVE WS-REASON TO ReversalAudit-Reason
           MOVE WS-RUN-DATE TO ReversalAudit-ReversalDate
           MOVE WS-OPERATOR-ID TO ReversalAudit-OperatorId

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.ReversalAudit (ID_EMPLOYEE,
               Period, TaxAmount, FeeAmount, Reason, ReversalDate,
               OperatorId)
               VALUES (:ReversalAudit-ID-EMPLOYEE,
               :ReversalAudit-Period, :ReversalAudit-TaxAmount,
               :ReversalAudit-FeeAmount, :ReversalAudit-Reason,
               :ReversalAudit-ReversalDate, :ReversalAudit-OperatorId)
           END-EXEC

           EVALUATE SQLCODE
