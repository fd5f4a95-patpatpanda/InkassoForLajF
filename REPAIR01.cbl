       01 WS-SWITCHES PIC 9 VALUE 0.
         88 REPAIR-EOF VALUE 1.

      *    THE REPAIR REWRITES POSTED ROWS, SO IT RUNS UNDER THE
      *    PERIOD'S POSTING LOCK LIKE ANY OTHER CORRECTION JOB.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "REPAIR01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-Salary PIC 9(5).
       01 WS-ChurchMember PIC X.
       01 WS-DATEOFBIRTH PIC 9(8).
               STOP RUN
           END-IF

           MOVE "A" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK
           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "REPAIR01: period " WS-REPAIR-PERIOD
                 " could not be locked - repair refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-REPORT-PATH

           OPEN OUTPUT REPAIRRPTFILE

           EXEC SQL COMMIT END-EXEC

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           MOVE SPACES TO FS-REPAIRRPTFILE
           STRING "Employees repaired: " WS-REPAIR-COUNT
             "  tax added: " WS-TOTAL-TAX-ADDED

           STOP RUN.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-RUN-COMPANY
                                       WS-REPAIR-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       RESOLVE-REPORT-PATH SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
