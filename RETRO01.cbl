       COPY "ReversalAudit.cpy".
       COPY "YtdAccumulator.cpy".
       COPY "PeriodStatus.cpy".
       COPY "RestartParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           WHERE D.Period >= :WS-FROM-PERIOD
             AND D.Period <= :WS-TO-PERIOD
             AND D.CompanyCode = :WS-RUN-COMPANY
             AND (D.Period > :WS-RESUME-PERIOD
              OR (D.Period = :WS-RESUME-PERIOD
                  AND D.EmployeeId > :WS-RESUME-ID))
             AND E.ID_EMPLOYEE = D.EmployeeId
           GROUP BY D.Period, D.EmployeeId, E.BIRTH_DATE, E.CHURCH
           HAVING SUM(D.Salary) > 0

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 RETRO-EOF VALUE 1.
       01 WS-RETRO-ERROR PIC X VALUE "N".
         88 RETRO-FAILED VALUE "Y".

      *    THE RESTART POINT: THE LAST PERIOD AND EMPLOYEE OF THE
      *    LAST COMMITTED BATCH. A FRESH RUN STARTS BELOW EVERY KEY;
      *    A RESUMED ONE PICKS UP THE CURSOR JUST PAST THE POINT. A
      *    CRASH BETWEEN THE COMMIT AND THE POINT REDOES ONE BATCH,
      *    WHICH NETS TO NOTHING - THE RECALCULATION IS ALWAYS
      *    AGAINST THE NET POSITION, EARLIER DELTAS INCLUDED.
       01 WS-RESUME-PERIOD PIC X(6) VALUE "000000".
       01 WS-RESUME-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-RETRO-POINT.
         05 WS-POINT-PERIOD PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-POINT-ID PIC 9(9).
       01 WS-BATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-COMMIT-BATCH-SIZE PIC 9(4) VALUE 100.
       01 WS-RESUMING PIC X VALUE "N".
         88 RETRO-RESUMING VALUE "Y".

      *    THE RECALCULATION HOLDS THE POSTING LOCK OVER ITS WHOLE
      *    PERIOD RANGE: THE ONE PERIOD, EVERY PERIOD OF THE YEAR
      *    ("YYYY**") WHEN THE RANGE STAYS INSIDE ONE YEAR, OR EVERY
      *    PERIOD ("******") WHEN IT CROSSES A YEAR END.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "RETRO01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-Salary PIC 9(5).
       01 WS-ChurchMember PIC X.
           DISPLAY "Reason for this recalculation: "
           ACCEPT WS-REASON

           PERFORM CHECK-RESTART-POINT

           DISPLAY "Recalculate every posted employee from "
             WS-FROM-PERIOD " to " WS-TO-PERIOD
             " against the corrected brackets and book the"
           END-IF

           PERFORM CONNECT-TO-DATABASE
           PERFORM TAKE-POSTING-LOCK
           PERFORM RESOLVE-REPORT-PATH

           MOVE "RETRO01 RETRO RECALCULATION" TO WS-RST-INVOKED-BY
           MOVE WS-RUN-COMPANY TO WS-RST-COMPANY
           SET RST-START-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

      *    A RESUMED RUN ADDS TO THE REPORT THE INTERRUPTED ONE
      *    STARTED RATHER THAN REPLACING IT.
           IF RETRO-RESUMING
               OPEN EXTEND RETRORPTFILE
               MOVE SPACES TO FS-RETRORPTFILE
               STRING "RESUMED " WS-RUN-DATE " AFTER PERIOD "
                 WS-RESUME-PERIOD " EMPLOYEE " WS-POINT-ID
                 DELIMITED BY SIZE INTO FS-RETRORPTFILE
               WRITE FS-RETRORPTFILE
           ELSE
               OPEN OUTPUT RETRORPTFILE
               MOVE SPACES TO FS-RETRORPTFILE
               STRING "RETROACTIVE RECALCULATION " WS-FROM-PERIOD
                 " - " WS-TO-PERIOD " RUN " WS-RUN-DATE
                 DELIMITED BY SIZE INTO FS-RETRORPTFILE
               WRITE FS-RETRORPTFILE
           END-IF

           EXEC SQL
               OPEN RetroCursor
                       IF WS-PERIOD-CLOSED = "N"
                           PERFORM RECALC-ONE-EMPLOYEE
                       END-IF
                       ADD 1 TO WS-BATCH-COUNT
                       IF WS-BATCH-COUNT >= WS-COMMIT-BATCH-SIZE
                           PERFORM COMMIT-AND-WRITE-POINT
                       END-IF
                   WHEN OTHER
                       DISPLAY "RETRO01: SQL ERROR ON FETCH, CODE = "
                         SQLCODE
                       MOVE "Y" TO WS-RETRO-ERROR
                       SET RETRO-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
               PERFORM WRITE-PERIOD-SUBTOTAL
           END-IF

           IF WS-BATCH-COUNT > 0
               PERFORM COMMIT-AND-WRITE-POINT
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF

      *    A FETCH ERROR LEAVES THE RESTART POINT OPEN - THE NEXT
      *    START OF THE SAME RANGE CARRIES ON FROM THE LAST BATCH.
           MOVE WS-ADJUSTED-COUNT TO WS-RST-DONE-COUNT
           IF RETRO-FAILED
               MOVE "FAILED" TO WS-RST-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "SUCCESS" TO WS-RST-OUTCOME
           END-IF
           SET RST-END-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           MOVE WS-GRAND-TAX-DELTA TO WS-DELTA-DISP
           MOVE WS-GRAND-FEE-DELTA TO WS-DELTA-DISP2

           STOP RUN.

       CHECK-RESTART-POINT SECTION.
      *    THE SAME JOB IS THE SAME COMPANY AND PERIOD RANGE - THE
      *    REASON TEXT MAY BE RETYPED DIFFERENTLY ON THE RESTART.
           MOVE "RETRO01" TO WS-RST-JOB
           MOVE SPACES TO WS-RST-JOB-PARMS
           STRING "COMPANY " WS-RUN-COMPANY
             " FROM " WS-FROM-PERIOD " TO " WS-TO-PERIOD
             DELIMITED BY SIZE INTO WS-RST-JOB-PARMS
           SET RST-READ-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           EVALUATE TRUE
               WHEN RST-RESUME
                   MOVE WS-RST-POINT(1:6) TO WS-RESUME-PERIOD
                   MOVE WS-RST-POINT(8:9) TO WS-POINT-ID
                   MOVE WS-POINT-ID TO WS-RESUME-ID
                   MOVE WS-RST-DONE-COUNT TO WS-ADJUSTED-COUNT
                   MOVE "Y" TO WS-RESUMING
                   DISPLAY "An unfinished run of this recalculation "
                     "committed up to period " WS-RESUME-PERIOD
                     " employee " WS-POINT-ID " on " WS-RST-FILE-DATE
                     " - it carries on from there."
               WHEN RST-OTHER-RUN-OPEN
                   DISPLAY "An unfinished recalculation "
                     WS-RST-FILE-PARMS
                   DISPLAY "(last committed " WS-RST-FILE-DATE
                     ") is on file. Discard its restart point and"
                     " start this one fresh? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                       DISPLAY "Recalculation cancelled - rerun the "
                         "unfinished range to complete it."
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
           END-EVALUATE.

       COMMIT-AND-WRITE-POINT SECTION.
           EXEC SQL COMMIT END-EXEC

           MOVE EmployeeDeductions-Period TO WS-POINT-PERIOD
           MOVE EmployeeDeductions-EmployeeId TO WS-POINT-ID
           MOVE WS-RETRO-POINT TO WS-RST-POINT
           MOVE WS-ADJUSTED-COUNT TO WS-RST-DONE-COUNT
           SET RST-WRITE-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE 0 TO WS-BATCH-COUNT.

       TAKE-POSTING-LOCK SECTION.
           EVALUATE TRUE
               WHEN WS-FROM-PERIOD = WS-TO-PERIOD
                   MOVE WS-FROM-PERIOD TO WS-PLK-PERIOD
               WHEN WS-FROM-PERIOD(1:4) = WS-TO-PERIOD(1:4)
                   MOVE WS-FROM-PERIOD(1:4) TO WS-PLK-PERIOD(1:4)
                   MOVE "**" TO WS-PLK-PERIOD(5:2)
               WHEN OTHER
                   MOVE "******" TO WS-PLK-PERIOD
           END-EVALUATE

      *    A RESUMED RUN TAKES OVER THE LOCK ITS INTERRUPTED RUN
      *    LEFT BEHIND.
           IF RETRO-RESUMING
               MOVE "T" TO WS-PLK-FUNCTION
           ELSE
               MOVE "A" TO WS-PLK-FUNCTION
           END-IF
           PERFORM CALL-POSTING-LOCK

           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "RETRO01: periods " WS-FROM-PERIOD " to "
                 WS-TO-PERIOD " could not be locked - "
                 "recalculation refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-RUN-COMPANY
                                       WS-PLK-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       RESOLVE-REPORT-PATH SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
