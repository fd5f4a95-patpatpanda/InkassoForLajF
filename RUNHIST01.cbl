           EXEC SQL
           DECLARE RunHistoryCursor CURSOR FOR
           SELECT RunAuditId, RunDate, RunTime, InvokedBy, Period,
           EmployeeCount, Outcome, COALESCE(ResumedFrom, ' ')
           FROM REDWARRIOR.dbo.RunAudit
           WHERE (:WS-PERIOD-ALL = 'Y'
              OR Period = :WS-PERIOD-VALUE)
                       :RunAudit-InvokedBy,
                       :RunAudit-Period,
                       :RunAudit-EmployeeCount,
                       :RunAudit-Outcome,
                       :RunAudit-ResumedFrom
               END-EXEC

               EVALUATE SQLCODE
                         RunAudit-EmployeeCount " "
                         RunAudit-Outcome " "
                         RunAudit-InvokedBy
      *                A RESTARTED CORRECTION OR HOUSEKEEPING RUN
      *                SHOWS WHERE IT PICKED UP.
                       IF RunAudit-ResumedFrom NOT = SPACES
                           DISPLAY "          resumed after "
                             RunAudit-ResumedFrom
                       END-IF
                       ADD 1 TO WS-ROW-COUNT
                       ADD 1 TO WS-PAGE-LINES
                       IF WS-PAGE-LINES >= WS-PAGE-SIZE
