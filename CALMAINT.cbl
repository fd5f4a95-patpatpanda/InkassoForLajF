       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

      *    A PLANNED RUN DATE MUST BE A BANKING DAY FOR THE COMPANY
      *    AND FALL BEFORE THE PAYDAY THE RUN FUNDS - BOTH CHECKED
      *    THROUGH BankDayModule AGAINST THE BANKING-DAY CALENDAR.
       01 WS-DATE-STATUS PIC X VALUE "Y".
         88 PLANNED-DATE-VALID VALUE "Y".
         88 PLANNED-DATE-INVALID VALUE "N".
       01 WS-BDM-FUNCTION PIC X(1).
       01 WS-BDM-DATE-IN PIC 9(8).
       01 WS-BDM-DATE-IN-X REDEFINES WS-BDM-DATE-IN.
         05 WS-BDM-PERIOD PIC X(6).
         05 WS-BDM-DAY PIC X(2).
       01 WS-BDM-DATE-OUT PIC 9(8).
       01 WS-PAYDAY PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           DISPLAY "Planned run date (YYYYMMDD): "
           ACCEPT RunCalendar-PlannedRunDate

           PERFORM VALIDATE-PLANNED-DATE

           IF PLANNED-DATE-VALID
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.RunCalendar
                   (Period, CompanyCode, PlannedRunDate, Status,
                   PayGroup)
                   VALUES (:RunCalendar-Period,
                   :RunCalendar-CompanyCode,
                   :RunCalendar-PlannedRunDate, 'PLANNED',
                   :RunCalendar-PayGroup)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY "Calendar entry added."
                   WHEN OTHER
                       DISPLAY "CALMAINT: SQL ERROR ON INSERT, "
                         "CODE = " SQLCODE
               END-EVALUATE
           END-IF.

       CHANGE-CALENDAR-ENTRY SECTION.
           DISPLAY "Period (YYYYMM): "
                   DISPLAY "New status (PLANNED/COMPLETE): "
                   ACCEPT RunCalendar-Status

                   PERFORM VALIDATE-PLANNED-DATE
                   IF PLANNED-DATE-INVALID
                       DISPLAY "Calendar entry left unchanged."
                   ELSE
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.RunCalendar
                       SET PlannedRunDate =
                           DISPLAY "CALMAINT: SQL ERROR ON UPDATE, "
                             "CODE = " SQLCODE
                   END-EVALUATE
                   END-IF
               WHEN 100
                   DISPLAY "No calendar entry for that period and "
                     "company."
           EXEC SQL
               CLOSE CalendarListCursor
           END-EXEC.

       VALIDATE-PLANNED-DATE SECTION.
      *    A RUN ON A CLOSED DAY, OR ON OR AFTER THE PAYDAY IT
      *    FUNDS, CANNOT GET THE BANK FILE OUT IN TIME - REFUSED,
      *    WITH THE DATES THAT WOULD WORK.
           SET PLANNED-DATE-VALID TO TRUE

           MOVE "B" TO WS-BDM-FUNCTION
           MOVE RunCalendar-PlannedRunDate TO WS-BDM-DATE-IN
           CALL "BankDayModule" USING WS-BDM-FUNCTION
                                      RunCalendar-CompanyCode
                                      WS-BDM-DATE-IN
                                      WS-BDM-DATE-OUT

           IF WS-BDM-DATE-OUT = 0
               SET PLANNED-DATE-INVALID TO TRUE
               MOVE "P" TO WS-BDM-FUNCTION
               CALL "BankDayModule" USING WS-BDM-FUNCTION
                                          RunCalendar-CompanyCode
                                          WS-BDM-DATE-IN
                                          WS-BDM-DATE-OUT
               DISPLAY "Planned date " WS-BDM-DATE-IN
                 " is not a banking day for company "
                 RunCalendar-CompanyCode
                 " - the banking day before is " WS-BDM-DATE-OUT "."
           END-IF

           MOVE "Y" TO WS-BDM-FUNCTION
           MOVE RunCalendar-Period TO WS-BDM-PERIOD
           MOVE "01" TO WS-BDM-DAY
           CALL "BankDayModule" USING WS-BDM-FUNCTION
                                      RunCalendar-CompanyCode
                                      WS-BDM-DATE-IN
                                      WS-PAYDAY

           MOVE RunCalendar-PlannedRunDate TO WS-BDM-DATE-IN
           IF WS-PAYDAY > 0 AND WS-BDM-DATE-IN >= WS-PAYDAY
               SET PLANNED-DATE-INVALID TO TRUE
               DISPLAY "Planned date " WS-BDM-DATE-IN
                 " is not before the period's payday " WS-PAYDAY
                 " - the run must come first."
           END-IF.
