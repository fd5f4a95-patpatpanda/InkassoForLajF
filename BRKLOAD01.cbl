       COPY "Taxinfo.cpy".
       COPY "Operators.cpy".
       COPY "ConfigAudit.cpy".
       COPY "FileRegParms.cpy".
       COPY "RestartParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
       01 WS-PROBLEM-COUNT PIC 9(3) VALUE 0.
       01 WS-PREV-MAX PIC S9(09) COMP-5.

      *    THE LOAD COMMITS THE END-DATING ON ITS OWN, THEN THE NEW
      *    BRACKETS WS-COMMIT-BATCH-SIZE AT A TIME, EACH COMMIT
      *    FOLLOWED BY ITS RESTART POINT - THE NUMBER OF SORTED
      *    BRACKETS NOW IN TAXINFO ("BRACKET 000" ONCE THE OLD SET IS
      *    END-DATED). NO PAYROLL MAY PRICE AGAINST A HALF-LOADED
      *    TABLE, SO THE LOAD HOLDS THE POSTING LOCK OVER EVERYTHING
      *    AND A FAILED LOAD KEEPS HOLDING IT UNTIL THE RERUN HAS
      *    FINISHED THE JOB.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-COMPANY PIC X(2) VALUE "**".
       01 WS-PLK-PERIOD PIC X(6) VALUE "******".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "BRKLOAD".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-BATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-COMMIT-BATCH-SIZE PIC 9(4) VALUE 10.
       01 WS-RESUME-INX PIC 9(3) VALUE 0.
       01 WS-RESUMING PIC X VALUE "N".
         88 LOAD-RESUMING VALUE "Y".
       01 WS-LOAD-POINT.
         05 FILLER PIC X(8) VALUE "BRACKET ".
         05 WS-POINT-INX PIC 9(3).
       01 WS-HASH-DISP PIC 9(9).
       01 WS-FILE-COUNT-DISP PIC 9(9).

       01 WS-PCT-DISP PIC 9(3).9(2).
       01 WS-MIN-DISP PIC 9(9).
       01 WS-MAX-DISP PIC 9(9).
               STOP RUN
           END-IF

           PERFORM CHECK-INBOUND-FILE
           PERFORM CHECK-RESTART-POINT

           PERFORM SORT-NEW-BRACKETS
           PERFORM SCAN-NEW-BRACKETS

               STOP RUN
           END-IF

      *    A RESUMED LOAD ADDS TO THE INTERRUPTED RUN'S REPORT - ITS
      *    BEFORE SIDE WAS LISTED THEN, AND THE OPEN SET IS NOW PART
      *    OF THE NEW YEAR.
           IF LOAD-RESUMING
               OPEN EXTEND LOADRPTFILE
               MOVE SPACES TO FS-LOADRPTFILE
               STRING "LOAD RESUMED " WS-AUDIT-DATE " AFTER "
                 WS-RST-POINT
                 DELIMITED BY SIZE INTO FS-LOADRPTFILE
               WRITE FS-LOADRPTFILE
               DISPLAY "Scan clean. Carry on loading after "
                 WS-RST-POINT " of " WS-NEW-COUNT "? (Y/N): "
           ELSE
               OPEN OUTPUT LOADRPTFILE
               MOVE SPACES TO FS-LOADRPTFILE
               STRING "BRACKET LOAD - NEW ROWS EFFECTIVE "
                 WS-EFFECTIVE-FROM
                 DELIMITED BY SIZE INTO FS-LOADRPTFILE
               WRITE FS-LOADRPTFILE
               PERFORM REPORT-BEFORE-SIDE
               DISPLAY "Scan clean. End-date the current open "
                 "brackets and load " WS-NEW-COUNT
                 " new one(s)? (Y/N): "
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Load cancelled - nothing changed."
               STOP RUN
           END-IF

      *    A RESUMED LOAD TAKES OVER THE LOCK ITS INTERRUPTED RUN
      *    LEFT BEHIND.
           IF RST-RESUME
               MOVE "T" TO WS-PLK-FUNCTION
           ELSE
               MOVE "A" TO WS-PLK-FUNCTION
           END-IF
           PERFORM CALL-POSTING-LOCK
           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "BRKLOAD01: a posting job is running - "
                 "load refused, nothing changed."
               MOVE "LOAD REFUSED - POSTING LOCK HELD"
                 TO FS-LOADRPTFILE
               WRITE FS-LOADRPTFILE
               CLOSE LOADRPTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "BRKLOAD01 BRACKET LOAD" TO WS-RST-INVOKED-BY
           MOVE "**" TO WS-RST-COMPANY
           SET RST-START-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

      *    ANY SQL ERROR ROLLS BACK ONLY THE BATCH IN HAND AND STOPS
      *    WITH THE LOCK STILL HELD - TAXINFO IS HALF OLD YEAR, HALF
      *    NEW UNTIL THE SAME LOAD IS RERUN, AND NOTHING MAY POST
      *    AGAINST IT IN BETWEEN.
           IF NOT LOAD-RESUMING
               PERFORM END-DATE-OPEN-BRACKETS
               MOVE 0 TO WS-NEW-INX
               PERFORM COMMIT-AND-WRITE-POINT
           END-IF
           PERFORM INSERT-NEW-BRACKETS

           IF WS-BATCH-COUNT > 0
               MOVE WS-NEW-COUNT TO WS-NEW-INX
               PERFORM COMMIT-AND-WRITE-POINT
           END-IF

           MOVE WS-NEW-COUNT TO WS-RST-DONE-COUNT
           MOVE "SUCCESS" TO WS-RST-OUTCOME
           SET RST-END-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           MOVE WS-NEW-COUNT TO WS-FRG-APPLIED-COUNT
           MOVE 0 TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM REPORT-AFTER-SIDE


           STOP RUN.

       CHECK-RESTART-POINT SECTION.
      *    THE SAME JOB IS THE SAME EFFECTIVE DATE AND THE SAME
      *    AUTHORITY FILE - ITS RECORD COUNT AND CONTENT HASH, AS
      *    THE FILE REGISTRY COMPUTED THEM.
           MOVE WS-FRG-RECORD-COUNT TO WS-FILE-COUNT-DISP
           MOVE WS-FRG-HASH-TOTAL TO WS-HASH-DISP
           MOVE "BRKLOAD01" TO WS-RST-JOB
           MOVE SPACES TO WS-RST-JOB-PARMS
           STRING "EFFECTIVE " WS-EFFECTIVE-FROM
             " FILE " WS-FILE-COUNT-DISP " HASH " WS-HASH-DISP
             DELIMITED BY SIZE INTO WS-RST-JOB-PARMS
           SET RST-READ-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS

           EVALUATE TRUE
               WHEN RST-RESUME AND WS-RST-POINT NOT = SPACES
                   MOVE "Y" TO WS-RESUMING
                   MOVE WS-RST-POINT TO WS-LOAD-POINT
                   MOVE WS-POINT-INX TO WS-RESUME-INX
                   DISPLAY "An unfinished load of this file "
                     "committed up to " WS-RST-POINT " on "
                     WS-RST-FILE-DATE " - it carries on from there."
               WHEN RST-RESUME
      *            THE INTERRUPTED RUN NEVER COMMITTED - TAXINFO IS
      *            UNTOUCHED, SO THE LOAD STARTS OVER (TAKING OVER
      *            THE LOCK THAT RUN LEFT BEHIND).
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
               WHEN RST-OTHER-RUN-OPEN
                   DISPLAY "BRKLOAD01: an unfinished load "
                     WS-RST-FILE-PARMS
                   DISPLAY "(last committed " WS-RST-FILE-DATE
                     ") must be completed first - Taxinfo holds "
                     "only part of that bracket set."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE SPACES TO WS-RST-POINT
                   MOVE 0 TO WS-RST-DONE-COUNT
           END-EVALUATE.

       COMMIT-AND-WRITE-POINT SECTION.
           EXEC SQL COMMIT END-EXEC

           MOVE WS-NEW-INX TO WS-POINT-INX
           MOVE WS-LOAD-POINT TO WS-RST-POINT
           MOVE WS-NEW-INX TO WS-RST-DONE-COUNT
           SET RST-WRITE-POINT TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE 0 TO WS-BATCH-COUNT.

       LOAD-FAILED SECTION.
           IF WS-RST-POINT = SPACES
               DISPLAY "BRKLOAD01: the load stopped before its first"
                 " commit - Taxinfo is unchanged. Fix the cause and"
                 " rerun."
           ELSE
               DISPLAY "BRKLOAD01: the load stopped after "
                 WS-RST-POINT " - the posting lock stays held. Fix"
                 " the cause and rerun the same file to finish it."
           END-IF
           MOVE "FAILED" TO WS-RST-OUTCOME
           SET RST-END-RUN TO TRUE
           CALL "RestartModule" USING WS-RST-PARMS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-PLK-COMPANY
                                       WS-PLK-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       OPERATOR-SIGN-ON SECTION.
      *    SAME AUTHORITY GATE AS TAXMAINT - THE BULK PATH MUST NOT
      *    BE A WAY AROUND THE CONTROL ON WITHHOLDING RATES.
               STOP RUN
           END-IF

           MOVE "TAXBRACKET" TO WS-FRG-FILE-TYPE
           MOVE WS-BRACKET-PATH TO WS-FRG-FILE-NAME
           MOVE "SKATTEVERKET" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "BRKLOAD01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL LOAD-EOF
               READ BRACKETFILE
                   AT END
                       SET LOAD-EOF TO TRUE
                   NOT AT END
                       MOVE BRACKETFILE-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
                       IF WS-NEW-COUNT < 100
                           ADD 1 TO WS-NEW-COUNT
                           MOVE BRKF-MIN-SALARY

           CLOSE BRACKETFILE.

       CHECK-INBOUND-FILE SECTION.
      *    THE WHOLE FILE IS ALREADY IN THE TABLE, SO THE CHECK
      *    NEEDS NO SECOND PASS - LAST YEAR'S AUTHORITY FILE LEFT
      *    IN THE FOLDER IS REFUSED BEFORE THE SCAN EVEN STARTS.
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "BRKLOAD01: authority file not loaded - "
                 "nothing changed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SORT-NEW-BRACKETS SECTION.
      *    SAME BUBBLE-SORT SHAPE AS SCREEN01'S SORTS - THE FILE IS
      *    SMALL AND MAY ARRIVE IN ANY ORDER, BUT THE GAP/OVERLAP
               DISPLAY "BRKLOAD01: SQL ERROR ON END-DATE, CODE = "
                 SQLCODE " - rolling back."
               EXEC SQL ROLLBACK END-EXEC
               PERFORM LOAD-FAILED
           END-IF

           MOVE "Taxinfo" TO ConfigAudit-TableName
           PERFORM WRITE-CONFIG-AUDIT.

       INSERT-NEW-BRACKETS SECTION.
      *    A RESUMED LOAD STARTS JUST PAST THE LAST COMMITTED
      *    BRACKET - THE SORT PUTS THE SAME FILE IN THE SAME ORDER.
           COMPUTE WS-NEW-INX = WS-RESUME-INX + 1
           PERFORM UNTIL WS-NEW-INX > WS-NEW-COUNT
               MOVE WS-NEW-MIN(WS-NEW-INX) TO Taxinfo-MinSalary
               MOVE WS-NEW-MAX(WS-NEW-INX) TO Taxinfo-MaxSalary
               MOVE WS-NEW-PCT(WS-NEW-INX) TO Taxinfo-TaxPercentage

               IF SQLCODE NOT = 0
                   DISPLAY "BRKLOAD01: SQL ERROR ON INSERT, CODE = "
                     SQLCODE " - rolling back the batch in hand."
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM LOAD-FAILED
               END-IF

               MOVE "Taxinfo" TO ConfigAudit-TableName
                 WS-PCT-DISP "/" WS-IMG-FROM "/" WS-IMG-TO
                 DELIMITED BY SIZE INTO ConfigAudit-AfterImage
               PERFORM WRITE-CONFIG-AUDIT

               ADD 1 TO WS-BATCH-COUNT
               IF WS-BATCH-COUNT >= WS-COMMIT-BATCH-SIZE
                   PERFORM COMMIT-AND-WRITE-POINT
               END-IF
               ADD 1 TO WS-NEW-INX
           END-PERFORM.
