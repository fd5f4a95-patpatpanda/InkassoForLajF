       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "JobClass.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE JobClassListCursor CURSOR FOR
           SELECT JobClassCode, JobClassName, ValueLevel, ActiveFlag
           FROM REDWARRIOR.dbo.JobClass
           ORDER BY ValueLevel, JobClassCode
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-LEVEL-DISP PIC Z9.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.

       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Job class maintenance"
               DISPLAY "  A = Add or replace a job class"
               DISPLAY "  L = List all job classes"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-JOB-CLASS
                   WHEN "a"
                       PERFORM ADD-JOB-CLASS
                   WHEN "L"
                       PERFORM LIST-JOB-CLASSES
                   WHEN "l"
                       PERFORM LIST-JOB-CLASSES
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       ADD-JOB-CLASS SECTION.
           DISPLAY "Job class code (4 chars): "
           ACCEPT JobClass-JobClassCode

           DISPLAY "Job class name: "
           ACCEPT JobClass-JobClassName

           DISPLAY "Value level from the job evaluation (1-99, "
             "1 = lowest demands): "
           ACCEPT JobClass-ValueLevel

           DISPLAY "Active flag (Y/N): "
           ACCEPT JobClass-ActiveFlag

           EVALUATE TRUE
               WHEN JobClass-JobClassCode = SPACES
                   DISPLAY "Job class not saved - code is "
                     "required."
               WHEN JobClass-ValueLevel < 1 OR
                    JobClass-ValueLevel > 99
                   DISPLAY "Job class not saved - value level "
                     "must be 1-99."
               WHEN JobClass-ActiveFlag NOT = "Y" AND
                    JobClass-ActiveFlag NOT = "N"
                   DISPLAY "Job class not saved - active flag "
                     "must be Y or N."
               WHEN OTHER
                   PERFORM SAVE-JOB-CLASS
           END-EVALUATE.

       SAVE-JOB-CLASS SECTION.
      *    ONE ROW PER CODE - A SECOND ADD FOR THE SAME CODE
      *    REPLACES THE NAME, LEVEL AND FLAG.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.JobClass
               SET JobClassName = :JobClass-JobClassName,
               ValueLevel = :JobClass-ValueLevel,
               ActiveFlag = :JobClass-ActiveFlag
               WHERE JobClassCode = :JobClass-JobClassCode
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM INSERT-JOB-CLASS
               WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                   PERFORM INSERT-JOB-CLASS
               WHEN SQLCODE NOT = 0
                   DISPLAY "JOBMAINT: SQL ERROR ON UPDATE, "
                     "CODE = " SQLCODE
               WHEN OTHER
                   DISPLAY "Job class replaced."
           END-EVALUATE.

       INSERT-JOB-CLASS SECTION.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.JobClass
               (JobClassCode, JobClassName, ValueLevel, ActiveFlag)
               VALUES (:JobClass-JobClassCode,
               :JobClass-JobClassName, :JobClass-ValueLevel,
               :JobClass-ActiveFlag)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Job class added."
               WHEN OTHER
                   DISPLAY "JOBMAINT: SQL ERROR ON INSERT, "
                     "CODE = " SQLCODE
           END-EVALUATE.

       LIST-JOB-CLASSES SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "Lv Code Name                           Act"

           EXEC SQL
               OPEN JobClassListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH JobClassListCursor INTO
                       :JobClass-JobClassCode,
                       :JobClass-JobClassName,
                       :JobClass-ValueLevel,
                       :JobClass-ActiveFlag
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       MOVE JobClass-ValueLevel TO WS-LEVEL-DISP
                       DISPLAY WS-LEVEL-DISP " "
                         JobClass-JobClassCode " "
                         JobClass-JobClassName " "
                         JobClass-ActiveFlag
                   WHEN OTHER
                       DISPLAY "JOBMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE JobClassListCursor
           END-EXEC.
