       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJMAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "Projects.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           DECLARE ProjectListCursor CURSOR FOR
           SELECT ProjectCode, ProjectName,
           COALESCE(CustomerName, ' '), ActiveFlag
           FROM REDWARRIOR.dbo.Projects
           ORDER BY ProjectCode
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-CODE-LENGTH PIC 9(2) VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-MAINTENANCE VALUE 1.

       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           PERFORM UNTIL QUIT-MAINTENANCE
               DISPLAY " "
               DISPLAY "Project maintenance"
               DISPLAY "  A = Add or replace a project"
               DISPLAY "  L = List all projects"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                       PERFORM ADD-PROJECT
                   WHEN "a"
                       PERFORM ADD-PROJECT
                   WHEN "L"
                       PERFORM LIST-PROJECTS
                   WHEN "l"
                       PERFORM LIST-PROJECTS
                   WHEN "Q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN "q"
                       SET QUIT-MAINTENANCE TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       ADD-PROJECT SECTION.
           DISPLAY "Project code (up to 8 chars, no blanks): "
           ACCEPT Projects-ProjectCode

           DISPLAY "Project name: "
           ACCEPT Projects-ProjectName

           DISPLAY "Customer: "
           ACCEPT Projects-CustomerName

           DISPLAY "Active flag (Y/N): "
           ACCEPT Projects-ActiveFlag

      *    THE CODE GOES OUT AS THE SIE OBJECT AND IS MATCHED
      *    AGAINST WHAT THE TIME SYSTEM SENDS - AN EMBEDDED BLANK
      *    WOULD BE CUT OFF IN THE VOUCHER.
           MOVE 0 TO WS-CODE-LENGTH
           INSPECT Projects-ProjectCode TALLYING WS-CODE-LENGTH
             FOR CHARACTERS BEFORE INITIAL SPACE

           EVALUATE TRUE
               WHEN Projects-ProjectCode = SPACES
                   DISPLAY "Project not saved - code is required."
               WHEN WS-CODE-LENGTH < 8 AND
                    Projects-ProjectCode(WS-CODE-LENGTH + 1:)
                      NOT = SPACES
                   DISPLAY "Project not saved - code must not "
                     "contain blanks."
               WHEN Projects-ProjectName = SPACES
                   DISPLAY "Project not saved - name is required."
               WHEN Projects-ActiveFlag NOT = "Y" AND
                    Projects-ActiveFlag NOT = "N"
                   DISPLAY "Project not saved - active flag "
                     "must be Y or N."
               WHEN OTHER
                   PERFORM SAVE-PROJECT
           END-EVALUATE.

       SAVE-PROJECT SECTION.
      *    ONE ROW PER CODE - A SECOND ADD FOR THE SAME CODE
      *    REPLACES THE NAME, CUSTOMER AND FLAG.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.Projects
               SET ProjectName = :Projects-ProjectName,
               CustomerName = :Projects-CustomerName,
               ActiveFlag = :Projects-ActiveFlag
               WHERE ProjectCode = :Projects-ProjectCode
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM INSERT-PROJECT
               WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                   PERFORM INSERT-PROJECT
               WHEN SQLCODE NOT = 0
                   DISPLAY "PROJMAINT: SQL ERROR ON UPDATE, "
                     "CODE = " SQLCODE
               WHEN OTHER
                   DISPLAY "Project replaced."
           END-EVALUATE.

       INSERT-PROJECT SECTION.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Projects
               (ProjectCode, ProjectName, CustomerName, ActiveFlag)
               VALUES (:Projects-ProjectCode,
               :Projects-ProjectName, :Projects-CustomerName,
               :Projects-ActiveFlag)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Project added."
               WHEN OTHER
                   DISPLAY "PROJMAINT: SQL ERROR ON INSERT, "
                     "CODE = " SQLCODE
           END-EVALUATE.

       LIST-PROJECTS SECTION.
           MOVE 0 TO WS-LIST-SWITCHES

           DISPLAY "Code     Name                           "
             "Customer                       Act"

           EXEC SQL
               OPEN ProjectListCursor
           END-EXEC

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH ProjectListCursor INTO
                       :Projects-ProjectCode,
                       :Projects-ProjectName,
                       :Projects-CustomerName,
                       :Projects-ActiveFlag
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       DISPLAY Projects-ProjectCode " "
                         Projects-ProjectName " "
                         Projects-CustomerName " "
                         Projects-ActiveFlag
                   WHEN OTHER
                       DISPLAY "PROJMAINT: SQL ERROR ON FETCH, "
                         "CODE = " SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE ProjectListCursor
           END-EXEC.
