       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAVET01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE POPULATION REGISTER'S NOTIFICATION FILE (NAVET), ONE
      *    FIXED RECORD PER EVENT FOR A PERSON WE SUBSCRIBE TO:
      *      COL   1- 12  PERSONNUMMER
      *      COL  13- 14  AD = NEW ADDRESS, DO = DECEASED,
      *                   UV = EMIGRATED, SK = PROTECTED IDENTITY
      *                   SET, SH = PROTECTED IDENTITY LIFTED
      *      COL  15- 22  EVENT DATE YYYYMMDD (REQUIRED FOR DO/UV,
      *                   BLANK MEANS THE IMPORT DATE OTHERWISE)
      *      COL  23- 52  STREET
      *      COL  53- 58  POSTAL CODE
      *      COL  59- 83  CITY
      *      COL  84- 85  COUNTRY (BLANK = SE)
      *    AN ADDRESS ON A UV (THE NEW ADDRESS ABROAD) OR AN SK/SH
      *    RECORD IS APPLIED AS WELL.
           SELECT NAVETFILE ASSIGN TO WS-NAVET-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NAVET-STATUS.

           SELECT NAVRPTFILE ASSIGN TO WS-NAVRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NAVETFILE.
       01 NAVET-RECORD.
         05 NAV-PERSONNUMMER PIC X(12).
         05 NAV-TYPE PIC X(2).
           88 NAV-ADDRESS VALUE "AD".
           88 NAV-DECEASED VALUE "DO".
           88 NAV-EMIGRATED VALUE "UV".
           88 NAV-PROTECTED VALUE "SK".
           88 NAV-UNPROTECT VALUE "SH".
           88 NAV-TYPE-VALID VALUE "AD" "DO" "UV" "SK" "SH".
         05 NAV-EVENT-DATE PIC X(8).
         05 NAV-STREET PIC X(30).
         05 NAV-POSTAL-CODE PIC X(6).
         05 NAV-CITY PIC X(25).
         05 NAV-COUNTRY PIC X(2).
         05 FILLER PIC X(35).

       FD NAVRPTFILE.
       01 FS-NAVRPTFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "PayrollHold.cpy".
       COPY "PopRegChange.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY EMPLOYMENT THE PERSON HAS WITH US - A REHIRE OR A
      *    SECOND COMPANY IS THE SAME PERSON AT THE SAME ADDRESS.
           EXEC SQL
           DECLARE PnrEmployeeCursor CURSOR FOR
           SELECT ID_EMPLOYEE, COMPANY_CODE,
           COALESCE(STREET, ' '), COALESCE(POSTAL_CODE, ' '),
           COALESCE(CITY, ' '), COALESCE(COUNTRY, ' '),
           COALESCE(PROTECTED_ID, 'N'), COALESCE(DECEASED_DATE, 0),
           COALESCE(EMIGRATED_DATE, 0)
           FROM REDWARRIOR.dbo.Employees
           WHERE PERSONNUMMER = :Employees-PERSONNUMMER
           ORDER BY ID_EMPLOYEE
           END-EXEC.

      *    SAME INKASSO_OUTPUT_DIR RESOLUTION AS EMPIMP01 - THE
      *    NOTIFICATION FILE IS FETCHED INTO THE SAME FOLDER AND
      *    THE REPORT IS WRITTEN BACK THERE.
       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-NAVET-PATH PIC X(80).
       01 WS-NAVRPT-PATH PIC X(80).
       01 WS-NAVET-STATUS PIC X(2) VALUE "00".

       01 WS-FILE-SWITCHES PIC 9 VALUE 0.
         88 NAVET-EOF VALUE 1.
       01 WS-CURSOR-SWITCHES PIC 9 VALUE 0.
         88 PNR-EOF VALUE 1.

       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PERIOD PIC X(6).
       01 WS-EVENT-DATE PIC 9(8).

       01 WS-EDIT-STATUS PIC X(1) VALUE "Y".
         88 NOTICE-VALID VALUE "Y".
         88 NOTICE-INVALID VALUE "N".
       01 WS-EDIT-REASON PIC X(40).

      *    THE EMPLOYMENTS FOUND FOR ONE PERSONNUMMER, READ IN FULL
      *    BEFORE ANY OF THEM IS UPDATED.
       01 WS-EMP-COUNT PIC 9(2) VALUE 0.
       01 WS-EMP-TABLE.
         05 WS-EMP-ITEM OCCURS 10 TIMES.
           10 WS-EMP-ID PIC S9(09) COMP-5.
           10 WS-EMP-COMPANY PIC X(2).
           10 WS-EMP-STREET PIC X(30).
           10 WS-EMP-POSTAL PIC X(6).
           10 WS-EMP-CITY PIC X(25).
           10 WS-EMP-COUNTRY PIC X(2).
           10 WS-EMP-PROTECTED PIC X(1).
           10 WS-EMP-DECEASED PIC 9(8).
           10 WS-EMP-EMIGRATED PIC 9(8).
       01 WS-EMP-INX PIC 9(2) VALUE 0.

       01 WS-HELD-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-HOLD-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-ADDRESS-IMAGE PIC X(60).
       01 WS-CHANGE-TEXT PIC X(10).

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-REVIEW-COUNT PIC 9(5) VALUE 0.

       01 WS-ID-DISP PIC 9(9).
       01 WS-HOLD-DISP PIC 9(9).
       01 WS-REPORT-LINE PIC X(120).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:6) TO WS-TODAY-PERIOD

           PERFORM RESOLVE-IMPORT-PATHS.
           PERFORM CONNECT-TO-DATABASE.

           OPEN INPUT NAVETFILE
           IF WS-NAVET-STATUS NOT = "00"
               DISPLAY "NAVET01: cannot open population register "
                 "file, status " WS-NAVET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           OPEN OUTPUT NAVRPTFILE

           MOVE SPACES TO FS-NAVRPTFILE
           STRING "POPULATION REGISTER IMPORT - RUN DATE " WS-TODAY
             DELIMITED BY SIZE INTO FS-NAVRPTFILE
           WRITE FS-NAVRPTFILE

           PERFORM UNTIL NAVET-EOF
               READ NAVETFILE
                   AT END
                       SET NAVET-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-NOTIFICATION
               END-READ
           END-PERFORM

           MOVE SPACES TO FS-NAVRPTFILE
           STRING "Notifications read: " WS-READ-COUNT
             "  matched: " WS-MATCHED-COUNT
             "  not employed: " WS-UNMATCHED-COUNT
             "  rejected: " WS-REJECT-COUNT
             DELIMITED BY SIZE INTO FS-NAVRPTFILE
           WRITE FS-NAVRPTFILE

           MOVE SPACES TO FS-NAVRPTFILE
           STRING "Master changes: " WS-CHANGE-COUNT
             "  held for HR review: " WS-REVIEW-COUNT
             DELIMITED BY SIZE INTO FS-NAVRPTFILE
           WRITE FS-NAVRPTFILE

           CLOSE NAVETFILE
           CLOSE NAVRPTFILE

           EXEC SQL COMMIT END-EXEC

           PERFORM MARK-INBOUND-APPLIED

           DISPLAY "NAVET01: " WS-READ-COUNT " notifications, "
             WS-CHANGE-COUNT " master changes, "
             WS-REVIEW-COUNT " held for review, "
             WS-REJECT-COUNT " rejected."

      *    A DEATH OR EMIGRATION WAITING ON HR IS THE ONE THING
      *    THE OPERATOR MUST NOT MISS - IT FLAGS THE RUN LIKE A
      *    REJECT DOES.
           IF WS-REJECT-COUNT > 0 OR WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       REGISTER-INBOUND-FILE SECTION.
      *    A NOTIFICATION FILE READ TWICE WOULD LOG EVERY CHANGE
      *    TWICE - IT GOES THROUGH THE INBOUND REGISTER FIRST.
           MOVE "NAVET" TO WS-FRG-FILE-TYPE
           MOVE WS-NAVET-PATH TO WS-FRG-FILE-NAME
           MOVE "SKATTEVERKET NAVET" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "NAVET01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL NAVET-EOF
               READ NAVETFILE
                   AT END
                       SET NAVET-EOF TO TRUE
                   NOT AT END
                       MOVE NAVET-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE NAVETFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "NAVET01: population register file not "
                 "applied - nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT NAVETFILE.

       MARK-INBOUND-APPLIED SECTION.
           MOVE WS-MATCHED-COUNT TO WS-FRG-APPLIED-COUNT
           COMPUTE WS-FRG-REJECTED-COUNT =
             WS-REJECT-COUNT + WS-UNMATCHED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       RESOLVE-IMPORT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-NAVET-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\navetavi.txt" DELIMITED BY SIZE
             INTO WS-NAVET-PATH

           MOVE SPACES TO WS-NAVRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\navet_report.txt" DELIMITED BY SIZE
             INTO WS-NAVRPT-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "NAVET01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   DISPLAY "The import applies changes directly to "
                     "REDWARRIOR - it cannot run without it."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       APPLY-NOTIFICATION SECTION.
           SET NOTICE-VALID TO TRUE
           PERFORM EDIT-NOTIFICATION

           IF NOTICE-VALID
               PERFORM LOAD-EMPLOYMENTS
               IF WS-EMP-COUNT = 0
      *            THE SUBSCRIPTION STILL CARRIES PEOPLE WHO HAVE
      *            LEFT - NOTHING TO DO, BUT IT IS REPORTED SO HR
      *            CAN PRUNE IT.
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "NOT EMPLOYED " NAV-TYPE " "
                     NAV-PERSONNUMMER(1:8) "-****"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM VARYING WS-EMP-INX FROM 1 BY 1
                     UNTIL WS-EMP-INX > WS-EMP-COUNT
                       PERFORM APPLY-TO-EMPLOYMENT
                   END-PERFORM
               END-IF
           END-IF

           IF NOTICE-INVALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJECTED " NAV-TYPE " "
                 NAV-PERSONNUMMER(1:8) "-**** " WS-EDIT-REASON
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "NAVET01: rejected record " WS-READ-COUNT
                 " - " WS-EDIT-REASON
           END-IF.

       EDIT-NOTIFICATION SECTION.
           IF NAV-PERSONNUMMER NOT NUMERIC
               SET NOTICE-INVALID TO TRUE
               MOVE "Personnummer is not 12 digits"
                 TO WS-EDIT-REASON
           END-IF

           IF NOTICE-VALID
               IF NOT NAV-TYPE-VALID
                   SET NOTICE-INVALID TO TRUE
                   MOVE "Notification type not AD/DO/UV/SK/SH"
                     TO WS-EDIT-REASON
               END-IF
           END-IF

           IF NOTICE-VALID
               EVALUATE TRUE
                   WHEN NAV-EVENT-DATE NUMERIC
                       MOVE NAV-EVENT-DATE TO WS-EVENT-DATE
                   WHEN NAV-EVENT-DATE = SPACES
                     AND NOT NAV-DECEASED AND NOT NAV-EMIGRATED
                       MOVE WS-TODAY TO WS-EVENT-DATE
                   WHEN OTHER
                       SET NOTICE-INVALID TO TRUE
                       MOVE "Event date missing or not numeric"
                         TO WS-EDIT-REASON
               END-EVALUATE
           END-IF

           IF NOTICE-VALID
               IF NAV-ADDRESS AND NAV-STREET = SPACES
                 AND NAV-CITY = SPACES
                   SET NOTICE-INVALID TO TRUE
                   MOVE "Address notification with no address"
                     TO WS-EDIT-REASON
               END-IF
           END-IF.

       LOAD-EMPLOYMENTS SECTION.
           MOVE 0 TO WS-EMP-COUNT
           MOVE 0 TO WS-CURSOR-SWITCHES
           MOVE NAV-PERSONNUMMER TO Employees-PERSONNUMMER

           EXEC SQL
               OPEN PnrEmployeeCursor
           END-EXEC

           PERFORM UNTIL PNR-EOF
               EXEC SQL
                   FETCH PnrEmployeeCursor INTO
                       :Employees-ID-EMPLOYEE,
                       :Employees-COMPANY-CODE,
                       :Employees-STREET,
                       :Employees-POSTAL-CODE,
                       :Employees-CITY,
                       :Employees-COUNTRY,
                       :Employees-PROTECTED-ID,
                       :Employees-DECEASED-DATE,
                       :Employees-EMIGRATED-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET PNR-EOF TO TRUE
                   WHEN 0
                       IF WS-EMP-COUNT < 10
                           ADD 1 TO WS-EMP-COUNT
                           MOVE Employees-ID-EMPLOYEE
                             TO WS-EMP-ID(WS-EMP-COUNT)
                           MOVE Employees-COMPANY-CODE
                             TO WS-EMP-COMPANY(WS-EMP-COUNT)
                           MOVE Employees-STREET
                             TO WS-EMP-STREET(WS-EMP-COUNT)
                           MOVE Employees-POSTAL-CODE
                             TO WS-EMP-POSTAL(WS-EMP-COUNT)
                           MOVE Employees-CITY
                             TO WS-EMP-CITY(WS-EMP-COUNT)
                           MOVE Employees-COUNTRY
                             TO WS-EMP-COUNTRY(WS-EMP-COUNT)
                           MOVE Employees-PROTECTED-ID
                             TO WS-EMP-PROTECTED(WS-EMP-COUNT)
                           MOVE Employees-DECEASED-DATE
                             TO WS-EMP-DECEASED(WS-EMP-COUNT)
                           MOVE Employees-EMIGRATED-DATE
                             TO WS-EMP-EMIGRATED(WS-EMP-COUNT)
                       ELSE
                           DISPLAY "NAVET01: more than 10 "
                             "employments for one personnummer - "
                             "the rest are not updated."
                           SET PNR-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "NAVET01: SQL ERROR ON EMPLOYEE "
                         "FETCH, CODE = " SQLCODE
                       SET PNR-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE PnrEmployeeCursor
           END-EXEC.

       APPLY-TO-EMPLOYMENT SECTION.
           MOVE WS-EMP-ID(WS-EMP-INX) TO Employees-ID-EMPLOYEE
           MOVE WS-EMP-ID(WS-EMP-INX) TO WS-ID-DISP

           EVALUATE TRUE
               WHEN NAV-ADDRESS
                   PERFORM APPLY-ADDRESS
               WHEN NAV-PROTECTED
                   PERFORM APPLY-PROTECTED-FLAG
                   IF NAV-STREET NOT = SPACES
                       PERFORM APPLY-ADDRESS
                   END-IF
               WHEN NAV-UNPROTECT
                   PERFORM APPLY-PROTECTED-FLAG
                   IF NAV-STREET NOT = SPACES
                       PERFORM APPLY-ADDRESS
                   END-IF
               WHEN NAV-DECEASED
                   PERFORM APPLY-DEATH
               WHEN NAV-EMIGRATED
                   PERFORM APPLY-EMIGRATION
                   IF NAV-STREET NOT = SPACES
                       PERFORM APPLY-ADDRESS
                   END-IF
           END-EVALUATE.

       APPLY-ADDRESS SECTION.
           IF NAV-STREET = WS-EMP-STREET(WS-EMP-INX)
             AND NAV-POSTAL-CODE = WS-EMP-POSTAL(WS-EMP-INX)
             AND NAV-CITY = WS-EMP-CITY(WS-EMP-INX)
             AND NAV-COUNTRY = WS-EMP-COUNTRY(WS-EMP-INX)
               CONTINUE
           ELSE
               MOVE NAV-STREET TO Employees-STREET
               MOVE NAV-POSTAL-CODE TO Employees-POSTAL-CODE
               MOVE NAV-CITY TO Employees-CITY
               MOVE NAV-COUNTRY TO Employees-COUNTRY

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.Employees
                   SET STREET = :Employees-STREET,
                   POSTAL_CODE = :Employees-POSTAL-CODE,
                   CITY = :Employees-CITY,
                   COUNTRY = :Employees-COUNTRY
                   WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "NAVET01: SQL ERROR ON ADDRESS UPDATE, "
                     "CODE = " SQLCODE
               ELSE
      *            THE LOG NEVER HOLDS THE ADDRESS OF A PROTECTED
      *            IDENTITY - NEITHER THE OLD ONE NOR THE NEW.
                   IF WS-EMP-PROTECTED(WS-EMP-INX) = "Y"
                       MOVE "PROTECTED IDENTITY"
                         TO PopRegChange-BeforeImage
                       MOVE "PROTECTED IDENTITY"
                         TO PopRegChange-AfterImage
                   ELSE
                       MOVE WS-EMP-STREET(WS-EMP-INX)
                         TO Employees-STREET
                       MOVE WS-EMP-POSTAL(WS-EMP-INX)
                         TO Employees-POSTAL-CODE
                       MOVE WS-EMP-CITY(WS-EMP-INX)
                         TO Employees-CITY
                       MOVE WS-EMP-COUNTRY(WS-EMP-INX)
                         TO Employees-COUNTRY
                       PERFORM BUILD-ADDRESS-IMAGE
                       MOVE WS-ADDRESS-IMAGE
                         TO PopRegChange-BeforeImage

                       MOVE NAV-STREET TO Employees-STREET
                       MOVE NAV-POSTAL-CODE TO Employees-POSTAL-CODE
                       MOVE NAV-CITY TO Employees-CITY
                       MOVE NAV-COUNTRY TO Employees-COUNTRY
                       PERFORM BUILD-ADDRESS-IMAGE
                       MOVE WS-ADDRESS-IMAGE
                         TO PopRegChange-AfterImage
                   END-IF

                   MOVE NAV-STREET TO WS-EMP-STREET(WS-EMP-INX)
                   MOVE NAV-POSTAL-CODE TO WS-EMP-POSTAL(WS-EMP-INX)
                   MOVE NAV-CITY TO WS-EMP-CITY(WS-EMP-INX)
                   MOVE NAV-COUNTRY TO WS-EMP-COUNTRY(WS-EMP-INX)

                   MOVE "ADDRESS" TO PopRegChange-ChangeType
                   MOVE 0 TO PopRegChange-HoldId
                   PERFORM LOG-POPREG-CHANGE
               END-IF
           END-IF.

       BUILD-ADDRESS-IMAGE SECTION.
           MOVE SPACES TO WS-ADDRESS-IMAGE
           STRING Employees-STREET DELIMITED BY "  "
             ", " DELIMITED BY SIZE
             Employees-POSTAL-CODE DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             Employees-CITY DELIMITED BY "  "
             " " DELIMITED BY SIZE
             Employees-COUNTRY DELIMITED BY SIZE
             INTO WS-ADDRESS-IMAGE.

       APPLY-PROTECTED-FLAG SECTION.
           IF NAV-PROTECTED
               MOVE "Y" TO Employees-PROTECTED-ID
               MOVE "PROTECTED" TO PopRegChange-ChangeType
           ELSE
               MOVE "N" TO Employees-PROTECTED-ID
               MOVE "UNPROTECT" TO PopRegChange-ChangeType
           END-IF

      *    "N" AND A NULL/BLANK FLAG BOTH MEAN NOT PROTECTED.
           IF Employees-PROTECTED-ID = WS-EMP-PROTECTED(WS-EMP-INX)
             OR (Employees-PROTECTED-ID = "N"
                 AND WS-EMP-PROTECTED(WS-EMP-INX) NOT = "Y")
               CONTINUE
           ELSE
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.Employees
                   SET PROTECTED_ID = :Employees-PROTECTED-ID
                   WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "NAVET01: SQL ERROR ON PROTECTED "
                     "IDENTITY UPDATE, CODE = " SQLCODE
               ELSE
                   MOVE WS-EMP-PROTECTED(WS-EMP-INX)
                     TO PopRegChange-BeforeImage
                   MOVE Employees-PROTECTED-ID
                     TO PopRegChange-AfterImage
                   MOVE Employees-PROTECTED-ID
                     TO WS-EMP-PROTECTED(WS-EMP-INX)
                   MOVE 0 TO PopRegChange-HoldId
                   PERFORM LOG-POPREG-CHANGE
               END-IF
           END-IF.

       APPLY-DEATH SECTION.
      *    THE SAME DEATH REPORTED AGAIN CHANGES NOTHING AND DOES
      *    NOT PUT THE EMPLOYEE BACK ON HOLD AFTER HR HAS DECIDED.
           IF WS-EMP-DECEASED(WS-EMP-INX) = WS-EVENT-DATE
               CONTINUE
           ELSE
               MOVE WS-EVENT-DATE TO Employees-DECEASED-DATE

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.Employees
                   SET DECEASED_DATE = :Employees-DECEASED-DATE
                   WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "NAVET01: SQL ERROR ON DECEASED UPDATE, "
                     "CODE = " SQLCODE
               ELSE
                   MOVE WS-EVENT-DATE TO WS-EMP-DECEASED(WS-EMP-INX)
                   MOVE SPACES TO PayrollHold-Reason
                   STRING "Population register: deceased "
                     WS-EVENT-DATE
                     DELIMITED BY SIZE INTO PayrollHold-Reason
                   PERFORM PLACE-POPREG-HOLD

                   MOVE "DECEASED" TO PopRegChange-ChangeType
                   MOVE SPACES TO PopRegChange-BeforeImage
                   MOVE SPACES TO PopRegChange-AfterImage
                   MOVE WS-EVENT-DATE TO PopRegChange-AfterImage
                   MOVE WS-HOLD-ID TO PopRegChange-HoldId
                   PERFORM LOG-POPREG-CHANGE
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-IF.

       APPLY-EMIGRATION SECTION.
           IF WS-EMP-EMIGRATED(WS-EMP-INX) = WS-EVENT-DATE
               CONTINUE
           ELSE
               MOVE WS-EVENT-DATE TO Employees-EMIGRATED-DATE

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.Employees
                   SET EMIGRATED_DATE = :Employees-EMIGRATED-DATE
                   WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "NAVET01: SQL ERROR ON EMIGRATED UPDATE, "
                     "CODE = " SQLCODE
               ELSE
                   MOVE WS-EVENT-DATE
                     TO WS-EMP-EMIGRATED(WS-EMP-INX)
                   MOVE SPACES TO PayrollHold-Reason
                   STRING "Population register: emigrated "
                     WS-EVENT-DATE
                     DELIMITED BY SIZE INTO PayrollHold-Reason
                   PERFORM PLACE-POPREG-HOLD

                   MOVE "EMIGRATED" TO PopRegChange-ChangeType
                   MOVE SPACES TO PopRegChange-BeforeImage
                   MOVE SPACES TO PopRegChange-AfterImage
                   MOVE WS-EVENT-DATE TO PopRegChange-AfterImage
                   MOVE WS-HOLD-ID TO PopRegChange-HoldId
                   PERFORM LOG-POPREG-CHANGE
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-IF.

       PLACE-POPREG-HOLD SECTION.
      *    ONE OPEN POPULATION-REGISTER HOLD PER EMPLOYEE IS ENOUGH
      *    - AN EMIGRATION AFTER A DEATH (OR THE REVERSE) STAYS ON
      *    THE CASE HR ALREADY HAS.
           MOVE 0 TO WS-HOLD-ID
           MOVE 0 TO WS-HELD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HELD-COUNT
               FROM REDWARRIOR.dbo.PayrollHold
               WHERE EmployeeId = :Employees-ID-EMPLOYEE
                 AND HoldSource = 'POPREG'
                 AND Status = 'HELD'
           END-EXEC

           IF WS-HELD-COUNT = 0
               MOVE Employees-ID-EMPLOYEE TO PayrollHold-EmployeeId
               MOVE WS-TODAY-PERIOD TO PayrollHold-Period
               MOVE WS-EMP-COMPANY(WS-EMP-INX)
                 TO PayrollHold-CompanyCode
               MOVE 0 TO PayrollHold-ComputedNet
               MOVE 0 TO PayrollHold-PreviousNet
               MOVE WS-TODAY TO PayrollHold-HeldDate

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.PayrollHold
                   (EmployeeId, Period, CompanyCode, ComputedNet,
                   PreviousNet, Reason, Status, HeldDate,
                   HoldSource)
                   VALUES (:PayrollHold-EmployeeId,
                   :PayrollHold-Period, :PayrollHold-CompanyCode,
                   :PayrollHold-ComputedNet,
                   :PayrollHold-PreviousNet, :PayrollHold-Reason,
                   'HELD', :PayrollHold-HeldDate, 'POPREG')
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       SELECT @@IDENTITY INTO :PayrollHold-HoldId
                   END-EXEC
                   MOVE PayrollHold-HoldId TO WS-HOLD-ID
               ELSE
                   DISPLAY "NAVET01: SQL ERROR ON HOLD INSERT, "
                     "CODE = " SQLCODE
                   DISPLAY "NAVET01: employee " WS-ID-DISP
                     " NOT held - hold them by hand."
               END-IF
           END-IF.

       LOG-POPREG-CHANGE SECTION.
           ADD 1 TO WS-CHANGE-COUNT

           MOVE Employees-ID-EMPLOYEE TO PopRegChange-EmployeeId
           MOVE WS-EMP-COMPANY(WS-EMP-INX)
             TO PopRegChange-CompanyCode
           MOVE NAV-PERSONNUMMER TO PopRegChange-Personnummer
           MOVE WS-EVENT-DATE TO PopRegChange-EventDate
           MOVE WS-TODAY TO PopRegChange-ImportDate
           MOVE WS-FRG-FILE-ID TO PopRegChange-InboundFileId

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.PopRegChange
               (EmployeeId, CompanyCode, Personnummer, ChangeType,
               EventDate, BeforeImage, AfterImage, ImportDate,
               InboundFileId, HoldId)
               VALUES (:PopRegChange-EmployeeId,
               :PopRegChange-CompanyCode,
               :PopRegChange-Personnummer,
               :PopRegChange-ChangeType,
               :PopRegChange-EventDate,
               :PopRegChange-BeforeImage,
               :PopRegChange-AfterImage,
               :PopRegChange-ImportDate,
               :PopRegChange-InboundFileId,
               :PopRegChange-HoldId)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "NAVET01: SQL ERROR ON CHANGE LOG INSERT, "
                 "CODE = " SQLCODE
           END-IF

      *    THE REPORT NAMES THE CHANGE, NEVER THE ADDRESS.
           MOVE PopRegChange-ChangeType TO WS-CHANGE-TEXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHANGED  " WS-CHANGE-TEXT " employee "
             WS-ID-DISP " co " WS-EMP-COMPANY(WS-EMP-INX)
             " event date " WS-EVENT-DATE
             DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REVIEW-LINE SECTION.
      *    THE REVIEW LIST - EVERY DEATH AND EMIGRATION, AND THE
      *    HOLD IT SITS ON UNTIL HR RELEASES OR CORRECTS IT.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE WS-HOLD-ID TO WS-HOLD-DISP

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-HOLD-ID = 0
               STRING "REVIEW   " WS-CHANGE-TEXT " employee "
                 WS-ID-DISP " co " WS-EMP-COMPANY(WS-EMP-INX)
                 " - already on a population register hold"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "REVIEW   " WS-CHANGE-TEXT " employee "
                 WS-ID-DISP " co " WS-EMP-COMPANY(WS-EMP-INX)
                 " - payroll hold " WS-HOLD-DISP
                 " (HOLDREV01)"
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           DISPLAY "NAVET01: " WS-CHANGE-TEXT " reported for "
             "employee " WS-ID-DISP " - held for HR review.".

       WRITE-REPORT-LINE SECTION.
           MOVE WS-REPORT-LINE TO FS-NAVRPTFILE
           WRITE FS-NAVRPTFILE.
