           , HOURLY_RATE          int
           , AGREEMENT_CODE       char(2)
           , PAY_GROUP            char(2)
           , JOB_CLASS            char(4)
           , TERM_REASON          char(2)
           , PROTECTED_ID         char(1)
           , DECEASED_DATE        int
           , EMIGRATED_DATE       int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE Employees
      *> STATUS: "A" = active, "L" = on leave, "T" = terminated,
      *> "D" = deceased (DECEASED_DATE IS THE DATE OF DEATH; THE
      *> FINAL PAY GOES TO THE ESTATE - SEE MAIN01 AND DISBUR01).
      *> HIRE_DATE/TERM_DATE: YYYYMMDD. TERM_DATE = 0 MEANS NOT
      *> TERMINATED; A HIRE_DATE OF 0 ON A PRE-EXISTING ROW IS
      *> TREATED AS HIRED BEFORE ANY PERIOD BEING PROCESSED.
      *> OTHER GROUPS RUN ON THEIR OWN RunCalendar ENTRIES (E.G.
      *> THE BIWEEKLY HOURLY STAFF). MAIN01 PROCESSES ONE GROUP
      *> PER RUN, SELECTED BY paygrpctl.dat.
      *> JOB_CLASS: THE EMPLOYEE'S CLASS ON THE JobClass MASTER,
      *> WHICH THE PAY-EQUITY SURVEY (PAYEQ01) GROUPS BY. BLANK/
      *> NULL = NOT YET CLASSIFIED - LEFT OUT OF THE SURVEY AND
      *> COUNTED AS SUCH. KEYED IN EMPMAINT.
      *> TERM_REASON: WHY THE EMPLOYMENT ENDED, AS THE
      *> ARBETSGIVARINTYG (AGINT01) REPORTS IT - "EB" THE
      *> EMPLOYEE'S OWN REQUEST, "AB" REDUNDANCY (ARBETSBRIST),
      *> "TB" A FIXED-TERM EMPLOYMENT RAN OUT, "PS" NOTICE OR
      *> DISMISSAL FOR PERSONAL REASONS, "PN" RETIREMENT, "OV"
      *> OTHER. KEYED IN EMPMAINT WITH THE TERMINATION DATE;
      *> BLANK/NULL WHILE EMPLOYED AND ON ROWS FROM BEFORE THE
      *> COLUMN EXISTED.
      *> PROTECTED_ID: "Y" WHEN THE POPULATION REGISTER REPORTS A
      *> PROTECTED IDENTITY (SKYDDAD IDENTITET) - THE ADDRESS IS
      *> KEPT ON THE MASTER BUT NEVER PRINTED ON A PAYSLIP,
      *> STATEMENT, LETTER OR EXTRACT. "N" OR BLANK/NULL OTHERWISE.
      *> DECEASED_DATE/EMIGRATED_DATE: YYYYMMDD OF A DEATH OR AN
      *> EMIGRATION REPORTED BY THE POPULATION REGISTER (NAVET01),
      *> 0 OR NULL WHEN NONE. THE PAYROLL HOLD THE IMPORT RAISES IS
      *> WHAT STOPS PAYMENT UNTIL HR DECIDES. HR CONFIRMS A DEATH
      *> (OR RECORDS ONE THE REGISTER HAS NOT REPORTED YET) WITH
      *> EMPMAINT OPTION D, WHICH SETS STATUS "D" AND ENDS THE
      *> EMPLOYMENT ON THE DATE OF DEATH.
      *> -------------------------------------------
       01  DCLEmployees.
           03 Employees-ID-EMPLOYEE        PIC S9(09)  COMP-5.
           03 Employees-CHURCH             PIC X(1).
           03 Employees-STATUS             PIC X(1).
             88 Employees-STATUS-ACTIVE    VALUE "A".
             88 Employees-STATUS-DECEASED  VALUE "D".
           03 Employees-CURRENCY-CODE      PIC X(3).
           03 Employees-HIRE-DATE          PIC 9(8).
           03 Employees-TERM-DATE          PIC 9(8).
           03 Employees-HOURLY-RATE        PIC S9(09)  COMP-5.
           03 Employees-AGREEMENT-CODE     PIC X(2).
           03 Employees-PAY-GROUP          PIC X(2).
           03 Employees-JOB-CLASS          PIC X(4).
           03 Employees-TERM-REASON        PIC X(2).
             88 Employees-TERM-OWN-REQUEST VALUE "EB".
             88 Employees-TERM-REDUNDANCY  VALUE "AB".
             88 Employees-TERM-FIXED-END   VALUE "TB".
             88 Employees-TERM-PERSONAL    VALUE "PS".
             88 Employees-TERM-RETIREMENT  VALUE "PN".
             88 Employees-TERM-OTHER       VALUE "OV".
             88 Employees-TERM-REASON-VALID
                                           VALUE "EB" "AB" "TB"
                                                 "PS" "PN" "OV".
           03 Employees-PROTECTED-ID       PIC X(1).
             88 Employees-PROTECTED-IDENTITY
                                           VALUE "Y".
           03 Employees-DECEASED-DATE      PIC 9(8).
           03 Employees-EMIGRATED-DATE     PIC 9(8).
