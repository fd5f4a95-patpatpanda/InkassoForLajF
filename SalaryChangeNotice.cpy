      *> -------------------------------------------
      *> DECLARE TABLE for SalaryChangeNotice
      *> ONE ROW PER CHANGE TO AN EMPLOYEE'S PAY TERMS, WRITTEN IN
      *> THE SAME UNIT OF WORK AS THE CHANGE ITSELF - BY EMPMAINT
      *> (A KEYED RAISE, RATE OR AGREEMENT), SALREV01 (AN APPLIED
      *> REVISION), SCHMAINT (A NEW EMPLOYMENT DEGREE) AND EMPIMP01
      *> (THE HR IMPORT). SALLTR01 CONFIRMS THEM TO THE EMPLOYEE IN
      *> WRITING AND STAMPS THE LETTER RUN ON EVERY ROW IT COVERED.
      *> ChangeType: "SAL " MONTHLY SALARY, "RATE" HOURLY RATE
      *>   (OldValue/NewValue IN WHOLE CURRENCY UNITS), "DEGR"
      *>   EMPLOYMENT DEGREE (OldValue/NewValue IN PERCENT), "AGRE"
      *>   COLLECTIVE AGREEMENT (OldCode/NewCode, VALUES ZERO).
      *> ReasonCode: "REV " GENERAL SALARY REVISION, "IND "
      *>   INDIVIDUAL SALARY SETTING, "PROM" NEW POSITION, "CORR"
      *>   CORRECTION OF AN EARLIER ERROR, "AGRE" CHANGE OF
      *>   AGREEMENT, "DEGR" CHANGE OF EMPLOYMENT DEGREE, "HRIM"
      *>   CHANGED IN THE HR SYSTEM. SALREV01 TAKES IT FROM THE
      *>   REVISION BATCH.
      *> SourceRef: THE REVISION BATCH (SALREV01), ELSE BLANK.
      *> LetterRunId/LetterDate: NULL UNTIL A LETTER RUN HAS DEALT
      *>   WITH THE ROW. LetterStatus "LETTER" (CONFIRMED IN THE
      *>   LETTER) OR "NO LETTER" (THE EMPLOYEE HAS DIED - NOTHING
      *>   IS SENT, THE ROW IS CLOSED SO IT IS NOT PICKED UP AGAIN).
      *> -------------------------------------------
           EXEC SQL DECLARE SalaryChangeNotice TABLE
           ( NoticeId             int
           , EmployeeId           int          NOT NULL
           , ChangeType           char(4)      NOT NULL
           , OldValue             decimal(9,2) NOT NULL
           , NewValue             decimal(9,2) NOT NULL
           , OldCode              char(2)
           , NewCode              char(2)
           , EffectiveFrom        int          NOT NULL
           , ReasonCode           char(4)      NOT NULL
           , SourceProgram        char(8)      NOT NULL
           , SourceRef            char(12)
           , RecordedBy           char(8)
           , RecordedDate         int          NOT NULL
           , LetterRunId          int
           , LetterDate           int
           , LetterStatus         char(10)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE SalaryChangeNotice
      *> -------------------------------------------
       01  DCLSalaryChangeNotice.
           03 SalaryChangeNotice-NoticeId     PIC S9(09)  COMP-5.
           03 SalaryChangeNotice-EmployeeId   PIC S9(09)  COMP-5.
           03 SalaryChangeNotice-ChangeType   PIC X(4).
             88 Notice-Salary                 VALUE "SAL ".
             88 Notice-Hourly-Rate            VALUE "RATE".
             88 Notice-Degree                 VALUE "DEGR".
             88 Notice-Agreement              VALUE "AGRE".
           03 SalaryChangeNotice-OldValue     PIC S9(7)V9(2) COMP-3.
           03 SalaryChangeNotice-NewValue     PIC S9(7)V9(2) COMP-3.
           03 SalaryChangeNotice-OldCode      PIC X(2).
           03 SalaryChangeNotice-NewCode      PIC X(2).
           03 SalaryChangeNotice-EffectiveFrom
                                              PIC 9(8).
           03 SalaryChangeNotice-ReasonCode   PIC X(4).
           03 SalaryChangeNotice-SourceProgram
                                              PIC X(8).
           03 SalaryChangeNotice-SourceRef    PIC X(12).
           03 SalaryChangeNotice-RecordedBy   PIC X(8).
           03 SalaryChangeNotice-RecordedDate PIC S9(09)  COMP-5.
           03 SalaryChangeNotice-LetterRunId  PIC S9(09)  COMP-5.
           03 SalaryChangeNotice-LetterDate   PIC S9(09)  COMP-5.
           03 SalaryChangeNotice-LetterStatus PIC X(10).
             88 Notice-Letter-Sent            VALUE "LETTER".
             88 Notice-No-Letter              VALUE "NO LETTER".
