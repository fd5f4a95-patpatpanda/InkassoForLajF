       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBX01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE FINISHED PRINT FILE TO SPLIT - MAIN01's payslips.txt,
      *    ANNSTM01's annstatements.txt, TOTCOMP01's
      *    totcomp_statements.txt OR SALLTR01's salary_letters.txt.
      *    EVERY DOCUMENT IN THEM IS ONE
      *    BLOCK OPENED AND CLOSED BY A RULE OF DASHES.
           SELECT DOCINFILE ASSIGN TO WS-DOCIN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DOCIN-STATUS.

      *    THE PROVIDER'S LOOKUP FILE - ONE PERSONNUMMER PER LINE
      *    FOR EVERYONE WITH A DIGITAL MAILBOX WHO ACCEPTS MAIL FROM
      *    US. REFRESHED FROM THE PROVIDER BEFORE EACH DISTRIBUTION.
           SELECT REGFILE ASSIGN TO WS-REG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.

      *    THE PROVIDER'S DELIVERY FILE: AN "MH" HEADER, AN "MD"
      *    RECORD OPENING EACH EMPLOYEE'S DOCUMENT, ITS PRINT LINES
      *    AS "ML" RECORDS, AND AN "MT" TRAILER.
           SELECT DELIVFILE ASSIGN TO WS-DELIV-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DELIV-STATUS.

      *    WHAT STILL GOES TO THE MAILROOM - THE SAME BLOCKS, ONLY
      *    FOR THE EMPLOYEES WITHOUT A MAILBOX.
           SELECT PAPERFILE ASSIGN TO WS-PAPER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE PROVIDER'S RETURN FILE, ONE LINE PER DOCUMENT:
      *    PERSONNUMMER;DOCTYPE;PERIOD;STATUS;REASON WITH STATUS
      *    "DELIVERED" OR "REJECTED".
           SELECT RETURNFILE ASSIGN TO WS-RETURN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETFILE-STATUS.

      *    REJECTED DOCUMENTS FOR THE PAPER RUN - EXTENDED BY EACH
      *    RETURN FILE FOR THE SAME DOCUMENT RUN.
           SELECT OPTIONAL FALLBACKFILE ASSIGN TO WS-FALLBACK-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FALLBACK-STATUS.

           SELECT LOGRPTFILE ASSIGN TO WS-LOGRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DOCINFILE.
       01 FS-DOCINFILE PIC X(80).

       FD REGFILE.
       01 REG-RECORD.
         05 REG-PERSONNR PIC X(12).
         05 FILLER PIC X(68).

       FD DELIVFILE.
       01 FS-DELIVFILE PIC X(90).
       01 DELIV-RECORD.
         05 DELIV-TYPE PIC X(2).
         05 DELIV-PERSONNR PIC X(12).
         05 FILLER PIC X(76).

       FD PAPERFILE.
       01 FS-PAPERFILE PIC X(80).

       FD RETURNFILE.
       01 RETURN-RECORD PIC X(120).

       FD FALLBACKFILE.
       01 FS-FALLBACKFILE PIC X(80).

       FD LOGRPTFILE.
       01 FS-LOGRPTFILE PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "EMPLOYEES.CPY".
       COPY "DocumentDelivery.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    THE DELIVERY LOG FOR ONE DOCUMENT RUN, BY EMPLOYEE.
           EXEC SQL
           DECLARE DeliveryLogCursor CURSOR FOR
           SELECT D.EmployeeId, COALESCE(E.FIRST_NAME, ' '),
           COALESCE(E.LAST_NAME, ' '), D.Channel, D.Status,
           COALESCE(D.Reason, ' ')
           FROM REDWARRIOR.dbo.DocumentDelivery D
           LEFT JOIN REDWARRIOR.dbo.Employees E
             ON E.ID_EMPLOYEE = D.EmployeeId
           WHERE D.DocType = :WS-DOC-TYPE
             AND D.DocPeriod = :WS-DOC-PERIOD
           ORDER BY D.EmployeeId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-DOCIN-PATH PIC X(80).
       01 WS-REG-PATH PIC X(80).
       01 WS-DELIV-PATH PIC X(80).
       01 WS-PAPER-PATH PIC X(80).
       01 WS-RETURN-PATH PIC X(80).
       01 WS-FALLBACK-PATH PIC X(80).
       01 WS-LOGRPT-PATH PIC X(80).
       01 WS-DOCIN-STATUS PIC X(2) VALUE "00".
       01 WS-REG-STATUS PIC X(2) VALUE "00".
       01 WS-DELIV-STATUS PIC X(2) VALUE "00".
       01 WS-RETFILE-STATUS PIC X(2) VALUE "00".
       01 WS-FALLBACK-STATUS PIC X(2) VALUE "00".

       01 WS-RUN-MODE PIC X(1).
         88 MODE-DISTRIBUTE VALUE "D".
         88 MODE-RETURN VALUE "R".
       01 WS-DOC-TYPE PIC X(1).
         88 DOC-PAYSLIP VALUE "P".
         88 DOC-ANNUAL VALUE "A".
         88 DOC-TOTALCOMP VALUE "T".
         88 DOC-SALARY-LETTER VALUE "L".
         88 DOC-TYPE-VALID VALUE "P" "A" "T" "L".
       01 WS-DOC-PERIOD PIC X(6).
       01 WS-RUN-DATE PIC 9(8).

       01 WS-SWITCHES.
         05 WS-DOCIN-EOF-SW PIC 9 VALUE 0.
           88 DOCIN-EOF VALUE 1.
         05 WS-REG-EOF-SW PIC 9 VALUE 0.
           88 REG-EOF VALUE 1.
         05 WS-RETURN-EOF-SW PIC 9 VALUE 0.
           88 RETURN-EOF VALUE 1.
         05 WS-DELIV-EOF-SW PIC 9 VALUE 0.
           88 DELIV-EOF VALUE 1.
         05 WS-LOG-EOF-SW PIC 9 VALUE 0.
           88 LOG-EOF VALUE 1.
         05 WS-IN-BLOCK-SW PIC 9 VALUE 0.
           88 IN-BLOCK VALUE 1.
         05 WS-COPYING-SW PIC 9 VALUE 0.
           88 COPYING-DOCUMENT VALUE 1.
         05 WS-REG-FOUND-SW PIC 9 VALUE 0.
           88 REGISTERED-WITH-PROVIDER VALUE 1.

      *    THE PROVIDER'S REGISTERED PERSONNUMMERS, LOADED ONCE.
       01 WS-REG-COUNT PIC 9(5) VALUE 0.
       01 WS-REG-TABLE.
         05 WS-REG-ENTRY OCCURS 20000 TIMES
              INDEXED BY REG-IDX.
           10 WS-REG-PNR PIC X(12).

      *    ONE DOCUMENT BLOCK, HELD UNTIL ITS CLOSING RULE SAYS
      *    WHERE IT GOES.
       01 WS-BLOCK-COUNT PIC 9(3) VALUE 0.
       01 WS-BLOCK-TABLE.
         05 WS-BLOCK-LINE PIC X(80) OCCURS 100 TIMES.
       01 WS-BLOCK-INX PIC 9(3) VALUE 0.
       01 WS-BLOCK-EMP-TEXT PIC X(9).
       01 WS-BLOCK-OVERFLOW PIC 9(5) VALUE 0.

      *    PERSONNUMMERS THE PROVIDER REJECTED IN THIS RETURN FILE,
      *    WHOSE DOCUMENTS ARE COPIED TO THE FALLBACK RUN.
       01 WS-REJ-COUNT PIC 9(5) VALUE 0.
       01 WS-REJ-TABLE.
         05 WS-REJ-PNR PIC X(12) OCCURS 5000 TIMES
              INDEXED BY REJ-IDX.

       01 WS-RET-PNR PIC X(12).
       01 WS-RET-DOCTYPE PIC X(1).
       01 WS-RET-PERIOD PIC X(6).
       01 WS-RET-STATUS PIC X(10).
       01 WS-RET-REASON PIC X(30).

       01 WS-EXISTING-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-DOC-COUNT PIC 9(6) VALUE 0.
       01 WS-DIGITAL-COUNT PIC 9(6) VALUE 0.
       01 WS-PAPER-COUNT PIC 9(6) VALUE 0.
       01 WS-NOPNR-COUNT PIC 9(6) VALUE 0.
       01 WS-DELIV-LINES PIC 9(8) VALUE 0.
       01 WS-RETURN-COUNT PIC 9(6) VALUE 0.
       01 WS-DELIVERED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-OTHER-RUN-COUNT PIC 9(6) VALUE 0.
       01 WS-FALLBACK-DOCS PIC 9(6) VALUE 0.
       01 WS-LOG-DIGITAL PIC 9(6) VALUE 0.
       01 WS-LOG-PAPER PIC 9(6) VALUE 0.
       01 WS-LOG-FALLBACK PIC 9(6) VALUE 0.
       01 WS-LOG-ID PIC 9(9).

       01 WS-DELIV-HEADER.
         05 WS-MH-TYPE PIC X(2) VALUE "MH".
         05 WS-MH-DOC-TYPE PIC X(1).
         05 WS-MH-PERIOD PIC X(6).
         05 WS-MH-RUN-DATE PIC 9(8).
         05 FILLER PIC X(73) VALUE SPACES.

       01 WS-DELIV-DOCUMENT.
         05 WS-MD-TYPE PIC X(2) VALUE "MD".
         05 WS-MD-PERSONNR PIC X(12).
         05 WS-MD-EMPLOYEE PIC 9(9).
         05 WS-MD-DOC-TYPE PIC X(1).
         05 WS-MD-PERIOD PIC X(6).
         05 WS-MD-LINES PIC 9(3).
         05 FILLER PIC X(57) VALUE SPACES.

       01 WS-DELIV-LINE.
         05 WS-ML-TYPE PIC X(2) VALUE "ML".
         05 WS-ML-TEXT PIC X(80).
         05 FILLER PIC X(8) VALUE SPACES.

       01 WS-DELIV-TRAILER.
         05 WS-MT-TYPE PIC X(2) VALUE "MT".
         05 WS-MT-DOCUMENTS PIC 9(6).
         05 WS-MT-LINES PIC 9(8).
         05 FILLER PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "Digital mailbox delivery"
           DISPLAY "Mode (D = distribute a print file, "
             "R = apply the provider's return file): "
           ACCEPT WS-RUN-MODE
           IF NOT MODE-DISTRIBUTE AND NOT MODE-RETURN
               DISPLAY "MBX01: mode must be D or R."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Document (P = payslips, A = annual statements, "
             "T = total compensation statements, "
             "L = salary change letters): "
           ACCEPT WS-DOC-TYPE
           IF NOT DOC-TYPE-VALID
               DISPLAY "MBX01: document must be P, A, T or L."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN DOC-PAYSLIP
                   DISPLAY "Pay period (YYYYMM): "
               WHEN DOC-SALARY-LETTER
                   DISPLAY "Letter run (NNNNNN): "
               WHEN OTHER
                   DISPLAY "Statement year (YYYY): "
           END-EVALUATE
           MOVE SPACES TO WS-DOC-PERIOD
           ACCEPT WS-DOC-PERIOD

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

           IF MODE-DISTRIBUTE
               PERFORM DISTRIBUTE-DOCUMENTS
           ELSE
               PERFORM APPLY-RETURN-FILE
           END-IF

           PERFORM WRITE-DELIVERY-LOG

           IF WS-NOPNR-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
      *    THE DELIVERY, PAPER AND LOG FILES CARRY THE DOCUMENT RUN
      *    IN THEIR NAMES (E.G. mailbox_delivery_P202511.dat) SO
      *    THE RETURN FILE CAN FIND THE DOCUMENTS IT REFERS TO.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-DOCIN-PATH
           EVALUATE TRUE
               WHEN DOC-PAYSLIP
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\payslips.txt" DELIMITED BY SIZE
                     INTO WS-DOCIN-PATH
               WHEN DOC-ANNUAL
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\annstatements.txt" DELIMITED BY SIZE
                     INTO WS-DOCIN-PATH
               WHEN DOC-SALARY-LETTER
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\salary_letters.txt" DELIMITED BY SIZE
                     INTO WS-DOCIN-PATH
               WHEN OTHER
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\totcomp_statements.txt" DELIMITED BY SIZE
                     INTO WS-DOCIN-PATH
           END-EVALUATE

           MOVE SPACES TO WS-REG-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\mailbox_registered.dat" DELIMITED BY SIZE
             INTO WS-REG-PATH

           MOVE SPACES TO WS-RETURN-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\mailbox_return.dat" DELIMITED BY SIZE
             INTO WS-RETURN-PATH

           MOVE SPACES TO WS-DELIV-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\mailbox_delivery_" WS-DOC-TYPE DELIMITED BY SIZE
             WS-DOC-PERIOD DELIMITED BY SPACE
             ".dat" DELIMITED BY SIZE
             INTO WS-DELIV-PATH

           MOVE SPACES TO WS-PAPER-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\paper_print_" WS-DOC-TYPE DELIMITED BY SIZE
             WS-DOC-PERIOD DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO WS-PAPER-PATH

           MOVE SPACES TO WS-FALLBACK-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\paper_fallback_" WS-DOC-TYPE DELIMITED BY SIZE
             WS-DOC-PERIOD DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO WS-FALLBACK-PATH

           MOVE SPACES TO WS-LOGRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\delivery_log_" WS-DOC-TYPE DELIMITED BY SIZE
             WS-DOC-PERIOD DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO WS-LOGRPT-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "MBX01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       DISTRIBUTE-DOCUMENTS SECTION.
      *    A DOCUMENT RUN IS SPLIT ONCE - SPLITTING IT AGAIN WOULD
      *    PUT A SECOND COPY IN EVERY MAILBOX.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM REDWARRIOR.dbo.DocumentDelivery
               WHERE DocType = :WS-DOC-TYPE
                 AND DocPeriod = :WS-DOC-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MBX01: SQL ERROR ON DELIVERY LOG CHECK, "
                 "CODE = " SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-EXISTING-COUNT > 0
               DISPLAY "MBX01: document run " WS-DOC-TYPE " "
                 WS-DOC-PERIOD " has already been distributed - "
                 "nothing sent."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-REGISTERED-MAILBOXES

           OPEN INPUT DOCINFILE
           IF WS-DOCIN-STATUS NOT = "00"
               DISPLAY "MBX01: cannot open " WS-DOCIN-PATH
                 ", status " WS-DOCIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DELIVFILE
           OPEN OUTPUT PAPERFILE

           MOVE WS-DOC-TYPE TO WS-MH-DOC-TYPE
           MOVE WS-DOC-PERIOD TO WS-MH-PERIOD
           MOVE WS-RUN-DATE TO WS-MH-RUN-DATE
           MOVE WS-DELIV-HEADER TO FS-DELIVFILE
           WRITE FS-DELIVFILE

           PERFORM UNTIL DOCIN-EOF
               READ DOCINFILE
                   AT END
                       SET DOCIN-EOF TO TRUE
                   NOT AT END
                       PERFORM COLLECT-DOCUMENT-LINE
               END-READ
           END-PERFORM

           CLOSE DOCINFILE

           MOVE WS-DIGITAL-COUNT TO WS-MT-DOCUMENTS
           MOVE WS-DELIV-LINES TO WS-MT-LINES
           MOVE WS-DELIV-TRAILER TO FS-DELIVFILE
           WRITE FS-DELIVFILE

           CLOSE DELIVFILE
           CLOSE PAPERFILE

           EXEC SQL COMMIT END-EXEC

           DISPLAY "MBX01: " WS-DOC-COUNT " document(s) - "
             WS-DIGITAL-COUNT " to the digital mailbox, "
             WS-PAPER-COUNT " to paper."

           IF WS-BLOCK-OVERFLOW > 0
               DISPLAY "MBX01: WARNING - " WS-BLOCK-OVERFLOW
                 " line(s) beyond 100 in a document were dropped."
           END-IF.

       LOAD-REGISTERED-MAILBOXES SECTION.
      *    NO LOOKUP FILE MEANS NOBODY CAN BE REACHED DIGITALLY -
      *    THE WHOLE RUN GOES TO PAPER, AS BEFORE THE MAILBOX.
           MOVE 0 TO WS-REG-COUNT

           OPEN INPUT REGFILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "MBX01: WARNING - no mailbox lookup file ("
                 WS-REG-PATH ") - every document goes to paper."
           ELSE
               PERFORM READ-REGISTERED-MAILBOXES
           END-IF.

       READ-REGISTERED-MAILBOXES SECTION.
           PERFORM UNTIL REG-EOF
               READ REGFILE
                   AT END
                       SET REG-EOF TO TRUE
                   NOT AT END
                       IF REG-PERSONNR NOT = SPACES
                           IF WS-REG-COUNT < 20000
                               ADD 1 TO WS-REG-COUNT
                               MOVE REG-PERSONNR
                                 TO WS-REG-PNR(WS-REG-COUNT)
                           ELSE
                               DISPLAY "MBX01: WARNING - more than "
                                 "20000 registered mailboxes - the "
                                 "rest go to paper."
                               SET REG-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REGFILE

           DISPLAY "MBX01: " WS-REG-COUNT
             " registered mailbox(es) loaded.".

       COLLECT-DOCUMENT-LINE SECTION.
      *    THE FIRST RULE OPENS A DOCUMENT, THE NEXT CLOSES IT.
      *    BLANK LINES BETWEEN DOCUMENTS ARE NOT PART OF EITHER.
           IF FS-DOCINFILE(1:40) = ALL "-"
               IF IN-BLOCK
                   PERFORM ADD-BLOCK-LINE
                   PERFORM DISTRIBUTE-ONE-DOCUMENT
                   MOVE 0 TO WS-IN-BLOCK-SW
               ELSE
                   SET IN-BLOCK TO TRUE
                   MOVE 0 TO WS-BLOCK-COUNT
                   MOVE SPACES TO WS-BLOCK-EMP-TEXT
                   PERFORM ADD-BLOCK-LINE
               END-IF
           ELSE
               IF IN-BLOCK
                   IF FS-DOCINFILE(1:15) = "Employee ID  : "
                       MOVE FS-DOCINFILE(16:9) TO WS-BLOCK-EMP-TEXT
                   END-IF
                   PERFORM ADD-BLOCK-LINE
               END-IF
           END-IF.

       ADD-BLOCK-LINE SECTION.
           IF WS-BLOCK-COUNT < 100
               ADD 1 TO WS-BLOCK-COUNT
               MOVE FS-DOCINFILE TO WS-BLOCK-LINE(WS-BLOCK-COUNT)
           ELSE
               ADD 1 TO WS-BLOCK-OVERFLOW
           END-IF.

       DISTRIBUTE-ONE-DOCUMENT SECTION.
           ADD 1 TO WS-DOC-COUNT
           MOVE 0 TO WS-REG-FOUND-SW
           MOVE SPACES TO Employees-PERSONNUMMER
           MOVE 0 TO Employees-ID-EMPLOYEE

           IF WS-BLOCK-EMP-TEXT IS NUMERIC
               MOVE WS-BLOCK-EMP-TEXT TO Employees-ID-EMPLOYEE

               EXEC SQL
                   SELECT COALESCE(PERSONNUMMER, ' ')
                   INTO :Employees-PERSONNUMMER
                   FROM REDWARRIOR.dbo.Employees
                   WHERE ID_EMPLOYEE = :Employees-ID-EMPLOYEE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SPACES TO Employees-PERSONNUMMER
               END-IF
           END-IF

      *    THE PROVIDER ADDRESSES MAILBOXES BY PERSONNUMMER - A
      *    DOCUMENT WITHOUT ONE CAN ONLY GO ON PAPER.
           IF Employees-PERSONNUMMER = SPACES
               ADD 1 TO WS-NOPNR-COUNT
               DISPLAY "MBX01: WARNING - document for Employee ID "
                 WS-BLOCK-EMP-TEXT " has no personnummer on file - "
                 "sent to paper."
           ELSE
               IF WS-REG-COUNT > 0
                   SET REG-IDX TO 1
                   SEARCH WS-REG-ENTRY
                       AT END
                           CONTINUE
                       WHEN REG-IDX > WS-REG-COUNT
                           CONTINUE
                       WHEN WS-REG-PNR(REG-IDX) =
                         Employees-PERSONNUMMER
                           SET REGISTERED-WITH-PROVIDER TO TRUE
                   END-SEARCH
               END-IF
           END-IF

           MOVE Employees-ID-EMPLOYEE TO DocumentDelivery-EmployeeId
           MOVE WS-DOC-TYPE TO DocumentDelivery-DocType
           MOVE WS-DOC-PERIOD TO DocumentDelivery-DocPeriod
           MOVE SPACES TO DocumentDelivery-Reason
           MOVE WS-RUN-DATE TO DocumentDelivery-SentDate

           IF REGISTERED-WITH-PROVIDER
               ADD 1 TO WS-DIGITAL-COUNT
               MOVE Employees-PERSONNUMMER TO WS-MD-PERSONNR
               MOVE Employees-ID-EMPLOYEE TO WS-MD-EMPLOYEE
               MOVE WS-DOC-TYPE TO WS-MD-DOC-TYPE
               MOVE WS-DOC-PERIOD TO WS-MD-PERIOD
               MOVE WS-BLOCK-COUNT TO WS-MD-LINES
               MOVE WS-DELIV-DOCUMENT TO FS-DELIVFILE
               WRITE FS-DELIVFILE
               PERFORM VARYING WS-BLOCK-INX FROM 1 BY 1
                 UNTIL WS-BLOCK-INX > WS-BLOCK-COUNT
                   MOVE WS-BLOCK-LINE(WS-BLOCK-INX) TO WS-ML-TEXT
                   MOVE WS-DELIV-LINE TO FS-DELIVFILE
                   WRITE FS-DELIVFILE
                   ADD 1 TO WS-DELIV-LINES
               END-PERFORM
               SET DocumentDelivery-Digital TO TRUE
               SET DocumentDelivery-Sent TO TRUE
           ELSE
               ADD 1 TO WS-PAPER-COUNT
               PERFORM VARYING WS-BLOCK-INX FROM 1 BY 1
                 UNTIL WS-BLOCK-INX > WS-BLOCK-COUNT
                   MOVE WS-BLOCK-LINE(WS-BLOCK-INX) TO FS-PAPERFILE
                   WRITE FS-PAPERFILE
               END-PERFORM
               MOVE SPACES TO FS-PAPERFILE
               WRITE FS-PAPERFILE
               SET DocumentDelivery-Paper TO TRUE
               SET DocumentDelivery-Printed TO TRUE
               IF Employees-PERSONNUMMER = SPACES
                   MOVE "No personnummer on file"
                     TO DocumentDelivery-Reason
               ELSE
                   MOVE "No digital mailbox"
                     TO DocumentDelivery-Reason
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.DocumentDelivery
               (EmployeeId, DocType, DocPeriod, Channel, Status,
               Reason, SentDate)
               VALUES (:DocumentDelivery-EmployeeId,
               :DocumentDelivery-DocType,
               :DocumentDelivery-DocPeriod,
               :DocumentDelivery-Channel,
               :DocumentDelivery-Status,
               :DocumentDelivery-Reason,
               :DocumentDelivery-SentDate)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "MBX01: SQL ERROR ON DELIVERY LOG INSERT, "
                 "CODE = " SQLCODE
           END-IF.

       APPLY-RETURN-FILE SECTION.
           OPEN INPUT RETURNFILE
           IF WS-RETFILE-STATUS NOT = "00"
               DISPLAY "MBX01: cannot open mailbox return file, "
                 "status " WS-RETFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           PERFORM UNTIL RETURN-EOF
               READ RETURNFILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       IF RETURN-RECORD NOT = SPACES
                           ADD 1 TO WS-RETURN-COUNT
                           PERFORM APPLY-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETURNFILE

           IF WS-REJ-COUNT > 0
               PERFORM COPY-REJECTED-TO-FALLBACK
           END-IF

           EXEC SQL COMMIT END-EXEC

           PERFORM MARK-INBOUND-APPLIED

           DISPLAY "MBX01: " WS-RETURN-COUNT " return line(s) - "
             WS-DELIVERED-COUNT " delivered, " WS-REJECTED-COUNT
             " rejected (" WS-FALLBACK-DOCS " moved to paper), "
             WS-UNMATCHED-COUNT " unmatched, " WS-OTHER-RUN-COUNT
             " for other document runs.".

       REGISTER-INBOUND-FILE SECTION.
      *    THE SAME RETURN FILE APPLIED TWICE WOULD PRINT EVERY
      *    REJECTED DOCUMENT TWICE - IT IS REGISTERED FIRST.
           MOVE "MBXRETURN" TO WS-FRG-FILE-TYPE
           MOVE WS-RETURN-PATH TO WS-FRG-FILE-NAME
           MOVE "MAILBOX" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           STRING WS-DOC-TYPE WS-DOC-PERIOD DELIMITED BY SIZE
             INTO WS-FRG-SCOPE
           MOVE "MBX01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL RETURN-EOF
               READ RETURNFILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       MOVE RETURN-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE RETURNFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "MBX01: mailbox return file not applied - "
                 "nothing updated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-RETURN-EOF-SW
           OPEN INPUT RETURNFILE.

       MARK-INBOUND-APPLIED SECTION.
           COMPUTE WS-FRG-APPLIED-COUNT =
             WS-DELIVERED-COUNT + WS-REJECTED-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       APPLY-ONE-RETURN SECTION.
           MOVE SPACES TO WS-RET-PNR WS-RET-DOCTYPE WS-RET-PERIOD
             WS-RET-STATUS WS-RET-REASON
           UNSTRING RETURN-RECORD DELIMITED BY ";"
             INTO WS-RET-PNR
                  WS-RET-DOCTYPE
                  WS-RET-PERIOD
                  WS-RET-STATUS
                  WS-RET-REASON
           END-UNSTRING

           IF WS-RET-DOCTYPE NOT = WS-DOC-TYPE OR
              WS-RET-PERIOD NOT = WS-DOC-PERIOD
               ADD 1 TO WS-OTHER-RUN-COUNT
           ELSE
               MOVE WS-RUN-DATE TO DocumentDelivery-ReturnDate
               PERFORM UPDATE-DELIVERY-STATUS
           END-IF.

       UPDATE-DELIVERY-STATUS SECTION.
           EVALUATE WS-RET-STATUS
               WHEN "DELIVERED"
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.DocumentDelivery
                       SET Status = 'DELIVERED',
                       ReturnDate = :DocumentDelivery-ReturnDate
                       WHERE DocType = :WS-DOC-TYPE
                         AND DocPeriod = :WS-DOC-PERIOD
                         AND Channel = 'D'
                         AND Status = 'SENT'
                         AND EmployeeId IN
                         (SELECT ID_EMPLOYEE
                          FROM REDWARRIOR.dbo.Employees
                          WHERE PERSONNUMMER = :WS-RET-PNR)
                   END-EXEC
                   IF SQLCODE = 0 AND SQLERRD(3) > 0
                       ADD 1 TO WS-DELIVERED-COUNT
                   ELSE
                       PERFORM REPORT-UNMATCHED-RETURN
                   END-IF
               WHEN "REJECTED"
                   MOVE WS-RET-REASON TO DocumentDelivery-Reason
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.DocumentDelivery
                       SET Channel = 'P', Status = 'FALLBACK',
                       Reason = :DocumentDelivery-Reason,
                       ReturnDate = :DocumentDelivery-ReturnDate
                       WHERE DocType = :WS-DOC-TYPE
                         AND DocPeriod = :WS-DOC-PERIOD
                         AND Channel = 'D'
                         AND EmployeeId IN
                         (SELECT ID_EMPLOYEE
                          FROM REDWARRIOR.dbo.Employees
                          WHERE PERSONNUMMER = :WS-RET-PNR)
                   END-EXEC
                   IF SQLCODE = 0 AND SQLERRD(3) > 0
                       ADD 1 TO WS-REJECTED-COUNT
                       IF WS-REJ-COUNT < 5000
                           ADD 1 TO WS-REJ-COUNT
                           MOVE WS-RET-PNR TO WS-REJ-PNR(WS-REJ-COUNT)
                       ELSE
                           DISPLAY "MBX01: WARNING - more than 5000 "
                             "rejections - personnummer " WS-RET-PNR
                             " must be printed by hand."
                       END-IF
                   ELSE
                       PERFORM REPORT-UNMATCHED-RETURN
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-UNMATCHED-RETURN
           END-EVALUATE.

       REPORT-UNMATCHED-RETURN SECTION.
           ADD 1 TO WS-UNMATCHED-COUNT
           DISPLAY "MBX01: WARNING - return line for personnummer "
             WS-RET-PNR " status " WS-RET-STATUS
             " matches no digital delivery in this run.".

       COPY-REJECTED-TO-FALLBACK SECTION.
      *    THE REJECTED DOCUMENTS ARE TAKEN BACK OUT OF THE DELIVERY
      *    FILE THEY WERE SENT IN - THE SAME LINES, NOT A REPRINT,
      *    SO PAPER AND MAILBOX NEVER DIFFER.
           OPEN INPUT DELIVFILE
           IF WS-DELIV-STATUS NOT = "00"
               DISPLAY "MBX01: cannot open " WS-DELIV-PATH
                 ", status " WS-DELIV-STATUS
                 " - rejected documents must be printed by hand."
           ELSE
               OPEN EXTEND FALLBACKFILE
               IF WS-FALLBACK-STATUS NOT = "00" AND
                  WS-FALLBACK-STATUS NOT = "05"
                   DISPLAY "MBX01: cannot open " WS-FALLBACK-PATH
                     ", status " WS-FALLBACK-STATUS
                     " - rejected documents must be printed by hand."
                   CLOSE DELIVFILE
               ELSE
                   PERFORM COPY-FALLBACK-DOCUMENTS
               END-IF
           END-IF.

       COPY-FALLBACK-DOCUMENTS SECTION.
           PERFORM UNTIL DELIV-EOF
               READ DELIVFILE
                   AT END
                       SET DELIV-EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-DELIVERY-RECORD
               END-READ
           END-PERFORM

           IF COPYING-DOCUMENT
               MOVE SPACES TO FS-FALLBACKFILE
               WRITE FS-FALLBACKFILE
           END-IF

           CLOSE DELIVFILE
           CLOSE FALLBACKFILE.

       COPY-ONE-DELIVERY-RECORD SECTION.
           EVALUATE DELIV-TYPE
               WHEN "MD"
                   IF COPYING-DOCUMENT
                       MOVE SPACES TO FS-FALLBACKFILE
                       WRITE FS-FALLBACKFILE
                   END-IF
                   MOVE 0 TO WS-COPYING-SW
                   SET REJ-IDX TO 1
                   SEARCH WS-REJ-PNR
                       AT END
                           CONTINUE
                       WHEN REJ-IDX > WS-REJ-COUNT
                           CONTINUE
                       WHEN WS-REJ-PNR(REJ-IDX) = DELIV-PERSONNR
                           SET COPYING-DOCUMENT TO TRUE
                           ADD 1 TO WS-FALLBACK-DOCS
                   END-SEARCH
               WHEN "ML"
                   IF COPYING-DOCUMENT
                       MOVE FS-DELIVFILE(3:80) TO FS-FALLBACKFILE
                       WRITE FS-FALLBACKFILE
                   END-IF
               WHEN OTHER
                   IF COPYING-DOCUMENT
                       MOVE SPACES TO FS-FALLBACKFILE
                       WRITE FS-FALLBACKFILE
                   END-IF
                   MOVE 0 TO WS-COPYING-SW
           END-EVALUATE.

       WRITE-DELIVERY-LOG SECTION.
      *    THE LOG FOR THE DOCUMENT RUN AS IT NOW STANDS - REWRITTEN
      *    AFTER EVERY RETURN FILE SO IT ALWAYS SHOWS THE CHANNEL
      *    EACH EMPLOYEE'S DOCUMENT FINALLY WENT THROUGH.
           OPEN OUTPUT LOGRPTFILE

           MOVE SPACES TO FS-LOGRPTFILE
           STRING "DOCUMENT DELIVERY LOG - DOCUMENT " WS-DOC-TYPE
             " PERIOD " WS-DOC-PERIOD " RUN " WS-RUN-DATE
             DELIMITED BY SIZE INTO FS-LOGRPTFILE
           WRITE FS-LOGRPTFILE

           MOVE SPACES TO FS-LOGRPTFILE
           STRING "Employee  Name                                     "
             "Channel  Status     Reason"
             DELIMITED BY SIZE INTO FS-LOGRPTFILE
           WRITE FS-LOGRPTFILE

           EXEC SQL
               OPEN DeliveryLogCursor
           END-EXEC

           PERFORM UNTIL LOG-EOF
               EXEC SQL
                   FETCH DeliveryLogCursor INTO
                       :DocumentDelivery-EmployeeId,
                       :Employees-FIRST-NAME,
                       :Employees-LAST-NAME,
                       :DocumentDelivery-Channel,
                       :DocumentDelivery-Status,
                       :DocumentDelivery-Reason
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LOG-EOF TO TRUE
                   WHEN 0
                       PERFORM WRITE-ONE-LOG-LINE
                   WHEN OTHER
                       DISPLAY "MBX01: SQL ERROR ON LOG FETCH, "
                         "CODE = " SQLCODE
                       SET LOG-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE DeliveryLogCursor
           END-EXEC

           MOVE SPACES TO FS-LOGRPTFILE
           STRING "Digital " WS-LOG-DIGITAL
             "  Paper " WS-LOG-PAPER
             "  of which fallback after rejection " WS-LOG-FALLBACK
             DELIMITED BY SIZE INTO FS-LOGRPTFILE
           WRITE FS-LOGRPTFILE

           CLOSE LOGRPTFILE.

       WRITE-ONE-LOG-LINE SECTION.
           IF DocumentDelivery-Digital
               ADD 1 TO WS-LOG-DIGITAL
           ELSE
               ADD 1 TO WS-LOG-PAPER
               IF DocumentDelivery-Fallback
                   ADD 1 TO WS-LOG-FALLBACK
               END-IF
           END-IF

           MOVE DocumentDelivery-EmployeeId TO WS-LOG-ID
           MOVE SPACES TO FS-LOGRPTFILE
           STRING WS-LOG-ID " " Employees-FIRST-NAME " "
             Employees-LAST-NAME " "
             DocumentDelivery-Channel "        "
             DocumentDelivery-Status " "
             DocumentDelivery-Reason
             DELIMITED BY SIZE INTO FS-LOGRPTFILE
           WRITE FS-LOGRPTFILE.
