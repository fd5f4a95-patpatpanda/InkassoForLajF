       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTREG01.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "OutboundFile.cpy".
       COPY "OutFileParms.cpy".
       COPY "ConfigAudit.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    NEWEST FIRST, THE SAME AS THE INBOUND REGISTER.
           EXEC SQL
           DECLARE OutboundListCursor CURSOR FOR
           SELECT FileId, FileType, FileName, Receiver, CompanyCode,
           Period, Qualifier, RecordCount, ControlSum1, ControlSum2,
           ProducedBy, ProducedDate, AckDueDate, Status,
           COALESCE(ResendOf, 0), COALESCE(AckDate, 0),
           COALESCE(AckReference, ' '), COALESCE(AckDetail, ' ')
           FROM REDWARRIOR.dbo.OutboundFile
           WHERE FileType = :WS-TYPE-FILTER
              OR :WS-TYPE-FILTER = ' '
           ORDER BY FileId DESC
           END-EXEC.

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-CONFIRM PIC X VALUE SPACE.
       01 WS-REASON PIC X(50).
       01 WS-TYPE-FILTER PIC X(10) VALUE SPACES.
       01 WS-OUTCOME PIC X VALUE SPACE.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-INQUIRY VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-FILE-ID-DISP PIC 9(9).
       01 WS-RESEND-DISP PIC 9(9).
       01 WS-PRODUCED-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-ACK-DATE PIC 9(8).
       01 WS-RECORD-DISP PIC Z(8)9.
       01 WS-SUM1-DISP PIC -(9)9.
       01 WS-SUM2-DISP PIC -(9)9.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-LIMIT PIC 9(4) VALUE 50.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Outbound file register"
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL QUIT-INQUIRY
               DISPLAY " "
               DISPLAY "  L = List files sent"
               DISPLAY "  R = Record a receipt by hand"
               DISPLAY "  W = Withdraw a file"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-FILES
                   WHEN "l"
                       PERFORM LIST-FILES
                   WHEN "R"
                       PERFORM RECORD-RECEIPT
                   WHEN "r"
                       PERFORM RECORD-RECEIPT
                   WHEN "W"
                       PERFORM WITHDRAW-FILE
                   WHEN "w"
                       PERFORM WITHDRAW-FILE
                   WHEN "Q"
                       SET QUIT-INQUIRY TO TRUE
                   WHEN "q"
                       SET QUIT-INQUIRY TO TRUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice - try again."
               END-EVALUATE
           END-PERFORM.

           GOBACK.

       OPERATOR-SIGN-ON SECTION.
      *    ANY OPERATOR MAY LOOK OR KEY IN A RECEIPT THAT CAME ON
      *    PAPER OR BY MAIL; ONLY A SUPERVISOR MAY WITHDRAW.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO Operators-OperatorId

           EXEC SQL
               SELECT OperatorName, AuthBrackets, AuthReversals,
               COALESCE(AuthPayments, 'N'),
               COALESCE(AuthSupervisor, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthBrackets, :Operators-AuthReversals,
               :Operators-AuthPayments, :Operators-AuthSupervisor
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "Unknown operator - access refused."
                   GOBACK
               WHEN SQLCODE NOT = 0
                   DISPLAY "OUTREG01: SQL ERROR ON SIGN-ON, "
                     "CODE = " SQLCODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Signed on: " Operators-OperatorName
           END-EVALUATE.

       LIST-FILES SECTION.
           DISPLAY "File type (blank = all): "
           ACCEPT WS-TYPE-FILTER
           MOVE 0 TO WS-LIST-SWITCHES
           MOVE 0 TO WS-LIST-COUNT

           EXEC SQL
               OPEN OutboundListCursor
           END-EXEC

           DISPLAY "       ID TYPE       CO PERIOD QUAL     STATUS"
             "     PRODUCED BY           RECORDS RECEIPT DUE"

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH OutboundListCursor INTO
                       :OutboundFile-FileId,
                       :OutboundFile-FileType,
                       :OutboundFile-FileName,
                       :OutboundFile-Receiver,
                       :OutboundFile-CompanyCode,
                       :OutboundFile-Period,
                       :OutboundFile-Qualifier,
                       :OutboundFile-RecordCount,
                       :OutboundFile-ControlSum1,
                       :OutboundFile-ControlSum2,
                       :OutboundFile-ProducedBy,
                       :OutboundFile-ProducedDate,
                       :OutboundFile-AckDueDate,
                       :OutboundFile-Status,
                       :OutboundFile-ResendOf,
                       :OutboundFile-AckDate,
                       :OutboundFile-AckReference,
                       :OutboundFile-AckDetail
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET LIST-EOF TO TRUE
                   WHEN 0
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-FILE-LINE
                       IF WS-LIST-COUNT NOT < WS-LIST-LIMIT
                           DISPLAY "(first " WS-LIST-LIMIT
                             " shown - narrow by file type)"
                           SET LIST-EOF TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "OUTREG01: SQL ERROR ON LIST, CODE = "
                         SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE OutboundListCursor
           END-EXEC

           IF WS-LIST-COUNT = 0
               DISPLAY "No files registered."
           END-IF.

       SHOW-FILE-LINE SECTION.
           MOVE OutboundFile-FileId TO WS-FILE-ID-DISP
           MOVE OutboundFile-ProducedDate TO WS-PRODUCED-DATE
           MOVE OutboundFile-AckDueDate TO WS-DUE-DATE
           MOVE OutboundFile-AckDate TO WS-ACK-DATE
           MOVE OutboundFile-RecordCount TO WS-RECORD-DISP
           MOVE OutboundFile-ControlSum1 TO WS-SUM1-DISP
           MOVE OutboundFile-ControlSum2 TO WS-SUM2-DISP

           DISPLAY WS-FILE-ID-DISP " " OutboundFile-FileType " "
             OutboundFile-CompanyCode " " OutboundFile-Period " "
             OutboundFile-Qualifier " " OutboundFile-Status " "
             WS-PRODUCED-DATE " " OutboundFile-ProducedBy " "
             WS-RECORD-DISP " " WS-DUE-DATE
           DISPLAY "          " OutboundFile-Receiver " sums "
             WS-SUM1-DISP " " WS-SUM2-DISP " "
             OutboundFile-FileName

           EVALUATE TRUE
               WHEN OutboundFile-Refused
                   MOVE OutboundFile-ResendOf TO WS-RESEND-DISP
                   DISPLAY "          not to be sent - file "
                     WS-RESEND-DISP " still stands"
               WHEN OutboundFile-Accepted OR OutboundFile-Rejected
                   DISPLAY "          receipt " WS-ACK-DATE " "
                     OutboundFile-AckReference " "
                     OutboundFile-AckDetail
               WHEN OutboundFile-Sent AND WS-DUE-DATE > 0
                 AND WS-DUE-DATE < WS-TODAY
                   DISPLAY "          *** RECEIPT OVERDUE ***"
           END-EVALUATE.

       SELECT-ONE-FILE SECTION.
           DISPLAY "File ID: "
           ACCEPT WS-FILE-ID-DISP
           MOVE WS-FILE-ID-DISP TO OutboundFile-FileId

           EXEC SQL
               SELECT FileType, FileName, CompanyCode, Period,
               Qualifier, RecordCount, ProducedBy, ProducedDate,
               Status
               INTO :OutboundFile-FileType, :OutboundFile-FileName,
               :OutboundFile-CompanyCode, :OutboundFile-Period,
               :OutboundFile-Qualifier, :OutboundFile-RecordCount,
               :OutboundFile-ProducedBy, :OutboundFile-ProducedDate,
               :OutboundFile-Status
               FROM REDWARRIOR.dbo.OutboundFile
               WHERE FileId = :OutboundFile-FileId
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY "No file with that ID."
               WHEN SQLCODE NOT = 0
                   DISPLAY "OUTREG01: SQL ERROR ON SELECT, "
                     "CODE = " SQLCODE
               WHEN OTHER
                   MOVE OutboundFile-ProducedDate TO WS-PRODUCED-DATE
                   MOVE OutboundFile-RecordCount TO WS-RECORD-DISP
                   DISPLAY OutboundFile-FileType " company "
                     OutboundFile-CompanyCode " period "
                     OutboundFile-Period " " OutboundFile-Qualifier
                     " produced by " OutboundFile-ProducedBy " on "
                     WS-PRODUCED-DATE ", " WS-RECORD-DISP
                     " records - " OutboundFile-Status
                   DISPLAY "  " OutboundFile-FileName
           END-EVALUATE.

       RECORD-RECEIPT SECTION.
      *    A RECEIPT THAT CAME BY MAIL OR OVER THE RECEIVER'S WEB
      *    PAGE RATHER THAN AS A FILE KVITT01 CAN READ.
           PERFORM SELECT-ONE-FILE
           IF SQLCODE = 0
               IF NOT OutboundFile-Sent
                   DISPLAY "Only a SENT file takes a receipt - this "
                     "one is " OutboundFile-Status "."
               ELSE
                   PERFORM ENTER-RECEIPT
               END-IF
           END-IF.

       ENTER-RECEIPT SECTION.
           DISPLAY "Accepted or rejected by the receiver (A/R): "
           ACCEPT WS-OUTCOME
           IF WS-OUTCOME = "a"
               MOVE "A" TO WS-OUTCOME
           END-IF
           IF WS-OUTCOME = "r"
               MOVE "R" TO WS-OUTCOME
           END-IF

           IF WS-OUTCOME NOT = "A" AND WS-OUTCOME NOT = "R"
               DISPLAY "Answer A or R - nothing recorded."
           ELSE
               MOVE SPACES TO WS-OFR-ACK-REFERENCE
               DISPLAY "Receiver's reference: "
               ACCEPT WS-OFR-ACK-REFERENCE
               MOVE SPACES TO WS-OFR-ACK-DETAIL
               IF WS-OUTCOME = "R"
                   DISPLAY "Reason given for the rejection: "
                   ACCEPT WS-OFR-ACK-DETAIL
               END-IF

               IF WS-OFR-ACK-REFERENCE = SPACES
                   DISPLAY "A reference is required - nothing "
                     "recorded."
               ELSE
                   PERFORM SAVE-RECEIPT
               END-IF
           END-IF.

       SAVE-RECEIPT SECTION.
           MOVE OutboundFile-FileType TO WS-OFR-FILE-TYPE
           MOVE OutboundFile-CompanyCode TO WS-OFR-COMPANY
           MOVE OutboundFile-Period TO WS-OFR-PERIOD
           MOVE OutboundFile-Qualifier TO WS-OFR-QUALIFIER
           MOVE OutboundFile-FileId TO WS-OFR-FILE-ID
           MOVE "OUTREG01" TO WS-OFR-PROGRAM
           MOVE WS-OUTCOME TO WS-OFR-ACK-OUTCOME
           MOVE 0 TO WS-OFR-ACK-FILE-ID
           SET OFR-RECORD-RECEIPT TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-NO-MATCH
                   DISPLAY "The file is no longer SENT - nothing "
                     "recorded."
               WHEN OFR-ERROR
                   DISPLAY "Receipt not recorded."
               WHEN OTHER
                   MOVE SPACES TO ConfigAudit-BeforeImage
                   STRING "SENT " OutboundFile-FileType " "
                     OutboundFile-Period
                     DELIMITED BY SIZE INTO ConfigAudit-BeforeImage
                   MOVE SPACES TO ConfigAudit-AfterImage
                   IF OFR-ACK-REJECTED
                       STRING "REJECTED BY HAND: "
                         WS-OFR-ACK-REFERENCE
                         DELIMITED BY SIZE INTO ConfigAudit-AfterImage
                   ELSE
                       STRING "ACCEPTED BY HAND: "
                         WS-OFR-ACK-REFERENCE
                         DELIMITED BY SIZE INTO ConfigAudit-AfterImage
                   END-IF
                   PERFORM WRITE-CONFIG-AUDIT
                   DISPLAY "Receipt recorded."
           END-EVALUATE.

       WITHDRAW-FILE SECTION.
      *    A FILE THAT MUST BE REPLACED WHILE THE RECEIVER STILL
      *    HOLDS IT - A WRONG AMOUNT FOUND AFTER SENDING, A FILE
      *    THAT NEVER ARRIVED. WITHDRAWING IT IS WHAT LETS THE
      *    PRODUCER RUN AGAIN FOR THE SAME PERIOD.
           IF NOT Operator-Is-Supervisor
               DISPLAY "Withdrawing a file needs supervisor "
                 "authority."
           ELSE
               PERFORM SELECT-ONE-FILE
               IF SQLCODE = 0
                   IF NOT OutboundFile-Blocks-Resend
                       DISPLAY "Only a SENT or ACCEPTED file can be "
                         "withdrawn - this one is "
                         OutboundFile-Status "."
                   ELSE
                       PERFORM CONFIRM-WITHDRAW
                   END-IF
               END-IF
           END-IF.

       CONFIRM-WITHDRAW SECTION.
           DISPLAY "Withdrawing lets the same period be produced "
             "and sent again."
           IF OutboundFile-Accepted
               DISPLAY "The receiver has ACCEPTED this file - make "
                 "sure they have cancelled it on their side."
           END-IF

      *    NO REASON, NO WITHDRAWAL - THE AUDIT ROW IS THE ONLY
      *    ANSWER TO "WHY WAS THIS PERIOD SENT TWICE".
           DISPLAY "Reason for withdrawing: "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A reason is required - file left as is."
           ELSE
               DISPLAY "Withdraw this file? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM MARK-WITHDRAWN
               ELSE
                   DISPLAY "File left as is."
               END-IF
           END-IF.

       MARK-WITHDRAWN SECTION.
           MOVE WS-OPERATOR-ID TO OutboundFile-WithdrawnBy
           MOVE WS-TODAY TO OutboundFile-WithdrawnDate

           EXEC SQL
               UPDATE REDWARRIOR.dbo.OutboundFile
               SET Status = 'WITHDRAWN',
               WithdrawnBy = :OutboundFile-WithdrawnBy,
               WithdrawnDate = :OutboundFile-WithdrawnDate
               WHERE FileId = :OutboundFile-FileId
                 AND Status IN ('SENT', 'ACCEPTED')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "OUTREG01: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               MOVE SPACES TO ConfigAudit-BeforeImage
               STRING OutboundFile-Status " " OutboundFile-FileType
                 " " OutboundFile-Period
                 DELIMITED BY SIZE INTO ConfigAudit-BeforeImage
               MOVE SPACES TO ConfigAudit-AfterImage
               STRING "WITHDRAWN: " WS-REASON
                 DELIMITED BY SIZE INTO ConfigAudit-AfterImage
               PERFORM WRITE-CONFIG-AUDIT
               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "File left as is."
               ELSE
                   DISPLAY "File withdrawn and logged - the period "
                     "may now be produced again."
               END-IF
           END-IF.

       WRITE-CONFIG-AUDIT SECTION.
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE "OutboundFile" TO ConfigAudit-TableName
           MOVE SPACES TO ConfigAudit-KeyValue
           MOVE WS-FILE-ID-DISP TO ConfigAudit-KeyValue
           MOVE WS-OPERATOR-ID TO ConfigAudit-OperatorId
           MOVE WS-TODAY TO ConfigAudit-ChangeDate
           MOVE WS-NOW-TIME TO ConfigAudit-ChangeTime

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.ConfigAudit
               (TableName, KeyValue, OperatorId, ChangeDate,
               ChangeTime, BeforeImage, AfterImage)
               VALUES (:ConfigAudit-TableName,
               :ConfigAudit-KeyValue, :ConfigAudit-OperatorId,
               :ConfigAudit-ChangeDate, :ConfigAudit-ChangeTime,
               :ConfigAudit-BeforeImage, :ConfigAudit-AfterImage)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "OUTREG01: SQL ERROR ON AUDIT INSERT, "
                 "CODE = " SQLCODE
           END-IF.
