       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBREG01.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "InboundFile.cpy".
       COPY "ConfigAudit.cpy".
       COPY "Operators.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    NEWEST FIRST - THE QUESTION IS NEARLY ALWAYS "DID LAST
      *    NIGHT'S FILE GET IN".
           EXEC SQL
           DECLARE InboundListCursor CURSOR FOR
           SELECT FileId, FileType, FileName, Source, RecordCount,
           CreationStamp, ReceivedBy, ReceivedDate, ReceivedTime,
           COALESCE(AppliedDate, 0), COALESCE(AppliedCount, 0),
           COALESCE(RejectedCount, 0), Status,
           COALESCE(DuplicateOf, 0)
           FROM REDWARRIOR.dbo.InboundFile
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

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 QUIT-INQUIRY VALUE 1.
       01 WS-LIST-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.

       01 WS-FILE-ID-DISP PIC 9(9).
       01 WS-DUP-ID-DISP PIC 9(9).
       01 WS-RECEIVED-DATE PIC 9(8).
       01 WS-RECEIVED-TIME PIC 9(8).
       01 WS-APPLIED-DATE PIC 9(8).
       01 WS-RECORD-DISP PIC Z(8)9.
       01 WS-APPLIED-DISP PIC Z(8)9.
       01 WS-REJECTED-DISP PIC Z(8)9.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-LIMIT PIC 9(4) VALUE 50.

       PROCEDURE DIVISION.

       MAIN-MENU SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Inbound file registry"
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL QUIT-INQUIRY
               DISPLAY " "
               DISPLAY "  L = List files received"
               DISPLAY "  F = Force a refused file through"
               DISPLAY "  Q = Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-FILES
                   WHEN "l"
                       PERFORM LIST-FILES
                   WHEN "F"
                       PERFORM FORCE-FILE
                   WHEN "f"
                       PERFORM FORCE-FILE
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
      *    ANY OPERATOR MAY LOOK; ONLY A SUPERVISOR MAY FORCE.
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
                   DISPLAY "INBREG01: SQL ERROR ON SIGN-ON, "
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
               OPEN InboundListCursor
           END-EXEC

           DISPLAY "       ID TYPE       STATUS     RECEIVED      "
             "BY            RECORDS   APPLIED  REJECTED APPLIED ON"

           PERFORM UNTIL LIST-EOF
               EXEC SQL
                   FETCH InboundListCursor INTO
                       :InboundFile-FileId,
                       :InboundFile-FileType,
                       :InboundFile-FileName,
                       :InboundFile-Source,
                       :InboundFile-RecordCount,
                       :InboundFile-CreationStamp,
                       :InboundFile-ReceivedBy,
                       :InboundFile-ReceivedDate,
                       :InboundFile-ReceivedTime,
                       :InboundFile-AppliedDate,
                       :InboundFile-AppliedCount,
                       :InboundFile-RejectedCount,
                       :InboundFile-Status,
                       :InboundFile-DuplicateOf
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
                       DISPLAY "INBREG01: SQL ERROR ON LIST, CODE = "
                         SQLCODE
                       SET LIST-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE InboundListCursor
           END-EXEC

           IF WS-LIST-COUNT = 0
               DISPLAY "No files registered."
           END-IF.

       SHOW-FILE-LINE SECTION.
           MOVE InboundFile-FileId TO WS-FILE-ID-DISP
           MOVE InboundFile-ReceivedDate TO WS-RECEIVED-DATE
           MOVE InboundFile-ReceivedTime TO WS-RECEIVED-TIME
           MOVE InboundFile-AppliedDate TO WS-APPLIED-DATE
           MOVE InboundFile-RecordCount TO WS-RECORD-DISP
           MOVE InboundFile-AppliedCount TO WS-APPLIED-DISP
           MOVE InboundFile-RejectedCount TO WS-REJECTED-DISP

           DISPLAY WS-FILE-ID-DISP " " InboundFile-FileType " "
             InboundFile-Status " " WS-RECEIVED-DATE " "
             WS-RECEIVED-TIME(1:4) " " InboundFile-ReceivedBy " "
             WS-RECORD-DISP " " WS-APPLIED-DISP " "
             WS-REJECTED-DISP " " WS-APPLIED-DATE
           DISPLAY "          " InboundFile-Source " stamp "
             InboundFile-CreationStamp " " InboundFile-FileName

           IF InboundFile-Refused
               MOVE InboundFile-DuplicateOf TO WS-DUP-ID-DISP
               DISPLAY "          same content as file "
                 WS-DUP-ID-DISP
           END-IF.

       FORCE-FILE SECTION.
      *    A BANK THAT SENDS THE SAME RETURN TWICE ON PURPOSE, A
      *    RATE FILE THAT REALLY DID NOT CHANGE - THE SUPERVISOR
      *    CLEARS THE REFUSED CONTENT FOR ONE MORE READ. THE IMPORT
      *    ITSELF IS THEN RE-RUN.
           IF NOT Operator-Is-Supervisor
               DISPLAY "Forcing a file needs supervisor authority."
           ELSE
               DISPLAY "File ID of the refused file: "
               ACCEPT WS-FILE-ID-DISP
               MOVE WS-FILE-ID-DISP TO InboundFile-FileId

               EXEC SQL
                   SELECT FileType, FileName, RecordCount,
                   ReceivedBy, ReceivedDate, Status,
                   COALESCE(DuplicateOf, 0)
                   INTO :InboundFile-FileType, :InboundFile-FileName,
                   :InboundFile-RecordCount, :InboundFile-ReceivedBy,
                   :InboundFile-ReceivedDate, :InboundFile-Status,
                   :InboundFile-DuplicateOf
                   FROM REDWARRIOR.dbo.InboundFile
                   WHERE FileId = :InboundFile-FileId
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       DISPLAY "No file with that ID."
                   WHEN SQLCODE NOT = 0
                       DISPLAY "INBREG01: SQL ERROR ON SELECT, "
                         "CODE = " SQLCODE
                   WHEN NOT InboundFile-Refused
                       DISPLAY "Only a REFUSED file can be forced - "
                         "this one is " InboundFile-Status "."
                   WHEN OTHER
                       PERFORM CONFIRM-FORCE
               END-EVALUATE
           END-IF.

       CONFIRM-FORCE SECTION.
           MOVE InboundFile-ReceivedDate TO WS-RECEIVED-DATE
           MOVE InboundFile-DuplicateOf TO WS-DUP-ID-DISP
           MOVE InboundFile-RecordCount TO WS-RECORD-DISP
           DISPLAY InboundFile-FileType " refused in "
             InboundFile-ReceivedBy " on " WS-RECEIVED-DATE ", "
             WS-RECORD-DISP " records, same content as file "
             WS-DUP-ID-DISP
           DISPLAY "  " InboundFile-FileName
           DISPLAY "Forcing lets the same content be applied a "
             "second time."

      *    NO REASON, NO FORCE - THE AUDIT ROW IS THE ONLY ANSWER TO
      *    "WHY WAS THIS PAID TWICE".
           DISPLAY "Reason for forcing: "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A reason is required - file left refused."
           ELSE
               DISPLAY "Force this file through? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM MARK-FORCE-OK
               ELSE
                   DISPLAY "File left refused."
               END-IF
           END-IF.

       MARK-FORCE-OK SECTION.
           MOVE WS-OPERATOR-ID TO InboundFile-ForcedBy
           MOVE WS-TODAY TO InboundFile-ForcedDate

           EXEC SQL
               UPDATE REDWARRIOR.dbo.InboundFile
               SET Status = 'FORCE OK',
               ForcedBy = :InboundFile-ForcedBy,
               ForcedDate = :InboundFile-ForcedDate
               WHERE FileId = :InboundFile-FileId
                 AND Status = 'REFUSED'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "INBREG01: SQL ERROR ON UPDATE, CODE = "
                 SQLCODE
           ELSE
               ACCEPT WS-NOW-TIME FROM TIME

               MOVE "InboundFile" TO ConfigAudit-TableName
               MOVE SPACES TO ConfigAudit-KeyValue
               MOVE WS-FILE-ID-DISP TO ConfigAudit-KeyValue
               MOVE WS-OPERATOR-ID TO ConfigAudit-OperatorId
               MOVE WS-TODAY TO ConfigAudit-ChangeDate
               MOVE WS-NOW-TIME TO ConfigAudit-ChangeTime
               MOVE SPACES TO ConfigAudit-BeforeImage
               STRING "REFUSED " InboundFile-FileType
                 " DUP OF " WS-DUP-ID-DISP
                 DELIMITED BY SIZE INTO ConfigAudit-BeforeImage
               MOVE SPACES TO ConfigAudit-AfterImage
               STRING "FORCE OK: " WS-REASON
                 DELIMITED BY SIZE INTO ConfigAudit-AfterImage

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
                   DISPLAY "INBREG01: SQL ERROR ON AUDIT INSERT, "
                     "CODE = " SQLCODE " - file left refused."
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   DISPLAY "File cleared for one more read and "
                     "logged - re-run " InboundFile-ReceivedBy "."
               END-IF
           END-IF.
