       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutFileModule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE PRODUCED FILE, READ BACK WHOLE ONCE IT IS CLOSED -
      *    WHAT IS REGISTERED IS WHAT IS ON DISK, NOT WHAT THE
      *    PRODUCER MEANT TO WRITE.
           SELECT PRODUCEDFILE ASSIGN TO WS-PRODUCED-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRODUCED-STATUS.

      *    OPTIONAL RECEIPT DEADLINES, ONE LINE PER FILE TYPE:
      *    COLS 1-10 FILE TYPE, COLS 12-14 DAYS THE RECEIVER HAS TO
      *    ANSWER ("000" = NO RECEIPT EXPECTED). "*" IN COLUMN 1 IS
      *    A COMMENT. A TYPE NOT LISTED HAS 10 DAYS.
           SELECT ACKCTLFILE ASSIGN TO "outackctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACKCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCEDFILE.
       01 PRODUCED-RECORD PIC X(256).

       FD ACKCTLFILE.
       01 ACKCTL-RECORD.
         05 ACKCTL-TYPE PIC X(10).
         05 FILLER PIC X(1).
         05 ACKCTL-DAYS PIC X(3).
         05 FILLER PIC X(66).

       WORKING-STORAGE SECTION.

       COPY "OutboundFile.cpy".
       COPY "Events.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-PRODUCED-PATH PIC X(80).
       01 WS-PRODUCED-STATUS PIC X(2) VALUE "00".
       01 WS-ACKCTL-STATUS PIC X(2) VALUE "00".

       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-ACK-DAYS PIC 9(3) VALUE 10.

      *    THE FILE STILL STANDING FOR THE SAME KEY, IF ANY.
       01 WS-ACTIVE-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-ACTIVE-STATUS PIC X(10).
       01 WS-ACTIVE-DATE PIC S9(09) COMP-5 VALUE 0.
       01 WS-ACTIVE-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-ACTIVE-HASH PIC S9(09) COMP-5 VALUE 0.
       01 WS-RELEASED-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-ACTIVE-ID-DISP PIC 9(9).
       01 WS-ACTIVE-DATE-DISP PIC 9(8).
       01 WS-FILE-ID-DISP PIC 9(9).

       01 WS-SW1 PIC 9 VALUE 0.
         88 PRODUCED-EOF VALUE 1.
       01 WS-SW2 PIC 9 VALUE 0.
         88 ACKCTL-EOF VALUE 1.
       01 WS-SW3 PIC 9 VALUE 0.
         88 ACTIVE-FOUND VALUE 1.

       LINKAGE SECTION.
       COPY "OutFileParms.cpy".

      *    EVERY REGISTER ROW IS COMMITTED AS SOON AS IT IS WRITTEN,
      *    THE SAME AS FileRegModule - A REFUSAL MUST SURVIVE THE
      *    CALLER STOPPING. PRODUCERS REGISTER AFTER THEIR OWN LAST
      *    COMMIT.
       PROCEDURE DIVISION USING WS-OFR-PARMS.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           EVALUATE TRUE
               WHEN OFR-CHECK-RESEND
                   PERFORM CHECK-RESEND
               WHEN OFR-REGISTER-FILE
                   PERFORM REGISTER-PRODUCED-FILE
               WHEN OFR-RECORD-RECEIPT
                   PERFORM RECORD-RECEIPT
               WHEN OTHER
                   DISPLAY "OutFileModule: unknown function "
                     WS-OFR-FUNCTION "."
                   SET OFR-ERROR TO TRUE
           END-EVALUATE

           EXIT PROGRAM.

       CHECK-RESEND SECTION.
           MOVE 0 TO WS-OFR-FILE-ID
           MOVE SPACES TO WS-OFR-PRIOR-STATUS
           SET OFR-MAY-SEND TO TRUE
           PERFORM FIND-ACTIVE-FILE

           IF NOT ACTIVE-FOUND AND NOT OFR-ERROR
               PERFORM FIND-RELEASED-FILE
               MOVE WS-RELEASED-ID TO WS-OFR-FILE-ID
           END-IF

           IF ACTIVE-FOUND AND NOT OFR-ERROR
               MOVE WS-ACTIVE-ID TO WS-OFR-FILE-ID
               SET OFR-RESEND-REFUSED TO TRUE
               DISPLAY WS-OFR-PROGRAM ": " WS-OFR-FILE-TYPE
                 " for company " WS-OFR-COMPANY " period "
                 WS-OFR-PERIOD " was already sent as file "
                 WS-ACTIVE-ID-DISP " on " WS-ACTIVE-DATE-DISP
                 " and is " WS-ACTIVE-STATUS
               DISPLAY "A file is sent again only after the receiver "
                 "rejected it or it was withdrawn in OUTREG01."
           END-IF.

       FIND-ACTIVE-FILE SECTION.
           MOVE 0 TO WS-SW3
           MOVE 0 TO WS-ACTIVE-ID
           MOVE WS-OFR-FILE-TYPE TO OutboundFile-FileType
           MOVE WS-OFR-COMPANY TO OutboundFile-CompanyCode
           MOVE WS-OFR-PERIOD TO OutboundFile-Period
           MOVE WS-OFR-QUALIFIER TO OutboundFile-Qualifier

           EXEC SQL
               SELECT TOP 1 FileId, Status, ProducedDate,
               RecordCount, HashTotal
               INTO :WS-ACTIVE-ID, :WS-ACTIVE-STATUS,
               :WS-ACTIVE-DATE, :WS-ACTIVE-COUNT, :WS-ACTIVE-HASH
               FROM REDWARRIOR.dbo.OutboundFile
               WHERE FileType = :OutboundFile-FileType
                 AND CompanyCode = :OutboundFile-CompanyCode
                 AND Period = :OutboundFile-Period
                 AND Qualifier = :OutboundFile-Qualifier
                 AND Status IN ('SENT', 'ACCEPTED')
               ORDER BY FileId DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ACTIVE-FOUND TO TRUE
                   MOVE WS-ACTIVE-ID TO WS-ACTIVE-ID-DISP
                   MOVE WS-ACTIVE-DATE TO WS-ACTIVE-DATE-DISP
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OutFileModule: SQL ERROR ON REGISTER "
                     "CHECK, CODE = " SQLCODE
                   SET OFR-ERROR TO TRUE
           END-EVALUATE.

       FIND-RELEASED-FILE SECTION.
      *    THE LAST FILE FOR THE KEY THE RECEIVER REJECTED OR THAT
      *    WAS WITHDRAWN - WHAT A NEW FILE NOW REPLACES.
           MOVE 0 TO WS-RELEASED-ID
           MOVE SPACES TO WS-OFR-PRIOR-STATUS

           EXEC SQL
               SELECT TOP 1 FileId, Status
               INTO :WS-RELEASED-ID, :WS-OFR-PRIOR-STATUS
               FROM REDWARRIOR.dbo.OutboundFile
               WHERE FileType = :OutboundFile-FileType
                 AND CompanyCode = :OutboundFile-CompanyCode
                 AND Period = :OutboundFile-Period
                 AND Qualifier = :OutboundFile-Qualifier
                 AND Status IN ('REJECTED', 'WITHDRAWN')
               ORDER BY FileId DESC
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OutFileModule: SQL ERROR ON REGISTER "
                     "CHECK, CODE = " SQLCODE
                   SET OFR-ERROR TO TRUE
           END-EVALUATE.

       REGISTER-PRODUCED-FILE SECTION.
           MOVE 0 TO WS-OFR-FILE-ID
           SET OFR-DONE TO TRUE
           PERFORM HASH-PRODUCED-FILE

           IF NOT OFR-ERROR
               PERFORM FIND-ACTIVE-FILE
           END-IF

           EVALUATE TRUE
               WHEN OFR-ERROR
                   CONTINUE
      *        THE SAME CONTENT PRODUCED AGAIN (A RERUN THAT CHANGED
      *        NOTHING) IS STILL THE FILE ALREADY REGISTERED.
               WHEN ACTIVE-FOUND AND
                    WS-ACTIVE-COUNT = WS-OFR-RECORD-COUNT AND
                    WS-ACTIVE-HASH = WS-OFR-HASH-TOTAL
                   MOVE WS-ACTIVE-ID TO WS-OFR-FILE-ID
                   DISPLAY WS-OFR-PROGRAM ": " WS-OFR-FILE-TYPE
                     " unchanged - still registered as file "
                     WS-ACTIVE-ID-DISP "."
               WHEN ACTIVE-FOUND
                   MOVE "REFUSED" TO OutboundFile-Status
                   MOVE WS-ACTIVE-ID TO OutboundFile-ResendOf
                   MOVE 0 TO OutboundFile-AckDueDate
                   PERFORM INSERT-OUTBOUND-ROW
                   IF NOT OFR-ERROR
                       SET OFR-RESEND-REFUSED TO TRUE
                       DISPLAY WS-OFR-PROGRAM ": *** "
                         WS-OFR-FILE-TYPE " NOT TO BE SENT - file "
                         WS-ACTIVE-ID-DISP " for the same period is "
                         WS-ACTIVE-STATUS " ***"
                       DISPLAY "Withdraw file " WS-ACTIVE-ID-DISP
                         " in OUTREG01 first if it really must be "
                         "replaced."
                       MOVE "RESEND REFUSED" TO Events-EventType
                       MOVE SPACES TO Events-Detail
                       STRING WS-OFR-PROGRAM DELIMITED BY SPACE
                         " " DELIMITED BY SIZE
                         WS-OFR-FILE-TYPE DELIMITED BY SPACE
                         " refused - file " DELIMITED BY SIZE
                         WS-ACTIVE-ID-DISP DELIMITED BY SIZE
                         " is " DELIMITED BY SIZE
                         WS-ACTIVE-STATUS DELIMITED BY SPACE
                         INTO Events-Detail
                       PERFORM RAISE-REGISTER-EVENT
                   END-IF
               WHEN OTHER
                   MOVE "SENT" TO OutboundFile-Status
                   PERFORM FIND-RELEASED-FILE
                   MOVE WS-RELEASED-ID TO OutboundFile-ResendOf
                   PERFORM READ-ACK-DAYS
                   IF WS-ACK-DAYS = 0
                       MOVE 0 TO OutboundFile-AckDueDate
                   ELSE
                       COMPUTE OutboundFile-AckDueDate =
                         FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                         + WS-ACK-DAYS)
                   END-IF
                   PERFORM INSERT-OUTBOUND-ROW
                   IF NOT OFR-ERROR
                       MOVE WS-OFR-FILE-ID TO WS-FILE-ID-DISP
                       DISPLAY WS-OFR-PROGRAM ": " WS-OFR-FILE-TYPE
                         " registered as outbound file "
                         WS-FILE-ID-DISP "."
                   END-IF
           END-EVALUATE.

       HASH-PRODUCED-FILE SECTION.
      *    THE SAME COUNT AND HASH FileRegModule KEEPS FOR AN
      *    INBOUND FILE, SO A FILE THAT COMES BACK (A RETURN THAT
      *    ECHOES IT) HASHES ALIKE.
           MOVE WS-OFR-FILE-NAME TO WS-PRODUCED-PATH
           MOVE 0 TO WS-SW1
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           OPEN INPUT PRODUCEDFILE
           IF WS-PRODUCED-STATUS NOT = "00"
               DISPLAY "OutFileModule: cannot read " WS-PRODUCED-PATH
                 ", status " WS-PRODUCED-STATUS
               SET OFR-ERROR TO TRUE
           ELSE
               PERFORM UNTIL PRODUCED-EOF
                   READ PRODUCEDFILE
                       AT END
                           SET PRODUCED-EOF TO TRUE
                       NOT AT END
                           MOVE PRODUCED-RECORD TO WS-FRG-RECORD
                           SET FRG-HASH-RECORD TO TRUE
                           CALL "FileRegModule" USING WS-FRG-PARMS
                   END-READ
               END-PERFORM
               CLOSE PRODUCEDFILE
               MOVE WS-FRG-RECORD-COUNT TO WS-OFR-RECORD-COUNT
               MOVE WS-FRG-HASH-TOTAL TO WS-OFR-HASH-TOTAL
           END-IF.

       READ-ACK-DAYS SECTION.
           MOVE 10 TO WS-ACK-DAYS
           MOVE 0 TO WS-SW2

           OPEN INPUT ACKCTLFILE
           IF WS-ACKCTL-STATUS = "00"
               PERFORM UNTIL ACKCTL-EOF
                   READ ACKCTLFILE
                       AT END
                           SET ACKCTL-EOF TO TRUE
                       NOT AT END
                           IF ACKCTL-TYPE = WS-OFR-FILE-TYPE AND
                              ACKCTL-DAYS NUMERIC
                               MOVE ACKCTL-DAYS TO WS-ACK-DAYS
                               SET ACKCTL-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACKCTLFILE
           END-IF.

       INSERT-OUTBOUND-ROW SECTION.
           MOVE WS-OFR-FILE-NAME TO OutboundFile-FileName
           MOVE WS-OFR-RECEIVER TO OutboundFile-Receiver
           MOVE WS-OFR-RECORD-COUNT TO OutboundFile-RecordCount
           MOVE WS-OFR-CONTROL-SUM-1 TO OutboundFile-ControlSum1
           MOVE WS-OFR-CONTROL-SUM-2 TO OutboundFile-ControlSum2
           MOVE WS-OFR-HASH-TOTAL TO OutboundFile-HashTotal
           MOVE WS-OFR-PROGRAM TO OutboundFile-ProducedBy
           MOVE WS-NOW-DATE TO OutboundFile-ProducedDate
           MOVE WS-NOW-TIME TO OutboundFile-ProducedTime

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.OutboundFile
               (FileType, FileName, Receiver, CompanyCode, Period,
               Qualifier, RecordCount, ControlSum1, ControlSum2,
               HashTotal, ProducedBy, ProducedDate, ProducedTime,
               AckDueDate, Status, ResendOf)
               VALUES (:OutboundFile-FileType,
               :OutboundFile-FileName, :OutboundFile-Receiver,
               :OutboundFile-CompanyCode, :OutboundFile-Period,
               :OutboundFile-Qualifier, :OutboundFile-RecordCount,
               :OutboundFile-ControlSum1, :OutboundFile-ControlSum2,
               :OutboundFile-HashTotal, :OutboundFile-ProducedBy,
               :OutboundFile-ProducedDate,
               :OutboundFile-ProducedTime,
               :OutboundFile-AckDueDate, :OutboundFile-Status,
               :OutboundFile-ResendOf)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "OutFileModule: SQL ERROR ON REGISTER "
                 "INSERT, CODE = " SQLCODE
               SET OFR-ERROR TO TRUE
           ELSE
               EXEC SQL
                   SELECT @@IDENTITY INTO :OutboundFile-FileId
               END-EXEC
               MOVE OutboundFile-FileId TO WS-OFR-FILE-ID
               EXEC SQL COMMIT END-EXEC
           END-IF.

       RECORD-RECEIPT SECTION.
      *    ONLY A FILE STILL WAITING FOR ITS ANSWER TAKES ONE - A
      *    RECEIPT FILE READ TWICE IS ALREADY STOPPED AT THE
      *    INBOUND REGISTER.
           SET OFR-DONE TO TRUE
           IF OFR-ACK-REJECTED
               MOVE "REJECTED" TO OutboundFile-Status
           ELSE
               MOVE "ACCEPTED" TO OutboundFile-Status
           END-IF
           MOVE WS-NOW-DATE TO OutboundFile-AckDate
           MOVE WS-OFR-ACK-REFERENCE TO OutboundFile-AckReference
           MOVE WS-OFR-ACK-DETAIL TO OutboundFile-AckDetail
           MOVE WS-OFR-ACK-FILE-ID TO OutboundFile-AckFileId
           MOVE WS-OFR-FILE-TYPE TO OutboundFile-FileType
           MOVE WS-OFR-COMPANY TO OutboundFile-CompanyCode
           MOVE WS-OFR-PERIOD TO OutboundFile-Period
           MOVE WS-OFR-QUALIFIER TO OutboundFile-Qualifier

           IF WS-OFR-FILE-ID NOT = 0
               MOVE WS-OFR-FILE-ID TO OutboundFile-FileId
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.OutboundFile
                   SET Status = :OutboundFile-Status,
                   AckDate = :OutboundFile-AckDate,
                   AckReference = :OutboundFile-AckReference,
                   AckDetail = :OutboundFile-AckDetail,
                   AckFileId = :OutboundFile-AckFileId
                   WHERE FileId = :OutboundFile-FileId
                     AND Status = 'SENT'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.OutboundFile
                   SET Status = :OutboundFile-Status,
                   AckDate = :OutboundFile-AckDate,
                   AckReference = :OutboundFile-AckReference,
                   AckDetail = :OutboundFile-AckDetail,
                   AckFileId = :OutboundFile-AckFileId
                   WHERE FileType = :OutboundFile-FileType
                     AND CompanyCode = :OutboundFile-CompanyCode
                     AND Period = :OutboundFile-Period
                     AND (Qualifier = :OutboundFile-Qualifier
                      OR :OutboundFile-Qualifier = ' ')
                     AND Status = 'SENT'
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
      *            A REJECTION IS THE ONE ANSWER SOMEBODY MUST ACT
      *            ON - THE FILE HAS TO BE CORRECTED AND SENT AGAIN.
                   IF OFR-ACK-REJECTED
                       MOVE "FILE REJECTED" TO Events-EventType
                       MOVE SPACES TO Events-Detail
                       STRING WS-OFR-FILE-TYPE DELIMITED BY SPACE
                         " rejected: " DELIMITED BY SIZE
                         WS-OFR-ACK-DETAIL DELIMITED BY SIZE
                         INTO Events-Detail
                       PERFORM RAISE-REGISTER-EVENT
                   END-IF
               WHEN 100
                   SET OFR-NO-MATCH TO TRUE
               WHEN OTHER
                   DISPLAY "OutFileModule: SQL ERROR ON RECEIPT "
                     "UPDATE, CODE = " SQLCODE
                   SET OFR-ERROR TO TRUE
           END-EVALUATE.

       RAISE-REGISTER-EVENT SECTION.
           MOVE WS-NOW-DATE TO Events-EventDate
           MOVE WS-NOW-TIME TO Events-EventTime
           MOVE WS-OFR-PERIOD TO Events-Period
           MOVE WS-OFR-COMPANY TO Events-CompanyCode

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Events
               (EventType, EventDate, EventTime, Period,
               CompanyCode, Detail, Status)
               VALUES (:Events-EventType, :Events-EventDate,
               :Events-EventTime, :Events-Period,
               :Events-CompanyCode, :Events-Detail, 'NEW')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "OutFileModule: SQL ERROR ON EVENT INSERT, "
                 "CODE = " SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.
