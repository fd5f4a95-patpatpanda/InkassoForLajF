       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileRegModule.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "InboundFile.cpy".
       COPY "Events.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-FIRST-DATE PIC 9(8).
       01 WS-FIRST-ID-DISP PIC 9(9).

      *    THE CONTENT HASH: EVERY CHARACTER OF EVERY RECORD FOLDED
      *    IN IN ORDER, SO THE SAME LINES IN ANOTHER ORDER, OR ONE
      *    CHANGED DIGIT, GIVE ANOTHER TOTAL. KEPT BELOW THE PRIME SO
      *    IT FITS THE int COLUMN.
       01 WS-HASH-WORK PIC S9(18) COMP-5 VALUE 0.
       01 WS-HASH-PRIME PIC S9(09) COMP-5 VALUE 999999937.
       01 WS-CHAR-INX PIC S9(04) COMP-5 VALUE 0.

       01 WS-CHECK-SWITCHES PIC 9 VALUE 0.
         88 CHECK-DONE VALUE 1.

       LINKAGE SECTION.
       COPY "FileRegParms.cpy".

      *    THE REGISTRY ROW IS COMMITTED AS SOON AS IT IS WRITTEN -
      *    A REFUSAL (AND ITS EVENT) MUST SURVIVE THE CALLER
      *    STOPPING. CALLERS CHECK BEFORE THEIR FIRST UPDATE AND
      *    MARK APPLIED AFTER THEIR LAST COMMIT.
       PROCEDURE DIVISION USING WS-FRG-PARMS.

           EVALUATE TRUE
               WHEN FRG-START-FILE
                   MOVE 0 TO WS-FRG-RECORD-COUNT
                   MOVE 0 TO WS-FRG-HASH-TOTAL
                   MOVE 0 TO WS-FRG-APPLIED-COUNT
                   MOVE 0 TO WS-FRG-REJECTED-COUNT
                   MOVE 0 TO WS-FRG-FILE-ID
                   MOVE SPACES TO WS-FRG-STAMP
                   SET FRG-FILE-ACCEPTED TO TRUE
               WHEN FRG-HASH-RECORD
                   PERFORM HASH-ONE-RECORD
               WHEN FRG-CHECK-FILE
                   ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-NOW-TIME FROM TIME
                   PERFORM CHECK-AND-REGISTER
               WHEN FRG-MARK-APPLIED
                   ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-NOW-TIME FROM TIME
                   PERFORM MARK-FILE-APPLIED
               WHEN OTHER
                   DISPLAY "FileRegModule: unknown function "
                     WS-FRG-FUNCTION "."
                   SET FRG-FILE-ERROR TO TRUE
           END-EVALUATE

           EXIT PROGRAM.

       HASH-ONE-RECORD SECTION.
           ADD 1 TO WS-FRG-RECORD-COUNT
           MOVE WS-FRG-HASH-TOTAL TO WS-HASH-WORK

           PERFORM VARYING WS-CHAR-INX FROM 1 BY 1
             UNTIL WS-CHAR-INX > 256
               COMPUTE WS-HASH-WORK =
                 FUNCTION MOD(WS-HASH-WORK * 31 +
                   FUNCTION ORD(WS-FRG-RECORD(WS-CHAR-INX:1)),
                   WS-HASH-PRIME)
           END-PERFORM

           MOVE WS-HASH-WORK TO WS-FRG-HASH-TOTAL.

       CHECK-AND-REGISTER SECTION.
           MOVE WS-FRG-FILE-TYPE TO InboundFile-FileType
           MOVE WS-FRG-FILE-NAME TO InboundFile-FileName
           MOVE WS-FRG-SOURCE TO InboundFile-Source
           MOVE WS-FRG-SCOPE TO InboundFile-Scope
           MOVE WS-FRG-RECORD-COUNT TO InboundFile-RecordCount
           MOVE WS-FRG-HASH-TOTAL TO InboundFile-HashTotal
           MOVE WS-FRG-STAMP TO InboundFile-CreationStamp
           MOVE WS-FRG-PROGRAM TO InboundFile-ReceivedBy
           MOVE WS-NOW-DATE TO InboundFile-ReceivedDate
           MOVE WS-NOW-TIME TO InboundFile-ReceivedTime
           MOVE 0 TO InboundFile-DuplicateOf
           SET FRG-FILE-ACCEPTED TO TRUE
           MOVE 0 TO WS-CHECK-SWITCHES

      *    THE SAME FILE READ AGAIN FOR THE SAME RUN (A RESTART, THE
      *    NEXT PARTITION) KEEPS ITS FIRST REGISTRATION.
           IF WS-FRG-SCOPE NOT = SPACES
               EXEC SQL
                   SELECT TOP 1 FileId INTO :InboundFile-FileId
                   FROM REDWARRIOR.dbo.InboundFile
                   WHERE FileType = :InboundFile-FileType
                     AND RecordCount = :InboundFile-RecordCount
                     AND HashTotal = :InboundFile-HashTotal
                     AND Scope = :InboundFile-Scope
                     AND Status IN ('RECEIVED', 'APPLIED', 'FORCED')
                   ORDER BY FileId
               END-EXEC

               IF SQLCODE = 0
                   MOVE InboundFile-FileId TO WS-FRG-FILE-ID
                   DISPLAY WS-FRG-PROGRAM ": " WS-FRG-FILE-TYPE
                     " file already registered for this run - "
                     "read again."
                   SET CHECK-DONE TO TRUE
               END-IF
           END-IF

      *    AN EMPTY FILE HAS NO CONTENT TO REPEAT.
           IF NOT CHECK-DONE AND WS-FRG-RECORD-COUNT > 0
               EXEC SQL
                   SELECT TOP 1 FileId, ReceivedDate
                   INTO :InboundFile-DuplicateOf,
                   :InboundFile-ReceivedDate
                   FROM REDWARRIOR.dbo.InboundFile
                   WHERE FileType = :InboundFile-FileType
                     AND RecordCount = :InboundFile-RecordCount
                     AND HashTotal = :InboundFile-HashTotal
                     AND Status IN ('APPLIED', 'FORCED')
                   ORDER BY FileId
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE InboundFile-ReceivedDate
                         TO WS-FIRST-DATE
                       MOVE WS-NOW-DATE TO InboundFile-ReceivedDate
                       PERFORM USE-FORCE-OR-REFUSE
                       SET CHECK-DONE TO TRUE
                   WHEN 100
                       MOVE 0 TO InboundFile-DuplicateOf
                   WHEN OTHER
                       DISPLAY "FileRegModule: SQL ERROR ON "
                         "REGISTRY CHECK, CODE = " SQLCODE
                       SET FRG-FILE-ERROR TO TRUE
                       SET CHECK-DONE TO TRUE
               END-EVALUATE
           END-IF

           IF NOT CHECK-DONE
               MOVE "RECEIVED" TO InboundFile-Status
               PERFORM INSERT-REGISTRY-ROW
           END-IF.

       USE-FORCE-OR-REFUSE SECTION.
      *    ONE "FORCE OK" ROW LETS ONE MORE READ OF THE SAME
      *    CONTENT THROUGH - IT BECOMES THAT READ'S REGISTRATION.
           EXEC SQL
               SELECT TOP 1 FileId, ForcedBy
               INTO :InboundFile-FileId, :InboundFile-ForcedBy
               FROM REDWARRIOR.dbo.InboundFile
               WHERE FileType = :InboundFile-FileType
                 AND RecordCount = :InboundFile-RecordCount
                 AND HashTotal = :InboundFile-HashTotal
                 AND Status = 'FORCE OK'
               ORDER BY FileId
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.InboundFile
                   SET Status = 'FORCED',
                   FileName = :InboundFile-FileName,
                   Scope = :InboundFile-Scope,
                   CreationStamp = :InboundFile-CreationStamp,
                   ReceivedBy = :InboundFile-ReceivedBy,
                   ReceivedDate = :InboundFile-ReceivedDate,
                   ReceivedTime = :InboundFile-ReceivedTime
                   WHERE FileId = :InboundFile-FileId
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FileRegModule: SQL ERROR ON FORCE "
                     "UPDATE, CODE = " SQLCODE
                   SET FRG-FILE-ERROR TO TRUE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   MOVE InboundFile-FileId TO WS-FRG-FILE-ID
                   SET FRG-FILE-FORCED TO TRUE
                   DISPLAY WS-FRG-PROGRAM ": " WS-FRG-FILE-TYPE
                     " file was already applied once - read again"
                     " on the authority of " InboundFile-ForcedBy
                     "."
               END-IF
           ELSE
               MOVE InboundFile-DuplicateOf TO WS-FIRST-ID-DISP
               MOVE "REFUSED" TO InboundFile-Status
               PERFORM INSERT-REGISTRY-ROW
               IF NOT FRG-FILE-ERROR
                   SET FRG-FILE-DUPLICATE TO TRUE
                   DISPLAY WS-FRG-PROGRAM ": " WS-FRG-FILE-TYPE
                     " file has the same content as file "
                     WS-FIRST-ID-DISP " received " WS-FIRST-DATE
                     " - REFUSED."
                   DISPLAY "A supervisor can force it through "
                     "via INBREG01 if it really must be read again."
                   PERFORM RAISE-DUPLICATE-EVENT
               END-IF
           END-IF.

       INSERT-REGISTRY-ROW SECTION.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.InboundFile
               (FileType, FileName, Source, Scope, RecordCount,
               HashTotal, CreationStamp, ReceivedBy, ReceivedDate,
               ReceivedTime, Status, DuplicateOf)
               VALUES (:InboundFile-FileType, :InboundFile-FileName,
               :InboundFile-Source, :InboundFile-Scope,
               :InboundFile-RecordCount, :InboundFile-HashTotal,
               :InboundFile-CreationStamp, :InboundFile-ReceivedBy,
               :InboundFile-ReceivedDate, :InboundFile-ReceivedTime,
               :InboundFile-Status, :InboundFile-DuplicateOf)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FileRegModule: SQL ERROR ON REGISTRY "
                 "INSERT, CODE = " SQLCODE
               SET FRG-FILE-ERROR TO TRUE
           ELSE
               EXEC SQL
                   SELECT @@IDENTITY INTO :InboundFile-FileId
               END-EXEC
               MOVE InboundFile-FileId TO WS-FRG-FILE-ID
               EXEC SQL COMMIT END-EXEC
           END-IF.

       RAISE-DUPLICATE-EVENT SECTION.
           MOVE "DUPLICATE FILE" TO Events-EventType
           MOVE WS-NOW-DATE TO Events-EventDate
           MOVE WS-NOW-TIME TO Events-EventTime
           MOVE SPACES TO Events-Period
           MOVE SPACES TO Events-CompanyCode
           IF WS-FRG-SCOPE NOT = SPACES
               MOVE WS-FRG-SCOPE(1:2) TO Events-CompanyCode
               MOVE WS-FRG-SCOPE(3:6) TO Events-Period
           END-IF
           MOVE SPACES TO Events-Detail
           STRING WS-FRG-PROGRAM DELIMITED BY SPACE
             " refused " DELIMITED BY SIZE
             WS-FRG-FILE-TYPE DELIMITED BY SPACE
             " - same as file " DELIMITED BY SIZE
             WS-FIRST-ID-DISP DELIMITED BY SIZE
             " of " DELIMITED BY SIZE
             WS-FIRST-DATE DELIMITED BY SIZE
             INTO Events-Detail

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Events
               (EventType, EventDate, EventTime, Period,
               CompanyCode, Detail, Status)
               VALUES (:Events-EventType, :Events-EventDate,
               :Events-EventTime, :Events-Period,
               :Events-CompanyCode, :Events-Detail, 'NEW')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FileRegModule: SQL ERROR ON EVENT INSERT, "
                 "CODE = " SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

       MARK-FILE-APPLIED SECTION.
           IF WS-FRG-FILE-ID NOT = 0
               MOVE WS-FRG-FILE-ID TO InboundFile-FileId
               MOVE WS-NOW-DATE TO InboundFile-AppliedDate
               MOVE WS-NOW-TIME TO InboundFile-AppliedTime
               MOVE WS-FRG-APPLIED-COUNT TO InboundFile-AppliedCount
               MOVE WS-FRG-REJECTED-COUNT
                 TO InboundFile-RejectedCount

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.InboundFile
                   SET AppliedDate = :InboundFile-AppliedDate,
                   AppliedTime = :InboundFile-AppliedTime,
                   AppliedCount = :InboundFile-AppliedCount,
                   RejectedCount = :InboundFile-RejectedCount,
                   Status = CASE WHEN Status = 'FORCED'
                            THEN 'FORCED' ELSE 'APPLIED' END
                   WHERE FileId = :InboundFile-FileId
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FileRegModule: SQL ERROR ON APPLIED "
                     "UPDATE, CODE = " SQLCODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.
