       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostLockModule.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY "PostingLock.cpy".
       COPY "Events.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-CONFLICT-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-HELD-DATE PIC 9(8).
       01 WS-HELD-TIME PIC 9(8).

       LINKAGE SECTION.
      *    "A" - TAKE THE LOCK, OR BE REFUSED IF ANY OVERLAPPING
      *          LOCK IS HELD THAT THIS ONE CANNOT SHARE
      *    "T" - THE SAME, BUT FIRST TAKE OVER A LOCK THIS SAME
      *          PROGRAM AND INSTANCE LEFT BEHIND ON THE SAME KEY
      *          (A RESTART AFTER AN ABEND)
      *    "R" - RELEASE THE LOCK THIS PROGRAM AND INSTANCE HOLD
       01 WS-PLK-FUNCTION PIC X(1).
         88 PLK-ACQUIRE VALUE "A".
         88 PLK-TAKE-OVER VALUE "T".
         88 PLK-RELEASE VALUE "R".
       01 WS-PLK-COMPANY PIC X(2).
       01 WS-PLK-PERIOD PIC X(6).
       01 WS-PLK-PAYGROUP PIC X(2).
       01 WS-PLK-HOLDER PIC X(8).
       01 WS-PLK-INSTANCE PIC X(4).
       01 WS-PLK-MODE PIC X(1).
       01 WS-PLK-RESULT PIC X(1).
         88 PLK-GRANTED VALUE "Y".
         88 PLK-REFUSED VALUE "N".
         88 PLK-ERROR VALUE "E".

      *    THE LOCK ROW IS COMMITTED AS SOON AS IT IS WRITTEN OR
      *    DELETED - ANOTHER JOB ONLY SEES IT ONCE IT IS COMMITTED.
      *    CALLERS TAKE THE LOCK BEFORE THEIR OWN FIRST UPDATE AND
      *    RELEASE IT AFTER THEIR OWN LAST COMMIT, SO THE COMMIT
      *    HERE NEVER SPLITS ONE OF THEIR UNITS OF WORK.
       PROCEDURE DIVISION USING WS-PLK-FUNCTION
                                WS-PLK-COMPANY
                                WS-PLK-PERIOD
                                WS-PLK-PAYGROUP
                                WS-PLK-HOLDER
                                WS-PLK-INSTANCE
                                WS-PLK-MODE
                                WS-PLK-RESULT.

           SET PLK-GRANTED TO TRUE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           EVALUATE TRUE
               WHEN PLK-RELEASE
                   PERFORM RELEASE-LOCK
               WHEN PLK-TAKE-OVER
                   PERFORM RELEASE-LOCK
                   IF PLK-GRANTED
                       PERFORM ACQUIRE-LOCK
                   END-IF
               WHEN PLK-ACQUIRE
                   PERFORM ACQUIRE-LOCK
               WHEN OTHER
                   DISPLAY "PostLockModule: unknown function "
                     WS-PLK-FUNCTION "."
                   SET PLK-ERROR TO TRUE
           END-EVALUATE

           EXIT PROGRAM.

       ACQUIRE-LOCK SECTION.
      *    TWO KEYS OVERLAP WHEN COMPANY, PAY GROUP AND PERIOD ALL
      *    MATCH, A WILDCARD ON EITHER SIDE MATCHING ANYTHING. A
      *    SHARED LOCK ONLY COEXISTS WITH SHARED LOCKS OF THE SAME
      *    PROGRAM.
           MOVE WS-PLK-COMPANY TO PostingLock-CompanyCode
           MOVE WS-PLK-PERIOD TO PostingLock-Period
           MOVE WS-PLK-PAYGROUP TO PostingLock-PayGroup
           MOVE WS-PLK-HOLDER TO PostingLock-HeldBy
           MOVE WS-PLK-INSTANCE TO PostingLock-Instance
           MOVE WS-PLK-MODE TO PostingLock-LockMode

           EXEC SQL
               SELECT COUNT(*) INTO :WS-CONFLICT-COUNT
               FROM REDWARRIOR.dbo.PostingLock
               WHERE (CompanyCode = :PostingLock-CompanyCode
                      OR CompanyCode = '**'
                      OR :PostingLock-CompanyCode = '**')
                 AND (PayGroup = :PostingLock-PayGroup
                      OR PayGroup = '**'
                      OR :PostingLock-PayGroup = '**')
                 AND (Period = :PostingLock-Period
                      OR Period = '******'
                      OR :PostingLock-Period = '******'
                      OR (SUBSTRING(Period, 5, 2) = '**'
                          AND SUBSTRING(Period, 1, 4) =
                              SUBSTRING(:PostingLock-Period, 1, 4))
                      OR (SUBSTRING(:PostingLock-Period, 5, 2) = '**'
                          AND SUBSTRING(Period, 1, 4) =
                              SUBSTRING(:PostingLock-Period, 1, 4)))
                 AND NOT (LockMode = 'S'
                          AND :PostingLock-LockMode = 'S'
                          AND HeldBy = :PostingLock-HeldBy)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "PostLockModule: SQL ERROR ON LOCK CHECK, "
                 "CODE = " SQLCODE
               SET PLK-ERROR TO TRUE
           ELSE
               IF WS-CONFLICT-COUNT > 0
                   PERFORM REFUSE-LOCK
               ELSE
                   MOVE WS-NOW-DATE TO PostingLock-LockedDate
                   MOVE WS-NOW-TIME TO PostingLock-LockedTime

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.PostingLock
                       (CompanyCode, Period, PayGroup, HeldBy,
                       Instance, LockMode, LockedDate, LockedTime)
                       VALUES (:PostingLock-CompanyCode,
                       :PostingLock-Period, :PostingLock-PayGroup,
                       :PostingLock-HeldBy, :PostingLock-Instance,
                       :PostingLock-LockMode,
                       :PostingLock-LockedDate,
                       :PostingLock-LockedTime)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "PostLockModule: SQL ERROR ON LOCK "
                         "INSERT, CODE = " SQLCODE
                       SET PLK-ERROR TO TRUE
                   ELSE
                       EXEC SQL COMMIT END-EXEC
                       DISPLAY WS-PLK-HOLDER ": posting lock taken"
                         " for company " WS-PLK-COMPANY
                         " period " WS-PLK-PERIOD
                         " pay group " WS-PLK-PAYGROUP "."
                   END-IF
               END-IF
           END-IF.

       REFUSE-LOCK SECTION.
      *    NAME ONE HOLDER IN THE MESSAGE AND THE EVENT - LOCKMAINT
      *    LISTS THEM ALL.
           EXEC SQL
               SELECT TOP 1 HeldBy, Instance, LockedDate, LockedTime
               INTO :PostingLock-HeldBy, :PostingLock-Instance,
               :PostingLock-LockedDate, :PostingLock-LockedTime
               FROM REDWARRIOR.dbo.PostingLock
               WHERE (CompanyCode = :PostingLock-CompanyCode
                      OR CompanyCode = '**'
                      OR :PostingLock-CompanyCode = '**')
                 AND (PayGroup = :PostingLock-PayGroup
                      OR PayGroup = '**'
                      OR :PostingLock-PayGroup = '**')
                 AND (Period = :PostingLock-Period
                      OR Period = '******'
                      OR :PostingLock-Period = '******'
                      OR (SUBSTRING(Period, 5, 2) = '**'
                          AND SUBSTRING(Period, 1, 4) =
                              SUBSTRING(:PostingLock-Period, 1, 4))
                      OR (SUBSTRING(:PostingLock-Period, 5, 2) = '**'
                          AND SUBSTRING(Period, 1, 4) =
                              SUBSTRING(:PostingLock-Period, 1, 4)))
                 AND NOT (LockMode = 'S'
                          AND :PostingLock-LockMode = 'S'
                          AND HeldBy = :PostingLock-HeldBy)
               ORDER BY LockedDate, LockedTime
           END-EXEC

           SET PLK-REFUSED TO TRUE
           MOVE PostingLock-LockedDate TO WS-HELD-DATE
           MOVE PostingLock-LockedTime TO WS-HELD-TIME

           DISPLAY WS-PLK-HOLDER ": company " WS-PLK-COMPANY
             " period " WS-PLK-PERIOD " pay group " WS-PLK-PAYGROUP
             " is locked by " PostingLock-HeldBy PostingLock-Instance
             " since " WS-HELD-DATE " " WS-HELD-TIME(1:4) "."
           DISPLAY "If that job is no longer running, a supervisor"
             " can clear the lock via LOCKMAINT."

           MOVE "LOCK REFUSED" TO Events-EventType
           MOVE WS-NOW-DATE TO Events-EventDate
           MOVE WS-NOW-TIME TO Events-EventTime
           MOVE WS-PLK-PERIOD TO Events-Period
           MOVE WS-PLK-COMPANY TO Events-CompanyCode
           MOVE SPACES TO Events-Detail
           STRING WS-PLK-HOLDER DELIMITED BY SPACE
             " refused - held by " DELIMITED BY SIZE
             PostingLock-HeldBy DELIMITED BY SPACE
             PostingLock-Instance DELIMITED BY SPACE
             " since " DELIMITED BY SIZE
             WS-HELD-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-HELD-TIME(1:4) DELIMITED BY SIZE
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
               DISPLAY "PostLockModule: SQL ERROR ON EVENT INSERT, "
                 "CODE = " SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

       RELEASE-LOCK SECTION.
           MOVE WS-PLK-COMPANY TO PostingLock-CompanyCode
           MOVE WS-PLK-PERIOD TO PostingLock-Period
           MOVE WS-PLK-PAYGROUP TO PostingLock-PayGroup
           MOVE WS-PLK-HOLDER TO PostingLock-HeldBy
           MOVE WS-PLK-INSTANCE TO PostingLock-Instance

           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.PostingLock
               WHERE CompanyCode = :PostingLock-CompanyCode
                 AND Period = :PostingLock-Period
                 AND PayGroup = :PostingLock-PayGroup
                 AND HeldBy = :PostingLock-HeldBy
                 AND Instance = :PostingLock-Instance
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   IF PLK-TAKE-OVER AND SQLERRD(3) > 0
                       DISPLAY WS-PLK-HOLDER ": taking over the "
                         "posting lock an earlier run left behind."
                   END-IF
                   EXEC SQL COMMIT END-EXEC
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PostLockModule: SQL ERROR ON LOCK "
                     "RELEASE, CODE = " SQLCODE
                   SET PLK-ERROR TO TRUE
           END-EVALUATE.
