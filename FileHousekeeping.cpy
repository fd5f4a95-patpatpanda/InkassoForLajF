      *> -------------------------------------------
      *> DECLARE TABLE for FileHousekeeping
      *> ONE ROW PER FILE THE OUTPUT-FOLDER HOUSEKEEPING (HSKP01)
      *> MOVED TO THE ARCHIVE AREA OR DELETED - WRITTEN ONLY ONCE
      *> THE MOVE OR DELETE IS CONFIRMED DONE.
      *> Action: ARCHIVED (PAST ITS WORKING LIFE - MOVED TO
      *>   archive\YYYYMMDD UNDER THE OUTPUT FOLDER, ArchivePath)
      *>   OR DELETED (PAST ITS LEGAL RETENTION).
      *> FileType: THE TYPE IT MATCHED IN retention.dat.
      *> FileDate: THE FILE'S OWN LAST-WRITTEN DATE.
      *> RunAuditId/Period: THE RUN THE FILE BELONGED TO - THE ONE
      *>   NAMED IN IT (runsnap_), ELSE THE LATEST RUN STARTED
      *>   BEFORE THE FILE WAS LAST WRITTEN. 0 WHEN NO RUN WAS
      *>   FOUND; Period IS THEN THE FILE DATE'S MONTH.
      *> -------------------------------------------
           EXEC SQL DECLARE FileHousekeeping TABLE
           ( HousekeepingId       int
           , FileName             char(60)     NOT NULL
           , FileType             char(10)     NOT NULL
           , Action               char(8)      NOT NULL
           , FileDate             int          NOT NULL
           , Period               char(6)      NOT NULL
           , RunAuditId           int          NOT NULL
           , ArchivePath          char(80)
           , ActionDate           int          NOT NULL
           , ActionTime           int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE FileHousekeeping
      *> -------------------------------------------
       01  DCLFileHousekeeping.
           03 FileHousekeeping-HousekeepingId PIC S9(09)  COMP-5.
           03 FileHousekeeping-FileName       PIC X(60).
           03 FileHousekeeping-FileType       PIC X(10).
           03 FileHousekeeping-Action         PIC X(8).
             88 FileHousekeeping-Archived     VALUE "ARCHIVED".
             88 FileHousekeeping-Deleted      VALUE "DELETED".
           03 FileHousekeeping-FileDate       PIC S9(09)  COMP-5.
           03 FileHousekeeping-Period         PIC X(6).
           03 FileHousekeeping-RunAuditId     PIC S9(09)  COMP-5.
           03 FileHousekeeping-ArchivePath    PIC X(80).
           03 FileHousekeeping-ActionDate     PIC S9(09)  COMP-5.
           03 FileHousekeeping-ActionTime     PIC S9(09)  COMP-5.
