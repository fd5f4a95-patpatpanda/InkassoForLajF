       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSKP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE OUTPUT FOLDER AND ITS ARCHIVE AREA AS RUNHSKP01.CMD
      *    LISTED THEM - ONE LINE PER FILE:
      *      W;LAST WRITTEN;NAME            (THE OUTPUT FOLDER)
      *      A;LAST WRITTEN;NAME;FOLDER\    (UNDER archive\)
      *    LAST WRITTEN IS "YYYY-MM-DD HH:MM" AS THE COMMAND SHELL
      *    SHOWS IT UNDER THE SWEDISH DATE FORMAT.
           SELECT LISTFILE ASSIGN TO WS-LIST-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIST-STATUS.

      *    HOW LONG EACH TYPE OF FILE STAYS - SEE THE FILE'S HEADER.
           SELECT RETENTIONFILE ASSIGN TO "retention.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETENTION-STATUS.

      *    GDPR01'S PERSONAL-DATA RETENTION IN YEARS - A TYPE WITH
      *    "GD" AS ITS RETENTION FOLLOWS IT.
           SELECT GDPRCTLFILE ASSIGN TO "gdprctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GDPRCTL-STATUS.

      *    THE ACTIONS THE PLAN PASS DECIDED, NUMBERED - THE LOG PASS
      *    READS THEM BACK AGAINST WHAT THE SCRIPT REPORTS DONE.
           SELECT PLANFILE ASSIGN TO WS-PLAN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PLAN-STATUS.

      *    THE MOVE/DELETE SCRIPT RUNHSKP01.CMD CALLS BETWEEN THE
      *    TWO PASSES. EACH ACTION WRITES "NNNNN OK" OR "NNNNN
      *    FAILED" TO THE RESULT FILE AS IT IS CARRIED OUT.
           SELECT EXECFILE ASSIGN TO WS-EXEC-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULTFILE ASSIGN TO WS-RESULT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RESULT-STATUS.

           SELECT HSKPRPTFILE ASSIGN TO WS-HSKPRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

      *    THE RUNNING LOG OF EVERY FILE MOVED OR DELETED - APPENDED,
      *    NEVER OVERWRITTEN, LIKE GDPR01'S anonlog.txt.
           SELECT HSKPLOGFILE ASSIGN TO WS-HSKPLOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LISTFILE.
       01 LIST-RECORD PIC X(200).

       FD RETENTIONFILE.
       01 RETENTION-RECORD.
         05 RETENTION-TYPE PIC X(10).
         05 FILLER PIC X(1).
         05 RETENTION-PREFIX PIC X(20).
         05 FILLER PIC X(1).
         05 RETENTION-EXT PIC X(5).
         05 FILLER PIC X(1).
         05 RETENTION-WORK-DAYS PIC X(4).
         05 FILLER PIC X(1).
         05 RETENTION-YEARS PIC X(2).

       FD GDPRCTLFILE.
       01 GDPRCTL-RECORD PIC X(2).

       FD PLANFILE.
       01 PLAN-RECORD.
         05 PLAN-SEQ PIC 9(5).
         05 FILLER PIC X(1).
         05 PLAN-ACTION PIC X(8).
         05 FILLER PIC X(1).
         05 PLAN-FILE-TYPE PIC X(10).
         05 FILLER PIC X(1).
         05 PLAN-FILE-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PLAN-PERIOD PIC X(6).
         05 FILLER PIC X(1).
         05 PLAN-RUN-AUDIT-ID PIC 9(9).
         05 FILLER PIC X(1).
         05 PLAN-FILE-NAME PIC X(60).
         05 FILLER PIC X(1).
         05 PLAN-ARCHIVE-PATH PIC X(80).

       FD EXECFILE.
       01 FS-EXECFILE PIC X(300).

       FD RESULTFILE.
       01 RESULT-RECORD PIC X(20).

       FD HSKPRPTFILE.
       01 FS-HSKPRPTFILE PIC X(150).

       FD HSKPLOGFILE.
       01 FS-HSKPLOGFILE PIC X(150).

       WORKING-STORAGE SECTION.

       COPY "FileHousekeeping.cpy".
       COPY "RunAudit.cpy".
       COPY "PeriodStatus.cpy".
       COPY "BankFileHold.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-LIST-PATH PIC X(80).
       01 WS-PLAN-PATH PIC X(80).
       01 WS-EXEC-PATH PIC X(80).
       01 WS-RESULT-PATH PIC X(80).
       01 WS-HSKPRPT-PATH PIC X(80).
       01 WS-HSKPLOG-PATH PIC X(80).
       01 WS-ARCHIVE-DIR PIC X(100).
       01 WS-LIST-STATUS PIC X(2) VALUE "00".
       01 WS-RETENTION-STATUS PIC X(2) VALUE "00".
       01 WS-GDPRCTL-STATUS PIC X(2) VALUE "00".
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-RESULT-STATUS PIC X(2) VALUE "00".

       01 WS-FUNCTION PIC X(1) VALUE SPACE.
         88 HSKP-PLAN VALUE "P".
         88 HSKP-LOG VALUE "L".
       01 WS-TODAY PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-FINAL-RC PIC 9(2) VALUE 0.

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 LIST-EOF VALUE 1.
       01 WS-CTL-SWITCHES PIC 9 VALUE 0.
         88 CTL-EOF VALUE 1.
       01 WS-PLAN-SWITCHES PIC 9 VALUE 0.
         88 PLAN-EOF VALUE 1.
       01 WS-RES-SWITCHES PIC 9 VALUE 0.
         88 RESULT-EOF VALUE 1.

      *    GDPR01'S RETENTION - SAME FILE, SAME DEFAULT.
       01 WS-GDPR-YEARS PIC 9(2) VALUE 3.

      *    THE RETENTION TABLE. PREFIX-LEN AND EXT-LEN ARE WORKED
      *    OUT ONCE ON LOAD; THE LONGEST MATCHING PREFIX WINS.
       01 WS-RET-COUNT PIC 9(2) VALUE 0.
       01 WS-RET-TABLE.
         05 WS-RET-ENTRY OCCURS 50 TIMES.
           10 WS-RET-TYPE PIC X(10).
           10 WS-RET-PREFIX PIC X(20).
           10 WS-RET-PREFIX-LEN PIC 9(2).
           10 WS-RET-EXT PIC X(5).
           10 WS-RET-EXT-LEN PIC 9(2).
           10 WS-RET-WORK-DAYS PIC 9(4).
           10 WS-RET-YEARS PIC 9(2).
       01 WS-RET-INX PIC 9(2) VALUE 0.
       01 WS-RET-FOUND PIC 9(2) VALUE 0.
       01 WS-RET-BEST-LEN PIC 9(2) VALUE 0.

      *    ONE LISTED FILE.
       01 WS-LST-WHERE PIC X(1).
         88 LISTED-IN-OUTPUT VALUE "W".
         88 LISTED-IN-ARCHIVE VALUE "A".
       01 WS-LST-STAMP PIC X(20).
       01 WS-LST-STAMP-X REDEFINES WS-LST-STAMP.
         05 WS-STAMP-YEAR PIC X(4).
         05 WS-STAMP-DASH-1 PIC X(1).
         05 WS-STAMP-MONTH PIC X(2).
         05 WS-STAMP-DASH-2 PIC X(1).
         05 WS-STAMP-DAY PIC X(2).
         05 FILLER PIC X(1).
         05 WS-STAMP-HOUR PIC X(2).
         05 FILLER PIC X(1).
         05 WS-STAMP-MINUTE PIC X(2).
         05 FILLER PIC X(4).
       01 WS-LST-NAME PIC X(60).
       01 WS-LST-DIR PIC X(100).
       01 WS-NAME-LEN PIC 9(3) VALUE 0.
       01 WS-EXT-START PIC 9(3) VALUE 0.

       01 WS-FILE-DATE PIC 9(8).
       01 WS-FILE-DATE-X REDEFINES WS-FILE-DATE.
         05 WS-FD-YEAR PIC 9(4).
         05 WS-FD-MONTH PIC 9(2).
         05 WS-FD-DAY PIC 9(2).
       01 WS-FILE-TIME PIC 9(8).
       01 WS-FILE-AGE PIC S9(7) VALUE 0.
       01 WS-DELETE-CUTOFF PIC 9(8).
       01 WS-CUTOFF-YEAR PIC 9(4).
       01 WS-FILE-ACTION PIC X(8).
         88 FILE-KEPT VALUE "KEEP".
         88 FILE-TO-ARCHIVE VALUE "ARCHIVE".
         88 FILE-TO-DELETE VALUE "DELETE".
       01 WS-PROTECT-REASON PIC X(40).
       01 WS-FILE-RUN-ID PIC S9(09) COMP-5 VALUE 0.
       01 WS-FILE-PERIOD PIC X(6).
       01 WS-DB-COUNT PIC S9(09) COMP-5 VALUE 0.

       01 WS-SOURCE-PATH PIC X(160).
       01 WS-TARGET-PATH PIC X(160).
       01 WS-ARCHIVE-MADE PIC X(1) VALUE "N".

      *    WHAT THE SCRIPT REPORTED PER ACTION NUMBER: "Y" DONE,
      *    "N" FAILED, SPACE NOT REACHED.
       01 WS-PLAN-MAX PIC 9(5) VALUE 5000.
       01 WS-RES-TABLE.
         05 WS-RES-OUTCOME PIC X(1) OCCURS 5000 TIMES.
       01 WS-RES-SEQ-TEXT PIC X(5).
       01 WS-RES-WORD PIC X(8).
       01 WS-RES-SEQ PIC 9(5).

      *    COUNTS.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNLISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-PROTECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(5) VALUE 0.
       01 WS-PLAN-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.
       01 WS-DELETED-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-DONE-COUNT PIC 9(5) VALUE 0.
       01 WS-RUN-ID-DISP PIC 9(9).

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           DISPLAY "Output folder housekeeping"
           DISPLAY "Function (P = plan, L = log what was done): "
           ACCEPT WS-FUNCTION

           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM CONNECT-TO-DATABASE

           EVALUATE TRUE
               WHEN HSKP-PLAN
                   PERFORM PLAN-HOUSEKEEPING
               WHEN HSKP-LOG
                   PERFORM LOG-HOUSEKEEPING
               WHEN OTHER
                   DISPLAY "HSKP01: function must be P or L."
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE SPACES TO WS-LIST-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\hskplist.dat" DELIMITED BY SIZE
             INTO WS-LIST-PATH

           MOVE SPACES TO WS-PLAN-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\hskpplan.dat" DELIMITED BY SIZE
             INTO WS-PLAN-PATH

           MOVE SPACES TO WS-EXEC-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\hskpexec.cmd" DELIMITED BY SIZE
             INTO WS-EXEC-PATH

           MOVE SPACES TO WS-RESULT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\hskpresult.dat" DELIMITED BY SIZE
             INTO WS-RESULT-PATH

           MOVE SPACES TO WS-HSKPRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\hskp_report.txt" DELIMITED BY SIZE
             INTO WS-HSKPRPT-PATH

           MOVE SPACES TO WS-HSKPLOG-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\hskp_log.txt" DELIMITED BY SIZE
             INTO WS-HSKPLOG-PATH

      *    ONE ARCHIVE FOLDER PER HOUSEKEEPING DAY.
           MOVE SPACES TO WS-ARCHIVE-DIR
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\archive\" WS-TODAY DELIMITED BY SIZE
             INTO WS-ARCHIVE-DIR.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "HSKP01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    ------------------------------------------------------------
      *    PLAN PASS
      *    ------------------------------------------------------------
       PLAN-HOUSEKEEPING SECTION.
      *    A PLAN THE LOG PASS HAS NOT YET BOOKED MUST NOT BE
      *    OVERWRITTEN - ITS MOVES AND DELETES WOULD GO UNLOGGED.
           MOVE 0 TO WS-PLAN-SWITCHES
           OPEN INPUT PLANFILE
           IF WS-PLAN-STATUS = "00"
               READ PLANFILE
                   AT END
                       SET PLAN-EOF TO TRUE
               END-READ
               CLOSE PLANFILE
               IF NOT PLAN-EOF
                   DISPLAY "HSKP01: the last housekeeping plan is "
                     "not logged yet - run function L first."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM READ-GDPR-RETENTION
           PERFORM LOAD-RETENTION-TABLE

           IF WS-RET-COUNT = 0
               DISPLAY "HSKP01: no file type in retention.dat - "
                 "nothing done."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LISTFILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "HSKP01: no folder listing " WS-LIST-PATH
                 " - run through RUNHSKP01.CMD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PLANFILE
           OPEN OUTPUT EXECFILE
           OPEN OUTPUT HSKPRPTFILE

           MOVE "@ECHO OFF" TO FS-EXECFILE
           WRITE FS-EXECFILE
           MOVE SPACES TO FS-EXECFILE
           STRING "TYPE NUL > """ DELIMITED BY SIZE
             WS-RESULT-PATH DELIMITED BY SPACE
             """" DELIMITED BY SIZE
             INTO FS-EXECFILE
           WRITE FS-EXECFILE

           MOVE SPACES TO FS-HSKPRPTFILE
           STRING "OUTPUT FOLDER HOUSEKEEPING PLAN - " WS-TODAY
             " - PERSONAL-DATA RETENTION " WS-GDPR-YEARS " YEARS"
             DELIMITED BY SIZE INTO FS-HSKPRPTFILE
           WRITE FS-HSKPRPTFILE
           MOVE SPACES TO FS-HSKPRPTFILE
           STRING "Action   Type       File date Period RunAuditId "
             "File / reason"
             DELIMITED BY SIZE INTO FS-HSKPRPTFILE
           WRITE FS-HSKPRPTFILE

           MOVE 0 TO WS-SWITCHES
           PERFORM UNTIL LIST-EOF
               READ LISTFILE
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-FILE
               END-READ
           END-PERFORM

           CLOSE LISTFILE
           CLOSE PLANFILE
           CLOSE EXECFILE

           MOVE SPACES TO FS-HSKPRPTFILE
           WRITE FS-HSKPRPTFILE
           MOVE SPACES TO FS-HSKPRPTFILE
           STRING "Files listed " WS-LISTED-COUNT
             "  not in retention.dat (untouched) " WS-UNLISTED-COUNT
             "  within their life " WS-KEPT-COUNT
             DELIMITED BY SIZE INTO FS-HSKPRPTFILE
           WRITE FS-HSKPRPTFILE
           MOVE SPACES TO FS-HSKPRPTFILE
           STRING "Protected " WS-PROTECTED-COUNT
             "  date unreadable " WS-UNDATED-COUNT
             "  planned " WS-PLAN-COUNT
             "  left for the next run " WS-OVERFLOW-COUNT
             DELIMITED BY SIZE INTO FS-HSKPRPTFILE
           WRITE FS-HSKPRPTFILE
           CLOSE HSKPRPTFILE

           IF WS-UNDATED-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF

           DISPLAY "HSKP01: " WS-LISTED-COUNT " file(s) listed, "
             WS-PLAN-COUNT " to archive or delete, "
             WS-PROTECTED-COUNT " protected - see hskp_report.txt.".

       READ-GDPR-RETENTION SECTION.
           OPEN INPUT GDPRCTLFILE
           IF WS-GDPRCTL-STATUS = "00"
               READ GDPRCTLFILE INTO GDPRCTL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GDPRCTL-RECORD NOT = SPACES
                           INSPECT GDPRCTL-RECORD
                             REPLACING LEADING " " BY "0"
                           IF GDPRCTL-RECORD NUMERIC
                               MOVE GDPRCTL-RECORD
                                 TO WS-GDPR-YEARS
                           END-IF
                       END-IF
               END-READ
               CLOSE GDPRCTLFILE
           END-IF.

       LOAD-RETENTION-TABLE SECTION.
           MOVE 0 TO WS-RET-COUNT
           MOVE 0 TO WS-CTL-SWITCHES
           OPEN INPUT RETENTIONFILE
           IF WS-RETENTION-STATUS = "00"
               PERFORM UNTIL CTL-EOF
                   READ RETENTIONFILE
                       AT END
                           SET CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-RETENTION-TYPE
                   END-READ
               END-PERFORM
               CLOSE RETENTIONFILE
           END-IF.

       STORE-RETENTION-TYPE SECTION.
           IF RETENTION-TYPE NOT = SPACES
              AND RETENTION-TYPE(1:1) NOT = "*"
               INSPECT RETENTION-WORK-DAYS
                 REPLACING LEADING " " BY "0"
               IF RETENTION-YEARS NOT = "GD"
                   INSPECT RETENTION-YEARS REPLACING LEADING " " BY "0"
               END-IF

               EVALUATE TRUE
                   WHEN RETENTION-PREFIX = SPACES
                     OR RETENTION-WORK-DAYS NOT NUMERIC
                     OR (RETENTION-YEARS NOT NUMERIC
                         AND RETENTION-YEARS NOT = "GD")
                     OR RETENTION-YEARS = "00"
                       DISPLAY "HSKP01: retention.dat line ignored - "
                         RETENTION-RECORD
                   WHEN WS-RET-COUNT NOT < 50
                       DISPLAY "HSKP01: more than 50 file types in "
                         "retention.dat - " RETENTION-TYPE " ignored."
                   WHEN OTHER
                       PERFORM ADD-RETENTION-TYPE
               END-EVALUATE
           END-IF.

       ADD-RETENTION-TYPE SECTION.
           ADD 1 TO WS-RET-COUNT
           MOVE RETENTION-TYPE TO WS-RET-TYPE(WS-RET-COUNT)
           MOVE RETENTION-PREFIX TO WS-RET-PREFIX(WS-RET-COUNT)
           MOVE RETENTION-EXT TO WS-RET-EXT(WS-RET-COUNT)
           MOVE RETENTION-WORK-DAYS TO WS-RET-WORK-DAYS(WS-RET-COUNT)
           IF RETENTION-YEARS = "GD"
               MOVE WS-GDPR-YEARS TO WS-RET-YEARS(WS-RET-COUNT)
           ELSE
               MOVE RETENTION-YEARS TO WS-RET-YEARS(WS-RET-COUNT)
           END-IF

           MOVE 0 TO WS-RET-PREFIX-LEN(WS-RET-COUNT)
           INSPECT RETENTION-PREFIX TALLYING
             WS-RET-PREFIX-LEN(WS-RET-COUNT)
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-RET-EXT-LEN(WS-RET-COUNT)
           INSPECT RETENTION-EXT TALLYING
             WS-RET-EXT-LEN(WS-RET-COUNT)
             FOR CHARACTERS BEFORE INITIAL SPACE.

       CONSIDER-ONE-FILE SECTION.
           MOVE SPACES TO WS-LST-WHERE WS-LST-STAMP WS-LST-NAME
             WS-LST-DIR
           UNSTRING LIST-RECORD DELIMITED BY ";"
             INTO WS-LST-WHERE
                  WS-LST-STAMP
                  WS-LST-NAME
                  WS-LST-DIR
           END-UNSTRING

           IF (LISTED-IN-OUTPUT OR LISTED-IN-ARCHIVE)
              AND WS-LST-NAME NOT = SPACES
               ADD 1 TO WS-LISTED-COUNT
               PERFORM MATCH-RETENTION-TYPE
               IF WS-RET-FOUND = 0
                   ADD 1 TO WS-UNLISTED-COUNT
               ELSE
                   PERFORM DECIDE-FILE-ACTION
               END-IF
           END-IF.

       MATCH-RETENTION-TYPE SECTION.
           MOVE 0 TO WS-RET-FOUND
           MOVE 0 TO WS-RET-BEST-LEN
           MOVE 0 TO WS-NAME-LEN
           INSPECT WS-LST-NAME TALLYING WS-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE

           PERFORM VARYING WS-RET-INX FROM 1 BY 1
             UNTIL WS-RET-INX > WS-RET-COUNT
               IF WS-RET-PREFIX-LEN(WS-RET-INX) <= WS-NAME-LEN
                  AND WS-RET-PREFIX-LEN(WS-RET-INX) > WS-RET-BEST-LEN
                  AND WS-LST-NAME(1:WS-RET-PREFIX-LEN(WS-RET-INX)) =
                  WS-RET-PREFIX(WS-RET-INX)
                       (1:WS-RET-PREFIX-LEN(WS-RET-INX))
                   IF WS-RET-EXT-LEN(WS-RET-INX) = 0
                       MOVE WS-RET-INX TO WS-RET-FOUND
                       MOVE WS-RET-PREFIX-LEN(WS-RET-INX)
                         TO WS-RET-BEST-LEN
                   ELSE
                   IF WS-RET-EXT-LEN(WS-RET-INX) < WS-NAME-LEN
                       COMPUTE WS-EXT-START = WS-NAME-LEN -
                         WS-RET-EXT-LEN(WS-RET-INX) + 1
                       IF WS-LST-NAME(WS-EXT-START:
                          WS-RET-EXT-LEN(WS-RET-INX)) =
                          WS-RET-EXT(WS-RET-INX)
                            (1:WS-RET-EXT-LEN(WS-RET-INX))
                           MOVE WS-RET-INX TO WS-RET-FOUND
                           MOVE WS-RET-PREFIX-LEN(WS-RET-INX)
                             TO WS-RET-BEST-LEN
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DECIDE-FILE-ACTION SECTION.
      *    PAST LEGAL RETENTION IT GOES, WHEREVER IT IS; PAST ITS
      *    WORKING LIFE A FILE STILL IN THE OUTPUT FOLDER MOVES TO
      *    THE ARCHIVE. NEITHER TOUCHES A PROTECTED FILE.
           IF WS-STAMP-YEAR NOT NUMERIC
              OR WS-STAMP-MONTH NOT NUMERIC
              OR WS-STAMP-DAY NOT NUMERIC
              OR WS-STAMP-DASH-1 NOT = "-"
              OR WS-STAMP-DASH-2 NOT = "-"
               ADD 1 TO WS-UNDATED-COUNT
               MOVE SPACES TO FS-HSKPRPTFILE
               STRING "KEPT     " WS-RET-TYPE(WS-RET-FOUND) " "
                 WS-LST-NAME " - date unreadable: " WS-LST-STAMP
                 DELIMITED BY SIZE INTO FS-HSKPRPTFILE
               WRITE FS-HSKPRPTFILE
           ELSE
               MOVE WS-STAMP-YEAR TO WS-FD-YEAR
               MOVE WS-STAMP-MONTH TO WS-FD-MONTH
               MOVE WS-STAMP-DAY TO WS-FD-DAY
               MOVE 0 TO WS-FILE-TIME
               IF WS-STAMP-HOUR NUMERIC AND WS-STAMP-MINUTE NUMERIC
                   COMPUTE WS-FILE-TIME =
                     FUNCTION NUMVAL(WS-STAMP-HOUR) * 1000000 +
                     FUNCTION NUMVAL(WS-STAMP-MINUTE) * 10000 + 5999
               END-IF

               MOVE WS-TODAY(1:4) TO WS-CUTOFF-YEAR
               SUBTRACT WS-RET-YEARS(WS-RET-FOUND) FROM WS-CUTOFF-YEAR
               MOVE WS-TODAY TO WS-DELETE-CUTOFF
               MOVE WS-CUTOFF-YEAR TO WS-DELETE-CUTOFF(1:4)

               COMPUTE WS-FILE-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                 FUNCTION INTEGER-OF-DATE(WS-FILE-DATE)

               SET FILE-KEPT TO TRUE
               IF WS-FILE-DATE < WS-DELETE-CUTOFF
                   SET FILE-TO-DELETE TO TRUE
               ELSE
                   IF LISTED-IN-OUTPUT
                      AND WS-RET-WORK-DAYS(WS-RET-FOUND) > 0
                      AND WS-FILE-AGE > WS-RET-WORK-DAYS(WS-RET-FOUND)
                       SET FILE-TO-ARCHIVE TO TRUE
                   END-IF
               END-IF

               IF FILE-KEPT
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   PERFORM FIND-FILE-RUN
                   PERFORM CHECK-FILE-PROTECTION
                   IF WS-PROTECT-REASON NOT = SPACES
                       ADD 1 TO WS-PROTECTED-COUNT
                       MOVE WS-FILE-RUN-ID TO WS-RUN-ID-DISP
                       MOVE SPACES TO FS-HSKPRPTFILE
                       STRING "KEPT     " WS-RET-TYPE(WS-RET-FOUND)
                         " " WS-FILE-DATE "  " WS-FILE-PERIOD " "
                         WS-RUN-ID-DISP "  "
                         FUNCTION TRIM(WS-LST-NAME) " - "
                         WS-PROTECT-REASON
                         DELIMITED BY SIZE INTO FS-HSKPRPTFILE
                       WRITE FS-HSKPRPTFILE
                   ELSE
                       PERFORM PLAN-ONE-ACTION
                   END-IF
               END-IF
           END-IF.

       FIND-FILE-RUN SECTION.
      *    A SNAPSHOT CARRIES ITS RUN IN ITS NAME. ANY OTHER FILE
      *    BELONGS TO THE LATEST RUN STARTED BEFORE IT WAS LAST
      *    WRITTEN.
           MOVE 0 TO WS-FILE-RUN-ID
           MOVE WS-FILE-DATE(1:6) TO WS-FILE-PERIOD

           IF WS-LST-NAME(1:8) = "runsnap_"
              AND WS-LST-NAME(9:9) NUMERIC
               MOVE WS-LST-NAME(9:9) TO WS-RUN-ID-DISP
               MOVE WS-RUN-ID-DISP TO RunAudit-RunAuditId
               EXEC SQL
                   SELECT Period INTO :RunAudit-Period
                   FROM REDWARRIOR.dbo.RunAudit
                   WHERE RunAuditId = :RunAudit-RunAuditId
               END-EXEC
           ELSE
               MOVE WS-FILE-DATE TO RunAudit-RunDate
               MOVE WS-FILE-TIME TO RunAudit-RunTime
               EXEC SQL
                   SELECT TOP 1 RunAuditId, Period
                   INTO :RunAudit-RunAuditId, :RunAudit-Period
                   FROM REDWARRIOR.dbo.RunAudit
                   WHERE RunDate < :RunAudit-RunDate
                      OR (RunDate = :RunAudit-RunDate
                          AND RunTime <= :RunAudit-RunTime)
                   ORDER BY RunDate DESC, RunTime DESC
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE RunAudit-RunAuditId TO WS-FILE-RUN-ID
               MOVE RunAudit-Period TO WS-FILE-PERIOD
           END-IF.

       CHECK-FILE-PROTECTION SECTION.
      *    A PERIOD NOT YET CLOSED IN PERCLS01 MAY STILL BE RERUN,
      *    CORRECTED OR REGENERATED BY OUTGEN01 - ITS FILES STAY
      *    PUT. A BANK FILE STILL WAITING FOR BANKREL01 STAYS TOO.
           MOVE SPACES TO WS-PROTECT-REASON

           MOVE 0 TO WS-DB-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DB-COUNT
               FROM REDWARRIOR.dbo.PeriodStatus
               WHERE Period = :WS-FILE-PERIOD
                 AND Status = 'CLOSED'
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-DB-COUNT = 0
               STRING "Period " WS-FILE-PERIOD " not closed"
                 DELIMITED BY SIZE INTO WS-PROTECT-REASON
           END-IF

           IF WS-PROTECT-REASON = SPACES
               MOVE WS-LST-NAME TO BankFileHold-FileName
               MOVE 0 TO WS-DB-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DB-COUNT
                   FROM REDWARRIOR.dbo.BankFileHold
                   WHERE FileName = :BankFileHold-FileName
                     AND Status = 'HELD'
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-DB-COUNT > 0
                   MOVE "Bank file not released" TO WS-PROTECT-REASON
               END-IF
           END-IF.

       PLAN-ONE-ACTION SECTION.
           IF WS-PLAN-COUNT NOT < WS-PLAN-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-PLAN-COUNT

               MOVE SPACES TO WS-SOURCE-PATH
               IF LISTED-IN-OUTPUT
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\" DELIMITED BY SIZE
                     WS-LST-NAME DELIMITED BY SPACE
                     INTO WS-SOURCE-PATH
               ELSE
                   STRING WS-LST-DIR DELIMITED BY SPACE
                     WS-LST-NAME DELIMITED BY SPACE
                     INTO WS-SOURCE-PATH
               END-IF

               MOVE SPACES TO WS-TARGET-PATH
               IF FILE-TO-ARCHIVE
                   STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                     "\" DELIMITED BY SIZE
                     WS-LST-NAME DELIMITED BY SPACE
                     INTO WS-TARGET-PATH
               END-IF

               MOVE SPACES TO PLAN-RECORD
               MOVE WS-PLAN-COUNT TO PLAN-SEQ
               IF FILE-TO-ARCHIVE
                   MOVE "ARCHIVED" TO PLAN-ACTION
               ELSE
                   MOVE "DELETED" TO PLAN-ACTION
               END-IF
               MOVE WS-RET-TYPE(WS-RET-FOUND) TO PLAN-FILE-TYPE
               MOVE WS-FILE-DATE TO PLAN-FILE-DATE
               MOVE WS-FILE-PERIOD TO PLAN-PERIOD
               MOVE WS-FILE-RUN-ID TO PLAN-RUN-AUDIT-ID
               MOVE WS-LST-NAME TO PLAN-FILE-NAME
               MOVE WS-TARGET-PATH TO PLAN-ARCHIVE-PATH
               WRITE PLAN-RECORD

               PERFORM WRITE-EXEC-LINES

               MOVE SPACES TO FS-HSKPRPTFILE
               STRING PLAN-ACTION " " PLAN-FILE-TYPE " "
                 PLAN-FILE-DATE "  " PLAN-PERIOD " "
                 PLAN-RUN-AUDIT-ID "  " FUNCTION TRIM(WS-SOURCE-PATH)
                 DELIMITED BY SIZE INTO FS-HSKPRPTFILE
               WRITE FS-HSKPRPTFILE
           END-IF.

       WRITE-EXEC-LINES SECTION.
      *    THE ACTION, THEN ITS OUTCOME: THE SOURCE FILE GONE MEANS
      *    DONE - MOVE AND DEL BOTH CAN FAIL WITHOUT SAYING SO.
           IF FILE-TO-ARCHIVE
               IF WS-ARCHIVE-MADE = "N"
                   MOVE SPACES TO FS-EXECFILE
                   STRING "IF NOT EXIST """ DELIMITED BY SIZE
                     WS-ARCHIVE-DIR DELIMITED BY SPACE
                     """ MD """ DELIMITED BY SIZE
                     WS-ARCHIVE-DIR DELIMITED BY SPACE
                     """" DELIMITED BY SIZE
                     INTO FS-EXECFILE
                   WRITE FS-EXECFILE
                   MOVE "Y" TO WS-ARCHIVE-MADE
               END-IF
               MOVE SPACES TO FS-EXECFILE
               STRING "MOVE /Y """ DELIMITED BY SIZE
                 WS-SOURCE-PATH DELIMITED BY SPACE
                 """ """ DELIMITED BY SIZE
                 WS-TARGET-PATH DELIMITED BY SPACE
                 """ >NUL 2>&1" DELIMITED BY SIZE
                 INTO FS-EXECFILE
               WRITE FS-EXECFILE
           ELSE
               MOVE SPACES TO FS-EXECFILE
               STRING "DEL /F /Q """ DELIMITED BY SIZE
                 WS-SOURCE-PATH DELIMITED BY SPACE
                 """ >NUL 2>&1" DELIMITED BY SIZE
                 INTO FS-EXECFILE
               WRITE FS-EXECFILE
           END-IF

           MOVE SPACES TO FS-EXECFILE
           STRING "IF EXIST """ DELIMITED BY SIZE
             WS-SOURCE-PATH DELIMITED BY SPACE
             """ (ECHO " DELIMITED BY SIZE
             PLAN-SEQ " FAILED>> """ DELIMITED BY SIZE
             WS-RESULT-PATH DELIMITED BY SPACE
             """) ELSE (ECHO " DELIMITED BY SIZE
             PLAN-SEQ " OK>> """ DELIMITED BY SIZE
             WS-RESULT-PATH DELIMITED BY SPACE
             """)" DELIMITED BY SIZE
             INTO FS-EXECFILE
           WRITE FS-EXECFILE.

      *    ------------------------------------------------------------
      *    LOG PASS
      *    ------------------------------------------------------------
       LOG-HOUSEKEEPING SECTION.
      *    ONLY WHAT THE SCRIPT CONFIRMED IS LOGGED. THE PLAN AND
      *    RESULT FILES ARE EMPTIED AFTERWARDS, SO A SECOND LOG PASS
      *    FINDS NOTHING TO BOOK TWICE.
           MOVE 0 TO WS-PLAN-SWITCHES
           OPEN INPUT PLANFILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "HSKP01: no housekeeping plan - nothing to log."
           ELSE
               MOVE SPACES TO WS-RES-TABLE
               MOVE 0 TO WS-RES-SWITCHES
               OPEN INPUT RESULTFILE
               IF WS-RESULT-STATUS = "00"
                   PERFORM UNTIL RESULT-EOF
                       READ RESULTFILE
                           AT END
                               SET RESULT-EOF TO TRUE
                           NOT AT END
                               PERFORM STORE-ONE-RESULT
                       END-READ
                   END-PERFORM
                   CLOSE RESULTFILE
               END-IF

               OPEN EXTEND HSKPLOGFILE

               PERFORM UNTIL PLAN-EOF
                   READ PLANFILE
                       AT END
                           SET PLAN-EOF TO TRUE
                       NOT AT END
                           PERFORM LOG-ONE-ACTION
                   END-READ
               END-PERFORM

               CLOSE PLANFILE
               CLOSE HSKPLOGFILE

               EXEC SQL COMMIT END-EXEC

               OPEN OUTPUT PLANFILE
               CLOSE PLANFILE
               OPEN OUTPUT RESULTFILE
               CLOSE RESULTFILE

               IF WS-FAILED-COUNT > 0 OR WS-NOT-DONE-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
               END-IF

               DISPLAY "HSKP01: " WS-ARCHIVED-COUNT " archived, "
                 WS-DELETED-COUNT " deleted, " WS-FAILED-COUNT
                 " failed, " WS-NOT-DONE-COUNT
                 " not carried out - see hskp_log.txt."
           END-IF.

       STORE-ONE-RESULT SECTION.
           MOVE SPACES TO WS-RES-SEQ-TEXT WS-RES-WORD
           UNSTRING RESULT-RECORD DELIMITED BY ALL SPACE
             INTO WS-RES-SEQ-TEXT
                  WS-RES-WORD
           END-UNSTRING
           IF WS-RES-SEQ-TEXT NUMERIC
               MOVE WS-RES-SEQ-TEXT TO WS-RES-SEQ
               IF WS-RES-SEQ > 0 AND WS-RES-SEQ <= WS-PLAN-MAX
                   IF WS-RES-WORD = "OK"
                       MOVE "Y" TO WS-RES-OUTCOME(WS-RES-SEQ)
                   ELSE
                       MOVE "N" TO WS-RES-OUTCOME(WS-RES-SEQ)
                   END-IF
               END-IF
           END-IF.

       LOG-ONE-ACTION SECTION.
           IF PLAN-SEQ = 0 OR PLAN-SEQ > WS-PLAN-MAX
               CONTINUE
           ELSE
           EVALUATE WS-RES-OUTCOME(PLAN-SEQ)
               WHEN "Y"
                   PERFORM INSERT-HOUSEKEEPING-ROW
                   MOVE SPACES TO FS-HSKPLOGFILE
                   STRING WS-TODAY " " PLAN-ACTION " "
                     PLAN-FILE-TYPE " " PLAN-FILE-DATE " "
                     PLAN-PERIOD " RUN " PLAN-RUN-AUDIT-ID " "
                     FUNCTION TRIM(PLAN-FILE-NAME)
                     DELIMITED BY SIZE INTO FS-HSKPLOGFILE
                   WRITE FS-HSKPLOGFILE
               WHEN "N"
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "HSKP01: WARNING - could not "
                     FUNCTION TRIM(PLAN-ACTION) " "
                     FUNCTION TRIM(PLAN-FILE-NAME)
                     " - still in place, tried again next run."
               WHEN OTHER
                   ADD 1 TO WS-NOT-DONE-COUNT
           END-EVALUATE
           END-IF.

       INSERT-HOUSEKEEPING-ROW SECTION.
           MOVE PLAN-FILE-NAME TO FileHousekeeping-FileName
           MOVE PLAN-FILE-TYPE TO FileHousekeeping-FileType
           MOVE PLAN-ACTION TO FileHousekeeping-Action
           MOVE PLAN-FILE-DATE TO FileHousekeeping-FileDate
           MOVE PLAN-PERIOD TO FileHousekeeping-Period
           MOVE PLAN-RUN-AUDIT-ID TO FileHousekeeping-RunAuditId
           MOVE PLAN-ARCHIVE-PATH TO FileHousekeeping-ArchivePath
           MOVE WS-TODAY TO FileHousekeeping-ActionDate
           MOVE WS-NOW-TIME TO FileHousekeeping-ActionTime

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.FileHousekeeping
               (FileName, FileType, Action, FileDate, Period,
                RunAuditId, ArchivePath, ActionDate, ActionTime)
               VALUES (:FileHousekeeping-FileName,
               :FileHousekeeping-FileType, :FileHousekeeping-Action,
               :FileHousekeeping-FileDate, :FileHousekeeping-Period,
               :FileHousekeeping-RunAuditId,
               :FileHousekeeping-ArchivePath,
               :FileHousekeeping-ActionDate,
               :FileHousekeeping-ActionTime)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "HSKP01: SQL ERROR ON HOUSEKEEPING LOG "
                 "INSERT, CODE = " SQLCODE " - "
                 FUNCTION TRIM(PLAN-FILE-NAME)
               MOVE 8 TO WS-FINAL-RC
           END-IF

           IF FileHousekeeping-Archived
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               ADD 1 TO WS-DELETED-COUNT
           END-IF.
