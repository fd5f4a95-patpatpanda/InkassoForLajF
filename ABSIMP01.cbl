
       COPY "Absences.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA

      *    ONE SEMICOLON-DELIMITED ABSENCE SPELL PER LINE, IN THE
      *    SAME DELIMITER CONVENTION AS THE HR CHANGE IMPORT:
      *    ID;TYPE;FROMDATE;TODATE;UNIT;EXTENT
      *    TYPE: SICK, DSJK (PART-TIME SICK), UNPD, VAB, FORL
      *    (PARENTAL LEAVE), SEM OR KOMP (COMP TIME OFF, DRAWN
      *    FROM THE TIME BANK). TODATE 0 (OR BLANK) MEANS THE
      *    SPELL IS STILL OPEN. UNIT "P" = EXTENT IS A PERCENTAGE OF
      *    EACH DAY, "H" = EXTENT IS HOURS A DAY, BLANK (AND NO
      *    EXTENT) = WHOLE DAYS - THE OLD FOUR-FIELD LINE STILL
      *    READS AS A WHOLE-DAY SPELL. EXTENT ARRIVES AS "NNN" OR
      *    "NNN.NN". THE NUMERIC FIELDS ARE JUSTIFIED RIGHT AND
      *    ZERO-FILLED THE SAME WAY EMPIMP01 DOES.
       01 WS-ABS-ID PIC X(9) JUSTIFIED RIGHT.
       01 WS-ABS-TYPE PIC X(4).
       01 WS-ABS-FROM PIC X(8) JUSTIFIED RIGHT.
       01 WS-ABS-TO PIC X(8) JUSTIFIED RIGHT.
       01 WS-ABS-UNIT PIC X(1).
       01 WS-ABS-EXTENT PIC X(8).
       01 WS-ABS-EXT-INT PIC X(3) JUSTIFIED RIGHT.
       01 WS-ABS-EXT-FRAC PIC X(2).

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           OPEN OUTPUT IMPORTRPTFILE

           MOVE SPACES TO FS-IMPORTRPTFILE

           EXEC SQL COMMIT END-EXEC

           PERFORM MARK-INBOUND-APPLIED

           DISPLAY "ABSIMP01: " WS-READ-COUNT " rows read, "
             WS-APPLIED-COUNT " applied, "
             WS-REJECT-COUNT " rejected."
             "\absimport_report.txt" DELIMITED BY SIZE
             INTO WS-IMPORTRPT-PATH.

       REGISTER-INBOUND-FILE SECTION.
      *    READ THE WHOLE FILE ONCE FOR ITS COUNT AND CONTENT HASH
      *    BEFORE ANYTHING IS APPLIED - THE SAME ABSENCE FILE DROPPED
      *    TWICE IS REFUSED HERE, NOT HALF-APPLIED A SECOND TIME.
           MOVE "ABSENCE" TO WS-FRG-FILE-TYPE
           MOVE WS-ABSENCE-PATH TO WS-FRG-FILE-NAME
           MOVE "TIME SYSTEM" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "ABSIMP01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL IMPORT-EOF
               READ ABSENCEFILE
                   AT END
                       SET IMPORT-EOF TO TRUE
                   NOT AT END
                       MOVE ABSENCE-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE ABSENCEFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "ABSIMP01: absence file not applied - "
                 "nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT ABSENCEFILE.

       MARK-INBOUND-APPLIED SECTION.
           MOVE WS-APPLIED-COUNT TO WS-FRG-APPLIED-COUNT
           MOVE WS-REJECT-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'

       APPLY-ABSENCE-ROW SECTION.
           MOVE SPACES TO WS-ABS-ID WS-ABS-TYPE WS-ABS-FROM WS-ABS-TO
             WS-ABS-UNIT WS-ABS-EXTENT

           UNSTRING ABSENCE-RECORD DELIMITED BY ";"
             INTO WS-ABS-ID
                  WS-ABS-TYPE
                  WS-ABS-FROM
                  WS-ABS-TO
                  WS-ABS-UNIT
                  WS-ABS-EXTENT
           END-UNSTRING

           INSPECT WS-ABS-ID REPLACING LEADING " " BY "0"
           IF IMPORT-ROW-VALID
               MOVE WS-ABS-TYPE TO Absences-AbsenceType
               IF NOT Absences-Type-Sick AND
                  NOT Absences-Type-PartSick AND
                  NOT Absences-Type-Unpaid AND
                  NOT Absences-Type-ChildCare AND
                  NOT Absences-Type-Parental AND
                  NOT Absences-Type-Vacation AND
                  NOT Absences-Type-CompTime
                   SET IMPORT-ROW-INVALID TO TRUE
                   MOVE "Absence type not a known type"
                     TO WS-EDIT-REASON
               END-IF
           END-IF
               END-IF
           END-IF

           IF IMPORT-ROW-VALID
               PERFORM EDIT-ABSENCE-EXTENT
           END-IF

           IF IMPORT-ROW-VALID
               PERFORM CHECK-EMPLOYEE-EXISTS
           END-IF
               WRITE FS-IMPORTRPTFILE
           END-IF.

       EDIT-ABSENCE-EXTENT SECTION.
      *    A WHOLE-DAY SPELL IS STORED AS UNIT BLANK, EXTENT 100. A
      *    PART-TIME SICK SPELL MUST BE PART OF THE DAY - A FULL
      *    ONE IS SENT AS SICK.
           MOVE WS-ABS-UNIT TO Absences-ExtentUnit
           MOVE 100 TO Absences-ExtentValue

           IF NOT Absences-Extent-Full
               MOVE SPACES TO WS-ABS-EXT-INT
               MOVE "00" TO WS-ABS-EXT-FRAC
               UNSTRING WS-ABS-EXTENT DELIMITED BY "." OR " "
                 INTO WS-ABS-EXT-INT
                      WS-ABS-EXT-FRAC
               END-UNSTRING
               INSPECT WS-ABS-EXT-INT REPLACING LEADING " " BY "0"
               INSPECT WS-ABS-EXT-FRAC REPLACING ALL " " BY "0"

               IF WS-ABS-EXT-INT NOT NUMERIC OR
                  WS-ABS-EXT-FRAC NOT NUMERIC
                   SET IMPORT-ROW-INVALID TO TRUE
                   MOVE "Extent is not numeric" TO WS-EDIT-REASON
               ELSE
                   COMPUTE Absences-ExtentValue =
                     FUNCTION NUMVAL(WS-ABS-EXT-INT) +
                     FUNCTION NUMVAL(WS-ABS-EXT-FRAC) / 100
               END-IF
           END-IF

           IF IMPORT-ROW-VALID
               EVALUATE TRUE
                   WHEN Absences-Extent-Full
                       IF WS-ABS-EXTENT NOT = SPACES
                           SET IMPORT-ROW-INVALID TO TRUE
                           MOVE "Extent given without P or H unit"
                             TO WS-EDIT-REASON
                       END-IF
                   WHEN Absences-Extent-Percent
                       IF Absences-ExtentValue <= 0 OR
                          Absences-ExtentValue > 100
                           SET IMPORT-ROW-INVALID TO TRUE
                           MOVE "Percent extent must be 1-100"
                             TO WS-EDIT-REASON
                       END-IF
                   WHEN Absences-Extent-Hours
                       IF Absences-ExtentValue <= 0 OR
                          Absences-ExtentValue > 24
                           SET IMPORT-ROW-INVALID TO TRUE
                           MOVE "Hours extent must be above 0, max 24"
                             TO WS-EDIT-REASON
                       END-IF
                   WHEN OTHER
                       SET IMPORT-ROW-INVALID TO TRUE
                       MOVE "Extent unit not P, H or blank"
                         TO WS-EDIT-REASON
               END-EVALUATE
           END-IF

           IF IMPORT-ROW-VALID AND Absences-Type-PartSick
               IF Absences-Extent-Full OR
                  (Absences-Extent-Percent AND
                   Absences-ExtentValue = 100)
                   SET IMPORT-ROW-INVALID TO TRUE
                   MOVE "DSJK needs a part-day extent"
                     TO WS-EDIT-REASON
               END-IF
           END-IF.

       CHECK-EMPLOYEE-EXISTS SECTION.
           MOVE Absences-EmployeeId TO Employees-ID-EMPLOYEE

      *    START) IS SKIPPED SILENTLY, NOT STACKED OR REJECTED, SO
      *    THE IMPORT IS REPROCESSING-SAFE THE SAME WAY MAIN01'S
      *    DUPLICATE CHECK MAKES A RERUN SAFE. A RESENT SPELL WHOSE
      *    ToDate HAS MOVED (AN OPEN SPELL THAT CLOSED) OR WHOSE
      *    EXTENT WAS CORRECTED IS UPDATED.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.Absences
           IF WS-DUP-COUNT > 0
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.Absences
                   SET ToDate = :Absences-ToDate,
                   ExtentUnit = :Absences-ExtentUnit,
                   ExtentValue = :Absences-ExtentValue
                   WHERE EmployeeId = :Absences-EmployeeId
                     AND AbsenceType = :Absences-AbsenceType
                     AND FromDate = :Absences-FromDate
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.Absences
                   (EmployeeId, AbsenceType, FromDate, ToDate,
                   ExtentUnit, ExtentValue)
                   VALUES (:Absences-EmployeeId,
                   :Absences-AbsenceType, :Absences-FromDate,
                   :Absences-ToDate, :Absences-ExtentUnit,
                   :Absences-ExtentValue)
               END-EXEC

               IF SQLCODE NOT = 0
