       FILE-CONTROL.
      *    THE STATISTICS AGENCY'S FIXED-FORMAT SUBMISSION: ONE
      *    "SC" RECORD PER DEPARTMENT WITH ITS CATEGORY CODE,
      *    HEADCOUNT, GROSS PAY, HOURS AND FULL-TIME EQUIVALENTS
      *    FOR THE QUARTER, UNDER AN "S0" OPENING AND "ST" TRAILER.
           SELECT SCBFILE ASSIGN TO WS-SCB-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.


       COPY "EmployeeDeductions.cpy".
       COPY "Departments.cpy".
       COPY "WorkSchedule.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
       01 WS-TO-MONTH PIC 9(2).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-QTR-END PIC 9(8).
       01 WS-QTR-END-X REDEFINES WS-QTR-END.
         05 WS-QE-YEAR PIC 9(4).
         05 WS-QE-MONTH PIC 9(2).
         05 WS-QE-DAY PIC 9(2).

       01 WS-SWITCHES PIC 9 VALUE 0.
         88 SCB-EOF VALUE 1.
       01 WS-SUM-HEADCOUNT PIC 9(6) VALUE 0.
       01 WS-SUM-GROSS PIC S9(13) VALUE 0.
       01 WS-SUM-HOURS PIC 9(9)V9(2) VALUE 0.
       01 WS-DEGREE-SUM PIC S9(7)V9(2) COMP-3.
       01 WS-FTE PIC 9(5)V9(2) VALUE 0.
       01 WS-SUM-FTE PIC 9(6)V9(2) VALUE 0.

       01 WS-SCB-OPEN.
         05 WS-SO-TYPE PIC X(2) VALUE "S0".
         05 WS-SC-HEADCOUNT PIC 9(6).
         05 WS-SC-GROSS PIC 9(13).
         05 WS-SC-HOURS PIC 9(9).
         05 WS-SC-FTE PIC 9(5)V9(2).
         05 FILLER PIC X(37) VALUE SPACES.

       01 WS-SCB-TRAILER.
         05 WS-ST-TYPE PIC X(2) VALUE "ST".
         05 WS-ST-HEADCOUNT PIC 9(6).
         05 WS-ST-GROSS PIC 9(13).
         05 WS-ST-HOURS PIC 9(9).
         05 WS-ST-FTE PIC 9(6)V9(2).
         05 FILLER PIC X(38) VALUE SPACES.

       01 WS-CNT-DISP PIC 9(6).
       01 WS-GROSS-DISP PIC 9(13).
       01 WS-HOURS-DISP PIC 9(9).9(2).
       01 WS-FTE-DISP PIC 9(6).9(2).

       PROCEDURE DIVISION.

           STRING WS-QTR-YEAR WS-TO-MONTH DELIMITED BY SIZE
             INTO WS-TO-PERIOD

      *    THE EMPLOYMENT DEGREE REPORTED IS THE ONE IN FORCE ON
      *    THE QUARTER'S LAST DAY.
           MOVE WS-QTR-YEAR TO WS-QE-YEAR
           MOVE WS-TO-MONTH TO WS-QE-MONTH
           IF WS-TO-MONTH = 6 OR WS-TO-MONTH = 9
               MOVE 30 TO WS-QE-DAY
           ELSE
               MOVE 31 TO WS-QE-DAY
           END-IF

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM CHECK-OUTBOUND-REGISTER

           OPEN OUTPUT SCBFILE
           OPEN OUTPUT CTLRPTFILE
           MOVE WS-SUM-HEADCOUNT TO WS-ST-HEADCOUNT
           MOVE WS-SUM-GROSS TO WS-ST-GROSS
           MOVE WS-SUM-HOURS TO WS-ST-HOURS
           MOVE WS-SUM-FTE TO WS-ST-FTE
           MOVE WS-SCB-TRAILER TO FS-SCBFILE
           WRITE FS-SCBFILE
           CLOSE SCBFILE

           MOVE WS-SUM-GROSS TO WS-GROSS-DISP
           MOVE WS-SUM-HOURS TO WS-HOURS-DISP
           MOVE WS-SUM-FTE TO WS-FTE-DISP
           MOVE SPACES TO FS-CTLRPTFILE
           STRING "Totals: departments " WS-DEPT-COUNT
             "  headcount " WS-SUM-HEADCOUNT
             "  gross " WS-GROSS-DISP
             "  hours " WS-HOURS-DISP
             "  FTE " WS-FTE-DISP
             DELIMITED BY SIZE INTO FS-CTLRPTFILE
           WRITE FS-CTLRPTFILE
           CLOSE CTLRPTFILE

           MOVE 0 TO RETURN-CODE
           PERFORM REGISTER-OUTBOUND-FILE

           DISPLAY "SCB01: " WS-DEPT-COUNT
             " department record(s) submitted."

           GOBACK.

       RESOLVE-OUTPUT-PATHS SECTION.
             "\scb_control.txt" DELIMITED BY SIZE
             INTO WS-CTLRPT-PATH.

       CHECK-OUTBOUND-REGISTER SECTION.
      *    A QUARTER IS REGISTERED UNDER ITS LAST MONTH.
           MOVE "SCB" TO WS-OFR-FILE-TYPE
           MOVE WS-SCB-PATH TO WS-OFR-FILE-NAME
           MOVE "SCB" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-TO-PERIOD TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           MOVE "SCB01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-RESEND-REFUSED
                   DISPLAY "SCB01: no submission produced."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OFR-ERROR
                   DISPLAY "SCB01: outbound file register not "
                     "available - no submission produced."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REGISTER-OUTBOUND-FILE SECTION.
           MOVE WS-SUM-HEADCOUNT TO WS-OFR-CONTROL-SUM-1
           MOVE WS-SUM-GROSS TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "SCB01: WARNING - " WS-SCB-PATH
                 " is not registered as sent; do not submit it "
                 "before the register is checked."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EVALUATE.

       WRITE-ONE-DEPARTMENT SECTION.
           PERFORM SUM-EMPLOYMENT-DEGREE

           MOVE Departments-ScbCategory TO WS-SC-CATEGORY
           MOVE EmployeeDeductions-DeptCode TO WS-SC-DEPT
           MOVE WS-HEADCOUNT TO WS-SC-HEADCOUNT
           MOVE WS-GROSS TO WS-SC-GROSS
           MOVE WS-HOURS TO WS-SC-HOURS
           MOVE WS-FTE TO WS-SC-FTE
           MOVE WS-SCB-RECORD TO FS-SCBFILE
           WRITE FS-SCBFILE

           ADD WS-HEADCOUNT TO WS-SUM-HEADCOUNT
           ADD WS-GROSS TO WS-SUM-GROSS
           ADD WS-HOURS TO WS-SUM-HOURS
           ADD WS-FTE TO WS-SUM-FTE

           IF Departments-ScbCategory = SPACES
               DISPLAY "SCB01: WARNING - department "
           MOVE WS-HEADCOUNT TO WS-CNT-DISP
           MOVE WS-GROSS TO WS-GROSS-DISP
           MOVE WS-HOURS TO WS-HOURS-DISP
           MOVE WS-FTE TO WS-FTE-DISP
           MOVE SPACES TO FS-CTLRPTFILE
           STRING "Dept " EmployeeDeductions-DeptCode
             " cat " Departments-ScbCategory
             " headcount " WS-CNT-DISP
             " gross " WS-GROSS-DISP
             " hours " WS-HOURS-DISP
             " FTE " WS-FTE-DISP
             DELIMITED BY SIZE INTO FS-CTLRPTFILE
           WRITE FS-CTLRPTFILE.

       SUM-EMPLOYMENT-DEGREE SECTION.
      *    FULL-TIME EQUIVALENTS: THE DEPARTMENT'S POSTED EMPLOYEES
      *    AT THEIR WorkSchedule EMPLOYMENT DEGREE - 100 PERCENT
      *    WHERE NO SCHEDULE IS REGISTERED.
           EXEC SQL
               SELECT COALESCE(SUM(
               COALESCE((SELECT MAX(W.EmploymentDegree)
                FROM REDWARRIOR.dbo.WorkSchedule W
                WHERE W.EmployeeId = X.EmployeeId
                  AND W.EffectiveFrom <= :WS-QTR-END
                  AND (W.EffectiveTo = 0
                   OR W.EffectiveTo >= :WS-QTR-END)), 100)), 0)
               INTO :WS-DEGREE-SUM
               FROM (SELECT DISTINCT D.EmployeeId
                 FROM REDWARRIOR.dbo.EmployeeDeductions D
                 WHERE D.DeptCode = :EmployeeDeductions-DeptCode
                   AND D.Period >= :WS-FROM-PERIOD
                   AND D.Period <= :WS-TO-PERIOD
                   AND D.CompanyCode = :WS-RUN-COMPANY) X
           END-EXEC

           IF SQLCODE = 0
               COMPUTE WS-FTE ROUNDED = WS-DEGREE-SUM / 100
           ELSE
               DISPLAY "SCB01: SQL ERROR ON DEGREE SUM, CODE = "
                 SQLCODE
               MOVE WS-HEADCOUNT TO WS-FTE
           END-IF.
