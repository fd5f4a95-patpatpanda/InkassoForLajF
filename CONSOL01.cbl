
       COPY "RunCalendar.cpy".
       COPY "ControlTotalsHistory.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
       01 WS-PART-INX PIC 9(2).
       01 WS-PART-SUFFIX PIC X(4).

      *    THE MERGE HOLDS THE PERIOD'S POSTING LOCK ACROSS EVERY PAY
      *    GROUP - IT IS REFUSED WHILE A PARTITION STILL HOLDS ITS
      *    OWN, AND NO CORRECTION JOB RUNS WHILE IT MERGES.
       01 WS-PLK-FUNCTION PIC X(1) VALUE "A".
       01 WS-PLK-PAYGROUP PIC X(2) VALUE "**".
       01 WS-PLK-HOLDER PIC X(8) VALUE "CONSOL01".
       01 WS-PLK-INSTANCE PIC X(4) VALUE SPACES.
       01 WS-PLK-MODE PIC X(1) VALUE "X".
       01 WS-PLK-RESULT PIC X(1) VALUE "N".
         88 POSTING-LOCK-GRANTED VALUE "Y".

       01 WS-FILE-SWITCHES PIC 9 VALUE 0.
         88 PART-EOF VALUE 1.

           ACCEPT WS-PART-TOTAL

           PERFORM CONNECT-TO-DATABASE
           PERFORM TAKE-POSTING-LOCK
           PERFORM RESOLVE-OUTPUT-PATHS

           MOVE "C" TO WS-MERGE-RULE
           MOVE "arrears" TO WS-MERGE-BASE
           PERFORM MERGE-ONE-OUTPUT

      *    THE RUN FEEDBACK FOR FEEDBK01 - EVERY PARTITION OPENS
      *    WITH ITS OWN "R" LINE, AND FEEDBK01 CHECKS EACH OF THEM.
           MOVE "feedback" TO WS-MERGE-BASE
           MOVE ".dat" TO WS-MERGE-EXT
           PERFORM MERGE-ONE-OUTPUT

           PERFORM COMBINED-RECONCILIATION
           PERFORM WRITE-CONSOLIDATED-TOTALS

               DISPLAY "CONSOL01: consolidation complete and "
                 "reconciled for period " WS-RUN-PERIOD "."
               MOVE 0 TO RETURN-CODE
               PERFORM REGISTER-OUTBOUND-FILES
           END-IF

           MOVE "R" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           GOBACK.

       RESOLVE-OUTPUT-PATHS SECTION.
             "\distribution.txt" DELIMITED BY SIZE
             INTO WS-DISTRIB-PATH.

       REGISTER-OUTBOUND-FILES SECTION.
      *    THE MERGED PENSION FILE AND THE PERIOD'S ONE SIE JOURNAL
      *    GO OUT UNDER THE WHOLE PERIOD, NOT A PAY GROUP. A REFUSAL
      *    ONLY WARNS - THE POSTING IS ALREADY DONE.
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-RUN-PERIOD TO WS-OFR-PERIOD
           MOVE "ALL" TO WS-OFR-QUALIFIER
           MOVE "CONSOL01" TO WS-OFR-PROGRAM

           MOVE "PENSION" TO WS-OFR-FILE-TYPE
           MOVE SPACES TO WS-OFR-FILE-NAME
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\pensionfile.txt" DELIMITED BY SIZE
             INTO WS-OFR-FILE-NAME
           MOVE "PENSION PROVIDER" TO WS-OFR-RECEIVER
           MOVE WS-DB-PENEMP-SUM TO WS-OFR-CONTROL-SUM-1
           MOVE WS-DB-PENEMPLR-SUM TO WS-OFR-CONTROL-SUM-2
           PERFORM REGISTER-ONE-OUTBOUND-FILE

           MOVE "SIE" TO WS-OFR-FILE-TYPE
           MOVE WS-SIE-PATH TO WS-OFR-FILE-NAME
           MOVE "LEDGER" TO WS-OFR-RECEIVER
           MOVE WS-SIE-DEBITS TO WS-OFR-CONTROL-SUM-1
           MOVE WS-SIE-CREDITS TO WS-OFR-CONTROL-SUM-2
           PERFORM REGISTER-ONE-OUTBOUND-FILE.

       REGISTER-ONE-OUTBOUND-FILE SECTION.
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "CONSOL01: WARNING - " WS-OFR-FILE-NAME
                 " is not registered as sent; hold it back until "
                 "the register is checked in OUTREG01."
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
                   STOP RUN
           END-EVALUATE.

       TAKE-POSTING-LOCK SECTION.
           MOVE "A" TO WS-PLK-FUNCTION
           PERFORM CALL-POSTING-LOCK

           IF NOT POSTING-LOCK-GRANTED
               DISPLAY "CONSOL01: period " WS-RUN-PERIOD
                 " could not be locked - consolidation refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CALL-POSTING-LOCK SECTION.
           CALL "PostLockModule" USING WS-PLK-FUNCTION
                                       WS-RUN-COMPANY
                                       WS-RUN-PERIOD
                                       WS-PLK-PAYGROUP
                                       WS-PLK-HOLDER
                                       WS-PLK-INSTANCE
                                       WS-PLK-MODE
                                       WS-PLK-RESULT.

       BUILD-PART-SUFFIX SECTION.
           MOVE SPACES TO WS-PART-SUFFIX
           STRING "_p" WS-PART-INX DELIMITED BY SIZE
