
       COPY "PensionContrib.cpy".
       COPY "ExceptionLog.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           OPEN OUTPUT RETRPTFILE

           MOVE SPACES TO FS-RETRPTFILE

           EXEC SQL COMMIT END-EXEC

           PERFORM MARK-INBOUND-APPLIED

           MOVE SPACES TO FS-RETRPTFILE
           STRING "Returns " WS-RETURN-COUNT
             "  accepted " WS-ACCEPT-COUNT

           GOBACK.

       REGISTER-INBOUND-FILE SECTION.
      *    READ THE WHOLE FILE ONCE FOR ITS COUNT AND CONTENT HASH
      *    BEFORE ANYTHING IS FLAGGED - THE SAME RETURN FILE READ
      *    TWICE WOULD LOG AND RESUBMIT EVERY REJECTION AGAIN.
           MOVE "PENRETURN" TO WS-FRG-FILE-TYPE
           MOVE WS-RETURN-PATH TO WS-FRG-FILE-NAME
           MOVE "PENSION PROVIDER" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "PENRET01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL RETURN-EOF
               READ RETURNFILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       MOVE RETURN-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE RETURNFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "PENRET01: provider return file not applied - "
                 "nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT RETURNFILE.

       MARK-INBOUND-APPLIED SECTION.
      *    A RETURN THE PROVIDER REJECTED IS STILL APPLIED - IT
      *    FLAGS THE CONTRIBUTION. ONLY THE UNMATCHED ONES ARE NOT.
           COMPUTE WS-FRG-APPLIED-COUNT =
             WS-ACCEPT-COUNT + WS-REJECT-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
