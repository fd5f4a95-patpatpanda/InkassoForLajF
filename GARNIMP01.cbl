       COPY "Garnishments.cpy".
       COPY "EMPLOYEES.CPY".
       COPY "ExceptionLog.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           OPEN OUTPUT ACKFILE

           MOVE SPACES TO FS-ACKFILE

           EXEC SQL COMMIT END-EXEC

           PERFORM MARK-INBOUND-APPLIED

           DISPLAY "GARNIMP01: " WS-READ-COUNT " orders read, "
             WS-ACCEPT-COUNT " accepted, "
             WS-REJECT-COUNT " rejected."

           GOBACK.

       REGISTER-INBOUND-FILE SECTION.
      *    READ THE WHOLE FILE ONCE FOR ITS COUNT AND CONTENT HASH
      *    BEFORE ANYTHING IS APPLIED - AN ORDER FILE READ TWICE
      *    WOULD RE-APPLY EVERY AMENDMENT AND ACKNOWLEDGE IT AGAIN.
           MOVE "GARNORDER" TO WS-FRG-FILE-TYPE
           MOVE WS-ORDER-PATH TO WS-FRG-FILE-NAME
           MOVE "KRONOFOGDEN" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "GARNIMP01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL IMPORT-EOF
               READ ORDERFILE
                   AT END
                       SET IMPORT-EOF TO TRUE
                   NOT AT END
                       MOVE ORDER-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE ORDERFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "GARNIMP01: order file not applied - "
                 "nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT ORDERFILE.

       MARK-INBOUND-APPLIED SECTION.
           MOVE WS-ACCEPT-COUNT TO WS-FRG-APPLIED-COUNT
           MOVE WS-REJECT-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       RESOLVE-IMPORT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
