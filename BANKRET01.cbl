
       COPY "BankAccounts.cpy".
       COPY "DisburseRegister.cpy".
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
             " matched " WS-MATCHED-COUNT

           GOBACK.

       REGISTER-INBOUND-FILE SECTION.
      *    READ THE WHOLE FILE ONCE FOR ITS COUNT AND CONTENT HASH
      *    BEFORE ANYTHING IS MATCHED - THE SAME RETURN FILE READ
      *    TWICE WOULD REISSUE EVERY BOUNCED PAYMENT A SECOND TIME.
           MOVE "BANKRETURN" TO WS-FRG-FILE-TYPE
           MOVE WS-RETURN-PATH TO WS-FRG-FILE-NAME
           MOVE "BANK" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "BANKRET01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL RETURN-EOF
               READ RETURNFILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       MOVE RETURN-XML-LINE TO WS-FRG-RECORD
      *                THE STATUS REPORT'S OWN CREATION STAMP,
      *                YYYY-MM-DDTHH:MM:SS FOLDED TO YYYYMMDDHHMMSS.
                       IF FUNCTION TRIM(RETURN-XML-LINE)(1:9) =
                         "<CreDtTm>" AND WS-FRG-STAMP = SPACES
                           PERFORM EXTRACT-XML-VALUE
                           STRING WS-XML-VALUE(1:4)
                             WS-XML-VALUE(6:2) WS-XML-VALUE(9:2)
                             WS-XML-VALUE(12:2) WS-XML-VALUE(15:2)
                             WS-XML-VALUE(18:2)
                             DELIMITED BY SIZE INTO WS-FRG-STAMP
                       END-IF
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE RETURNFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "BANKRET01: bank return file not applied - "
                 "nothing imported."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT RETURNFILE.

       MARK-INBOUND-APPLIED SECTION.
           MOVE WS-MATCHED-COUNT TO WS-FRG-APPLIED-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
