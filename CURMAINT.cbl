       WORKING-STORAGE SECTION.

       COPY "CurrencyRates.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
               DISPLAY "CURMAINT: cannot open rate file, status "
                 WS-RATEFILE-STATUS
           ELSE
               PERFORM REGISTER-RATE-FILE
           END-IF

           IF WS-RATEFILE-STATUS = "00" AND FRG-FILE-MAY-APPLY
               OPEN OUTPUT RATERPTFILE

               MOVE "DAILY RATE IMPORT" TO FS-RATERPTFILE

               EXEC SQL COMMIT END-EXEC

               MOVE WS-APPLIED-COUNT TO WS-FRG-APPLIED-COUNT
               MOVE WS-REJECT-COUNT TO WS-FRG-REJECTED-COUNT
               SET FRG-MARK-APPLIED TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS

               DISPLAY "Import done: " WS-APPLIED-COUNT
                 " applied, " WS-REJECT-COUNT " rejected - see"
                 " ratefile_report.txt."
           END-IF.

       REGISTER-RATE-FILE SECTION.
      *    READ THE WHOLE FILE ONCE FOR ITS COUNT AND CONTENT HASH
      *    BEFORE ANY RATE IS ROLLED - YESTERDAY'S FILE LEFT IN THE
      *    FOLDER WOULD OTHERWISE ROLL EVERY RATE A SECOND TIME.
      *    UNCHANGED RATES OVER A HOLIDAY GIVE THE SAME CONTENT - A
      *    SUPERVISOR FORCES THAT FILE THROUGH INBREG01.
           MOVE "FXRATES" TO WS-FRG-FILE-TYPE
           MOVE WS-RATEFILE-PATH TO WS-FRG-FILE-NAME
           MOVE "BANK" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "CURMAINT" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL IMPORT-EOF
               READ RATEFILE
                   AT END
                       SET IMPORT-EOF TO TRUE
                   NOT AT END
                       MOVE RATEFILE-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE RATEFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF FRG-FILE-MAY-APPLY
               MOVE 0 TO WS-IMPORT-SWITCHES
               OPEN INPUT RATEFILE
           ELSE
               DISPLAY "CURMAINT: rate file not imported - "
                 "no rates changed."
           END-IF.

       RESOLVE-IMPORT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
