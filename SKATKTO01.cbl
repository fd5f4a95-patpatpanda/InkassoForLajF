
       COPY "Remittance.cpy".
       COPY "RemitRecon.cpy".
       COPY "FileRegParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      *    EVERY REMITTANCE ON RECORD, FOR THE UNMATCHED-OURS PASS.
      *    A Remittance ROW'S Period IS THE MONTH OF PAYMENT (REMIT01
      *    SUMS ON THE PAID PERIOD), THE SAME MONTH THE AUTHORITY
      *    BOOKS THE TAX TO, SO THE TWO SIDES MATCH AS THEY STAND.
           EXEC SQL
           DECLARE OurRemitCursor CURSOR FOR
           SELECT RemitReference, GrandTotal, RemitDate
               DISPLAY "SKATKTO01: cannot open statement file, "
                 "status " WS-STMT-STATUS
           ELSE
               PERFORM REGISTER-INBOUND-FILE
           END-IF

           IF WS-STMT-STATUS = "00" AND FRG-FILE-MAY-APPLY
               OPEN OUTPUT RECONRPTFILE

               MOVE SPACES TO FS-RECONRPTFILE

               EXEC SQL COMMIT END-EXEC

               MOVE WS-MATCHED-COUNT TO WS-FRG-APPLIED-COUNT
               MOVE WS-THEIRS-COUNT TO WS-FRG-REJECTED-COUNT
               SET FRG-MARK-APPLIED TO TRUE
               CALL "FileRegModule" USING WS-FRG-PARMS

               DISPLAY "SKATKTO01: " WS-MATCHED-COUNT " matched, "
                 WS-THEIRS-COUNT " unmatched-theirs, "
                 WS-OURS-COUNT " unmatched-ours."
           END-IF.

       REGISTER-INBOUND-FILE SECTION.
      *    READ THE WHOLE STATEMENT ONCE FOR ITS COUNT AND CONTENT
      *    HASH BEFORE ANYTHING IS MATCHED - THE SAME STATEMENT
      *    IMPORTED TWICE WOULD OPEN EVERY UNMATCHED ITEM AGAIN.
      *    A REFUSED FILE LEAVES THE OPERATOR BACK AT THE MENU.
           MOVE "TAXACCOUNT" TO WS-FRG-FILE-TYPE
           MOVE WS-STMT-PATH TO WS-FRG-FILE-NAME
           MOVE "SKATTEVERKET" TO WS-FRG-SOURCE
           MOVE SPACES TO WS-FRG-SCOPE
           MOVE "SKATKTO01" TO WS-FRG-PROGRAM
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL STMT-EOF
               READ STMTFILE
                   AT END
                       SET STMT-EOF TO TRUE
                   NOT AT END
                       MOVE STMT-RECORD TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE STMTFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF FRG-FILE-MAY-APPLY
               MOVE 0 TO WS-FILE-SWITCHES
               OPEN INPUT STMTFILE
           ELSE
               DISPLAY "SKATKTO01: statement not reconciled - "
                 "nothing imported."
           END-IF.

       MATCH-ONE-STATEMENT-ITEM SECTION.
           MOVE STMT-AMOUNT TO WS-STMT-AMT-TEXT
           INSPECT WS-STMT-AMT-TEXT REPLACING LEADING " " BY "0"
