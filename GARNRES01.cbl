       COPY "Garnishments.cpy".
       COPY "GarnishDetail.cpy".
       COPY "GarnishRemit.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA

           PERFORM CONNECT-TO-DATABASE

           PERFORM RESOLVE-OUTPUT-PATHS
           PERFORM CHECK-OUTBOUND-REGISTER

      *    ONE RESPONSE AND PAYMENT PER PERIOD, EVER - SAME RULE
      *    REMIT01 APPLIES, AND THE SAME EXCEPTION: A PAYMENT FILE
      *    REJECTED OR WITHDRAWN IS REPLACED.
           MOVE WS-RESP-PERIOD TO GarnishRemit-Period
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
                 AND CompanyCode = :WS-RUN-COMPANY
           END-EXEC

           IF WS-DUP-COUNT > 0 AND NOT OFR-PRIOR-RELEASED
               DISPLAY "GARNRES01: Period " WS-RESP-PERIOD
                 " has already been remitted - no second file"
                 " produced."
               STOP RUN
           END-IF

           IF WS-DUP-COUNT > 0
               DISPLAY "GARNRES01: the earlier payment file for "
                 "period " WS-RESP-PERIOD " is " WS-OFR-PRIOR-STATUS
                 " - it is replaced."
           END-IF

           OPEN OUTPUT RESPFILE
           OPEN OUTPUT GPAYFILE

           EXEC SQL COMMIT END-EXEC

           MOVE 0 TO RETURN-CODE
           PERFORM REGISTER-OUTBOUND-FILES

           DISPLAY "GARNRES01: " WS-CASE-COUNT
             " case(s) reported and paid for period "
             WS-RESP-PERIOD "."

           GOBACK.

       RESOLVE-OUTPUT-PATHS SECTION.
             "\garnpayment.txt" DELIMITED BY SIZE
             INTO WS-GPAY-PATH.

       CHECK-OUTBOUND-REGISTER SECTION.
      *    NEITHER FILE IS PRODUCED AGAIN WHILE ITS PREDECESSOR FOR
      *    THE PERIOD IS STILL SENT OR ACCEPTED. THE PAYMENT FILE
      *    IS CHECKED LAST - WHETHER IT WAS RELEASED DECIDES IF THE
      *    PERIOD'S REMITTANCE MAY BE REPLACED.
           MOVE "KFMRESP" TO WS-OFR-FILE-TYPE
           MOVE WS-RESP-PATH TO WS-OFR-FILE-NAME
           PERFORM CHECK-ONE-OUTBOUND-FILE
           MOVE "GARNPAY" TO WS-OFR-FILE-TYPE
           MOVE WS-GPAY-PATH TO WS-OFR-FILE-NAME
           PERFORM CHECK-ONE-OUTBOUND-FILE.

       CHECK-ONE-OUTBOUND-FILE SECTION.
           MOVE "KRONOFOGDEN" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-RESP-PERIOD TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           MOVE "GARNRES01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           EVALUATE TRUE
               WHEN OFR-RESEND-REFUSED
                   DISPLAY "GARNRES01: no file produced."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OFR-ERROR
                   DISPLAY "GARNRES01: outbound file register not "
                     "available - no file produced."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REGISTER-OUTBOUND-FILES SECTION.
           MOVE "KFMRESP" TO WS-OFR-FILE-TYPE
           MOVE WS-RESP-PATH TO WS-OFR-FILE-NAME
           PERFORM REGISTER-ONE-OUTBOUND-FILE
           MOVE "GARNPAY" TO WS-OFR-FILE-TYPE
           MOVE WS-GPAY-PATH TO WS-OFR-FILE-NAME
           PERFORM REGISTER-ONE-OUTBOUND-FILE.

       REGISTER-ONE-OUTBOUND-FILE SECTION.
           MOVE WS-TOTAL-AMOUNT TO WS-OFR-CONTROL-SUM-1
           MOVE WS-CASE-COUNT TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               DISPLAY "GARNRES01: WARNING - " WS-OFR-FILE-NAME
                 " is not registered as sent; do not send it "
                 "before the register is checked."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           MOVE WS-CASE-COUNT TO GarnishRemit-CaseCount
           MOVE WS-RUN-DATE TO GarnishRemit-RemitDate

      *    THE REPLACED FILE'S REGISTER ROW GOES WITH IT.
           IF WS-DUP-COUNT > 0
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.GarnishRemit
                   WHERE Period = :GarnishRemit-Period
                     AND CompanyCode = :WS-RUN-COMPANY
               END-EXEC
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.GarnishRemit
               (Period, TotalAmount, CaseCount, RemitDate,
