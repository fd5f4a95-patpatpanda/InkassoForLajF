       COPY "Creditors.cpy".
       COPY "CreditorRemit.cpy".
       COPY "DeductionDetail.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA

       PAY-ONE-CREDITOR SECTION.
      *    ONE PAYMENT PER CREDITOR PER PERIOD, EVER - THE REGISTER
      *    IS THE GUARD, SAME RULE DISBUR01 AND REMIT01 APPLY. A
      *    FILE THE BANK REJECTED OR THAT WAS WITHDRAWN IS REPLACED.
           MOVE DeductionDetail-DeductCode
             TO CreditorRemit-DeductCode
           MOVE WS-REMIT-PERIOD TO CreditorRemit-Period

           MOVE SPACES TO WS-CREDPAY-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\credpay_" DELIMITED BY SIZE
             DeductionDetail-DeductCode DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO WS-CREDPAY-PATH

           MOVE "CREDREMIT" TO WS-OFR-FILE-TYPE
           MOVE WS-CREDPAY-PATH TO WS-OFR-FILE-NAME
           MOVE "CREDITOR" TO WS-OFR-RECEIVER
           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE WS-REMIT-PERIOD TO WS-OFR-PERIOD
           MOVE DeductionDetail-DeductCode TO WS-OFR-QUALIFIER
           MOVE "CREDREM01" TO WS-OFR-PROGRAM
           SET OFR-CHECK-RESEND TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           MOVE 0 TO WS-DUP-COUNT
           IF OFR-MAY-SEND
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DUP-COUNT
                   FROM REDWARRIOR.dbo.CreditorRemit
                   WHERE Period = :CreditorRemit-Period
                     AND DeductCode = :CreditorRemit-DeductCode
                     AND CompanyCode = :WS-RUN-COMPANY
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN NOT OFR-MAY-SEND
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO FS-CREDREGFILE
                   STRING "ALREADY SENT " DeductionDetail-DeductCode
                     " - no second file produced"
                     DELIMITED BY SIZE INTO FS-CREDREGFILE
                   WRITE FS-CREDREGFILE
               WHEN WS-DUP-COUNT > 0 AND NOT OFR-PRIOR-RELEASED
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO FS-CREDREGFILE
                   STRING "ALREADY PAID " DeductionDetail-DeductCode
                     " - no second file produced"
                     DELIMITED BY SIZE INTO FS-CREDREGFILE
                   WRITE FS-CREDREGFILE
               WHEN OTHER
                   PERFORM LOOKUP-CREDITOR
           END-EVALUATE.

       LOOKUP-CREDITOR SECTION.
           MOVE DeductionDetail-DeductCode TO Creditors-DeductCode
           END-EVALUATE.

       WRITE-CREDITOR-FILE SECTION.
           OPEN OUTPUT CREDPAYFILE
           MOVE 0 TO WS-RECORD-COUNT

           MOVE WS-CODE-AMOUNT TO CreditorRemit-Amount
           MOVE WS-RUN-DATE TO CreditorRemit-RemitDate

      *    THE REPLACED FILE'S REGISTER ROW GOES WITH IT.
           IF WS-DUP-COUNT > 0
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.CreditorRemit
                   WHERE Period = :CreditorRemit-Period
                     AND DeductCode = :CreditorRemit-DeductCode
                     AND CompanyCode = :WS-RUN-COMPANY
               END-EXEC
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.CreditorRemit
               (Period, DeductCode, Amount, RemitDate, CompanyCode)
                 "CODE = " SQLCODE
           END-IF

      *    THE REGISTER COMMITS ON THE SAME CONNECTION, SO THE
      *    CREDITOR'S REMITTANCE ROW AND ITS FILE ARE ON RECORD
      *    TOGETHER.
           MOVE WS-CODE-AMOUNT TO WS-OFR-CONTROL-SUM-1
           MOVE 0 TO WS-OFR-CONTROL-SUM-2
           SET OFR-REGISTER-FILE TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           IF NOT OFR-DONE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO FS-CREDREGFILE
               STRING "NOT REGISTERED " Creditors-DeductCode
                 " - do not send " WS-CREDPAY-PATH
                 DELIMITED BY SIZE INTO FS-CREDREGFILE
               WRITE FS-CREDREGFILE
           END-IF

           ADD 1 TO WS-FILE-COUNT
           ADD WS-CODE-AMOUNT TO WS-GRAND-TOTAL

