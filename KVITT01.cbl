       IDENTIFICATION DIVISION.
       PROGRAM-ID. KVITT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE RECEIVER'S RECEIPT FOR FILES WE SENT, ONE KIND PER
      *    RUN - THE PATH IS CHOSEN BY THE RECEIPT TYPE:
      *    A  SKATTEVERKET'S AGI KVITTENS (agikvittens.txt) - XML,
      *       ONE ELEMENT PER LINE, ONE <Kvittens> PER DECLARATION:
      *         <Redovisningsperiod>YYYYMM</Redovisningsperiod>
      *         <Kvittensnummer>...</Kvittensnummer>
      *         <Status>GODKAND</Status>   (OR AVVISAD)
      *         <Felmeddelande>...</Felmeddelande>   (AVVISAD ONLY)
      *       </Kvittens> CLOSES EACH RECEIPT.
      *    K  KRONOFOGDEN'S ANSWER TO OUR CASE-STATUS RESPONSE
      *       (kfmsvar.txt) AND
      *    P  THE PENSION PROVIDER'S FILE ACKNOWLEDGEMENT
      *       (pensionkvitt.txt) - FIXED RECORDS, ONE PER FILE:
      *         COL  1- 2  "K1" / "P1"
      *         COL  3- 8  PERIOD YYYYMM
      *         COL  9     A = ACCEPTED, R = REJECTED
      *         COL 10-39  THE RECEIVER'S REFERENCE
      *         COL 40-99  REASON TEXT (REJECTED ONLY)
           SELECT RECEIPTFILE ASSIGN TO WS-RECEIPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT KVRPTFILE ASSIGN TO WS-KVRPT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPTFILE.
       01 RECEIPT-XML-LINE PIC X(256).
       01 RECEIPT-RECORD.
         05 RCP-TYPE PIC X(2).
         05 RCP-PERIOD PIC X(6).
         05 RCP-OUTCOME PIC X(1).
           88 RCP-ACCEPTED VALUE "A".
           88 RCP-REJECTED VALUE "R".
         05 RCP-REFERENCE PIC X(30).
         05 RCP-DETAIL PIC X(60).
         05 FILLER PIC X(157).

       FD KVRPTFILE.
       01 FS-KVRPTFILE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "FileRegParms.cpy".
       COPY "OutFileParms.cpy".

           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
       01 WS-RECEIPT-PATH PIC X(80).
       01 WS-KVRPT-PATH PIC X(80).
       01 WS-RECEIPT-STATUS PIC X(2) VALUE "00".

       01 WS-TODAY PIC 9(8).
       01 WS-RUN-COMPANY PIC X(2) VALUE "01".

       01 WS-RECEIPT-KIND PIC X(1) VALUE SPACE.
         88 AGI-KVITTENS VALUE "A" "a".
         88 KFM-ANSWER VALUE "K" "k".
         88 PENSION-ACK VALUE "P" "p".
       01 WS-RECORD-TYPE PIC X(2).

       01 WS-FILE-SWITCHES PIC 9 VALUE 0.
         88 RECEIPT-EOF VALUE 1.

       01 WS-XML-SCRAP PIC X(200).
       01 WS-XML-VALUE PIC X(60).

      *    THE RECEIPT BEING BUILT - FROM ONE FIXED RECORD, OR FROM
      *    THE ELEMENTS OF ONE <Kvittens> BLOCK.
       01 WS-RCP-PERIOD PIC X(6).
       01 WS-RCP-OUTCOME PIC X(1).
       01 WS-RCP-REFERENCE PIC X(30).
       01 WS-RCP-DETAIL PIC X(60).

       01 WS-RECEIPT-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Receipt import for files sent"
           DISPLAY "  A - Skatteverket AGI kvittens"
           DISPLAY "  K - Kronofogden answer to the case-status "
             "response"
           DISPLAY "  P - Pension provider acknowledgement"
           DISPLAY "Receipt type: "
           ACCEPT WS-RECEIPT-KIND

           IF NOT AGI-KVITTENS AND NOT KFM-ANSWER
             AND NOT PENSION-ACK
               DISPLAY "KVITT01: receipt type must be A, K or P."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Company code (blank for 01): "
           ACCEPT WS-RUN-COMPANY
           IF WS-RUN-COMPANY = SPACES
               MOVE "01" TO WS-RUN-COMPANY
           END-IF

           PERFORM CONNECT-TO-DATABASE
           PERFORM RESOLVE-OUTPUT-PATHS

           OPEN INPUT RECEIPTFILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "KVITT01: cannot open " WS-RECEIPT-PATH
                 ", status " WS-RECEIPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REGISTER-INBOUND-FILE

           OPEN OUTPUT KVRPTFILE

           MOVE SPACES TO FS-KVRPTFILE
           STRING "RECEIPT IMPORT - " WS-FRG-FILE-TYPE
             " COMPANY " WS-RUN-COMPANY " RUN " WS-TODAY
             DELIMITED BY SIZE INTO FS-KVRPTFILE
           WRITE FS-KVRPTFILE

           PERFORM CLEAR-RECEIPT

           PERFORM UNTIL RECEIPT-EOF
               READ RECEIPTFILE
                   AT END
                       SET RECEIPT-EOF TO TRUE
                   NOT AT END
                       IF AGI-KVITTENS
                           PERFORM PARSE-KVITTENS-LINE
                       ELSE
                           IF RCP-TYPE = WS-RECORD-TYPE
                               MOVE RCP-PERIOD TO WS-RCP-PERIOD
                               MOVE RCP-OUTCOME TO WS-RCP-OUTCOME
                               MOVE RCP-REFERENCE TO WS-RCP-REFERENCE
                               MOVE RCP-DETAIL TO WS-RCP-DETAIL
                               PERFORM APPLY-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECEIPTFILE

           PERFORM MARK-INBOUND-APPLIED

           MOVE SPACES TO FS-KVRPTFILE
           STRING "Receipts " WS-RECEIPT-COUNT
             "  accepted " WS-ACCEPT-COUNT
             "  rejected " WS-REJECT-COUNT
             "  unmatched " WS-UNMATCHED-COUNT
             DELIMITED BY SIZE INTO FS-KVRPTFILE
           WRITE FS-KVRPTFILE
           CLOSE KVRPTFILE

           DISPLAY "KVITT01: " WS-ACCEPT-COUNT " accepted, "
             WS-REJECT-COUNT " rejected, " WS-UNMATCHED-COUNT
             " unmatched - see kvitt_report.txt."

           IF WS-REJECT-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       REGISTER-INBOUND-FILE SECTION.
      *    A RECEIPT FILE READ TWICE WOULD FIND NOTHING LEFT TO
      *    MARK, BUT THE INBOUND REGISTER STILL SAYS IT WAS READ.
           MOVE "KVITT01" TO WS-FRG-PROGRAM
           MOVE WS-RUN-COMPANY TO WS-FRG-SCOPE
           MOVE WS-RECEIPT-PATH TO WS-FRG-FILE-NAME
           MOVE WS-OFR-RECEIVER TO WS-FRG-SOURCE
           SET FRG-START-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           PERFORM UNTIL RECEIPT-EOF
               READ RECEIPTFILE
                   AT END
                       SET RECEIPT-EOF TO TRUE
                   NOT AT END
                       MOVE RECEIPT-XML-LINE TO WS-FRG-RECORD
                       SET FRG-HASH-RECORD TO TRUE
                       CALL "FileRegModule" USING WS-FRG-PARMS
               END-READ
           END-PERFORM

           CLOSE RECEIPTFILE
           SET FRG-CHECK-FILE TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS

           IF NOT FRG-FILE-MAY-APPLY
               DISPLAY "KVITT01: receipt file not applied - "
                 "nothing recorded."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-SWITCHES
           OPEN INPUT RECEIPTFILE.

       MARK-INBOUND-APPLIED SECTION.
           COMPUTE WS-FRG-APPLIED-COUNT =
             WS-ACCEPT-COUNT + WS-REJECT-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-FRG-REJECTED-COUNT
           SET FRG-MARK-APPLIED TO TRUE
           CALL "FileRegModule" USING WS-FRG-PARMS.

       PARSE-KVITTENS-LINE SECTION.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(RECEIPT-XML-LINE)(1:20) =
                 "<Redovisningsperiod>"
                   PERFORM EXTRACT-XML-VALUE
                   MOVE WS-XML-VALUE(1:6) TO WS-RCP-PERIOD
               WHEN FUNCTION TRIM(RECEIPT-XML-LINE)(1:16) =
                 "<Kvittensnummer>"
                   PERFORM EXTRACT-XML-VALUE
                   MOVE WS-XML-VALUE TO WS-RCP-REFERENCE
               WHEN FUNCTION TRIM(RECEIPT-XML-LINE)(1:8) =
                 "<Status>"
                   PERFORM EXTRACT-XML-VALUE
                   IF WS-XML-VALUE(1:7) = "AVVISAD"
                       MOVE "R" TO WS-RCP-OUTCOME
                   ELSE
                       MOVE "A" TO WS-RCP-OUTCOME
                   END-IF
               WHEN FUNCTION TRIM(RECEIPT-XML-LINE)(1:15) =
                 "<Felmeddelande>"
                   PERFORM EXTRACT-XML-VALUE
                   MOVE WS-XML-VALUE TO WS-RCP-DETAIL
               WHEN FUNCTION TRIM(RECEIPT-XML-LINE)(1:11) =
                 "</Kvittens>"
                   PERFORM APPLY-ONE-RECEIPT
           END-EVALUATE.

       EXTRACT-XML-VALUE SECTION.
           MOVE SPACES TO WS-XML-SCRAP WS-XML-VALUE
           UNSTRING RECEIPT-XML-LINE DELIMITED BY ">"
             INTO WS-XML-SCRAP
                  WS-XML-SCRAP
           END-UNSTRING
           UNSTRING WS-XML-SCRAP DELIMITED BY "<"
             INTO WS-XML-VALUE
           END-UNSTRING.

       APPLY-ONE-RECEIPT SECTION.
      *    THE RECEIPT NAMES THE PERIOD, NOT OUR FILE NUMBER - IT
      *    IS RECORDED AGAINST EVERY FILE OF THE TYPE STILL SENT
      *    FOR THE COMPANY AND PERIOD.
           ADD 1 TO WS-RECEIPT-COUNT
           MOVE WS-RCP-PERIOD TO WS-OFR-PERIOD
           MOVE SPACES TO WS-OFR-QUALIFIER
           MOVE 0 TO WS-OFR-FILE-ID
           MOVE WS-RCP-OUTCOME TO WS-OFR-ACK-OUTCOME
           MOVE WS-RCP-REFERENCE TO WS-OFR-ACK-REFERENCE
           MOVE WS-RCP-DETAIL TO WS-OFR-ACK-DETAIL
           MOVE WS-FRG-FILE-ID TO WS-OFR-ACK-FILE-ID
           SET OFR-RECORD-RECEIPT TO TRUE
           CALL "OutFileModule" USING WS-OFR-PARMS

           MOVE SPACES TO FS-KVRPTFILE
           EVALUATE TRUE
               WHEN OFR-NO-MATCH
                   ADD 1 TO WS-UNMATCHED-COUNT
                   STRING "NO SENT FILE " WS-OFR-FILE-TYPE
                     " period " WS-RCP-PERIOD
                     " receipt " WS-RCP-REFERENCE
                     DELIMITED BY SIZE INTO FS-KVRPTFILE
               WHEN OFR-ERROR
                   ADD 1 TO WS-UNMATCHED-COUNT
                   STRING "NOT RECORDED " WS-OFR-FILE-TYPE
                     " period " WS-RCP-PERIOD
                     " - register error"
                     DELIMITED BY SIZE INTO FS-KVRPTFILE
               WHEN OFR-ACK-REJECTED
                   ADD 1 TO WS-REJECT-COUNT
                   STRING "REJECTED " WS-OFR-FILE-TYPE
                     " period " WS-RCP-PERIOD " "
                     WS-RCP-DETAIL
                     DELIMITED BY SIZE INTO FS-KVRPTFILE
               WHEN OTHER
                   ADD 1 TO WS-ACCEPT-COUNT
                   STRING "ACCEPTED " WS-OFR-FILE-TYPE
                     " period " WS-RCP-PERIOD
                     " receipt " WS-RCP-REFERENCE
                     DELIMITED BY SIZE INTO FS-KVRPTFILE
           END-EVALUATE
           WRITE FS-KVRPTFILE

           PERFORM CLEAR-RECEIPT.

       CLEAR-RECEIPT SECTION.
           MOVE SPACES TO WS-RCP-PERIOD
           MOVE "A" TO WS-RCP-OUTCOME
           MOVE SPACES TO WS-RCP-REFERENCE
           MOVE SPACES TO WS-RCP-DETAIL.

       RESOLVE-OUTPUT-PATHS SECTION.
           MOVE SPACES TO WS-ENV-OUTPUT-DIR
           ACCEPT WS-ENV-OUTPUT-DIR FROM ENVIRONMENT
             "INKASSO_OUTPUT_DIR"
           IF WS-ENV-OUTPUT-DIR NOT = SPACES
               MOVE WS-ENV-OUTPUT-DIR TO WS-OUTPUT-DIR
           END-IF

           MOVE WS-RUN-COMPANY TO WS-OFR-COMPANY
           MOVE "KVITT01" TO WS-OFR-PROGRAM
           MOVE SPACES TO WS-RECEIPT-PATH

           EVALUATE TRUE
               WHEN AGI-KVITTENS
                   MOVE "AGIKVITT" TO WS-FRG-FILE-TYPE
                   MOVE "AGI" TO WS-OFR-FILE-TYPE
                   MOVE "SKATTEVERKET" TO WS-OFR-RECEIVER
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\agikvittens.txt" DELIMITED BY SIZE
                     INTO WS-RECEIPT-PATH
               WHEN KFM-ANSWER
                   MOVE "KFMSVAR" TO WS-FRG-FILE-TYPE
                   MOVE "KFMRESP" TO WS-OFR-FILE-TYPE
                   MOVE "KRONOFOGDEN" TO WS-OFR-RECEIVER
                   MOVE "K1" TO WS-RECORD-TYPE
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\kfmsvar.txt" DELIMITED BY SIZE
                     INTO WS-RECEIPT-PATH
               WHEN PENSION-ACK
                   MOVE "PENKVITT" TO WS-FRG-FILE-TYPE
                   MOVE "PENSION" TO WS-OFR-FILE-TYPE
                   MOVE "PENSION PROVIDER" TO WS-OFR-RECEIVER
                   MOVE "P1" TO WS-RECORD-TYPE
                   STRING WS-OUTPUT-DIR DELIMITED BY SPACE
                     "\pensionkvitt.txt" DELIMITED BY SIZE
                     INTO WS-RECEIPT-PATH
           END-EVALUATE

           MOVE SPACES TO WS-KVRPT-PATH
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
             "\kvitt_report.txt" DELIMITED BY SIZE
             INTO WS-KVRPT-PATH.

       CONNECT-TO-DATABASE SECTION.
           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Database connection successful."
               WHEN OTHER
                   DISPLAY "KVITT01: Could not connect to "
                     "redwarriordb, SQL CODE: " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
