      *> -------------------------------------------
      *> DECLARE TABLE for DocumentDelivery
      *> THE DELIVERY LOG - ONE ROW PER EMPLOYEE PER DOCUMENT RUN,
      *> WRITTEN BY MBX01 AS IT SPLITS THE PRINT FILES BETWEEN THE
      *> DIGITAL MAILBOX PROVIDER AND THE PAPER RUN.
      *> DocType: "P" PAYSLIP (MAIN01 payslips.txt), "A" ANNUAL
      *> STATEMENT (ANNSTM01), "T" TOTAL COMPENSATION STATEMENT
      *> (TOTCOMP01), "L" SALARY CHANGE LETTER (SALLTR01).
      *> DocPeriod IS THE PAY PERIOD YYYYMM FOR A PAYSLIP, THE
      *> LETTER RUN NNNNNN (ZERO-FILLED) FOR A LETTER AND THE YEAR
      *> YYYY (LEFT-JUSTIFIED) FOR THE OTHERS.
      *> Channel: "D" DIGITAL MAILBOX, "P" PAPER.
      *> Status: "SENT" (IN THE PROVIDER'S DELIVERY FILE, NOT YET
      *> CONFIRMED), "DELIVERED" (CONFIRMED IN THE RETURN FILE),
      *> "PRINTED" (PAPER FROM THE START - NOT REGISTERED WITH THE
      *> PROVIDER) OR "FALLBACK" (REJECTED BY THE PROVIDER AND
      *> MOVED TO THE PAPER FALLBACK RUN - Reason SAYS WHY).
      *> -------------------------------------------
           EXEC SQL DECLARE DocumentDelivery TABLE
           ( DeliveryId           int
           , EmployeeId           int          NOT NULL
           , DocType              char(1)      NOT NULL
           , DocPeriod            char(6)      NOT NULL
           , Channel              char(1)      NOT NULL
           , Status               char(10)     NOT NULL
           , Reason               char(30)
           , SentDate             int          NOT NULL
           , ReturnDate           int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE DocumentDelivery
      *> -------------------------------------------
       01  DCLDocumentDelivery.
           03 DocumentDelivery-DeliveryId     PIC S9(09)  COMP-5.
           03 DocumentDelivery-EmployeeId     PIC S9(09)  COMP-5.
           03 DocumentDelivery-DocType        PIC X(1).
             88 DocumentDelivery-Payslip      VALUE "P".
             88 DocumentDelivery-Annual       VALUE "A".
             88 DocumentDelivery-TotalComp    VALUE "T".
             88 DocumentDelivery-Letter       VALUE "L".
             88 DocumentDelivery-Type-Valid   VALUE "P" "A" "T" "L".
           03 DocumentDelivery-DocPeriod      PIC X(6).
           03 DocumentDelivery-Channel        PIC X(1).
             88 DocumentDelivery-Digital      VALUE "D".
             88 DocumentDelivery-Paper        VALUE "P".
           03 DocumentDelivery-Status         PIC X(10).
             88 DocumentDelivery-Sent         VALUE "SENT".
             88 DocumentDelivery-Delivered    VALUE "DELIVERED".
             88 DocumentDelivery-Printed      VALUE "PRINTED".
             88 DocumentDelivery-Fallback     VALUE "FALLBACK".
           03 DocumentDelivery-Reason         PIC X(30).
           03 DocumentDelivery-SentDate       PIC S9(09)  COMP-5.
           03 DocumentDelivery-ReturnDate     PIC S9(09)  COMP-5.
