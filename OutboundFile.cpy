      *> -------------------------------------------
      *> DECLARE TABLE for OutboundFile
      *> ONE ROW PER FILE A PROGRAM HAS PRODUCED FOR AN OUTSIDE
      *> RECEIVER - THE AGI DECLARATION, THE TAX, CREDITOR AND
      *> GARNISHMENT REMITTANCES, THE CASE-STATUS RESPONSE, THE SCB
      *> EXTRACT, THE PENSION FILE, THE SIE JOURNALS, THE DAY-15
      *> SICKNESS NOTIFICATIONS TO FORSAKRINGSKASSAN, THE ANNUAL
      *> WAGE REPORT TO THE AGREEMENT INSURER AND THE PAYROLL RESULT
      *> FEEDBACK TO THE HR AND TIME SYSTEMS. REGISTERED
      *> THROUGH OutFileModule AFTER THE FILE IS CLOSED: RECORD
      *> COUNT AND CONTENT HASH (THE SAME HASH InboundFile USES),
      *> PLUS UP TO TWO CONTROL SUMS THE PRODUCER NAMES:
      *>   AGI       GROSS / TAX WITHHELD
      *>   TAXREMIT  TAX / FEE
      *>   CREDREMIT AMOUNT / -          (Qualifier: DeductCode)
      *>   GARNPAY   AMOUNT / CASES
      *>   KFMRESP   WITHHELD / CASES
      *>   SCB       EMPLOYEES / SALARY
      *>   PENSION   EMPLOYEE / EMPLOYER CONTRIBUTIONS
      *>             (Qualifier: PAY GROUP + PAY CYCLE, OR "ALL"
      *>             WHEN CONSOL01 MERGED A PARTITIONED PERIOD)
      *>   SIE       DEBITS / CREDITS    (Qualifier: AS PENSION, OR
      *>             "VACYEAR" FOR VACROLL01, "INSACC" FOR INSACC01)
      *>   FKSICK    CASES / -           (Qualifier: RUN DAY + TIME,
      *>             DDHHMMSS - REHAB01 PRODUCES ONE PER RUN)
      *>   FORA      PREMIUM BASE / PREMIUM (Period: THE YEAR'S
      *>             DECEMBER)
      *>   FEEDBACK  EMPLOYEES / GROSS   (Qualifier: THE CONSUMER
      *>             FROM feedbackctl.dat)
      *> AckDueDate IS WHEN THE RECEIVER'S RECEIPT IS DUE, FROM
      *> outackctl.dat; 0 MEANS NO RECEIPT IS EXPECTED. KVITT01
      *> (OR AN OPERATOR IN OUTREG01) RECORDS THE RECEIPT.
      *> Status:
      *>   SENT       PRODUCED, NO RECEIPT YET
      *>   ACCEPTED   THE RECEIVER ACCEPTED IT
      *>   REJECTED   THE RECEIVER REJECTED IT - MAY BE SENT AGAIN
      *>   WITHDRAWN  FORMALLY WITHDRAWN IN OUTREG01 - MAY BE SENT
      *>              AGAIN
      *>   REFUSED    PRODUCED WHILE AN EARLIER FILE FOR THE SAME
      *>              TYPE, COMPANY, PERIOD AND QUALIFIER WAS STILL
      *>              SENT OR ACCEPTED (ResendOf) - NOT TO BE SENT
      *> -------------------------------------------
           EXEC SQL DECLARE OutboundFile TABLE
           ( FileId               int
           , FileType             char(10)     NOT NULL
           , FileName             char(80)     NOT NULL
           , Receiver             char(20)     NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , Period               char(6)      NOT NULL
           , Qualifier            char(8)      NOT NULL
           , RecordCount          int          NOT NULL
           , ControlSum1          int          NOT NULL
           , ControlSum2          int          NOT NULL
           , HashTotal            int          NOT NULL
           , ProducedBy           char(10)     NOT NULL
           , ProducedDate         int          NOT NULL
           , ProducedTime         int          NOT NULL
           , AckDueDate           int          NOT NULL
           , Status               char(10)     NOT NULL
           , ResendOf             int
           , AckDate              int
           , AckReference         char(30)
           , AckDetail            char(60)
           , AckFileId            int
           , WithdrawnBy          char(8)
           , WithdrawnDate        int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE OutboundFile
      *> -------------------------------------------
       01  DCLOutboundFile.
           03 OutboundFile-FileId             PIC S9(09)  COMP-5.
           03 OutboundFile-FileType           PIC X(10).
           03 OutboundFile-FileName           PIC X(80).
           03 OutboundFile-Receiver           PIC X(20).
           03 OutboundFile-CompanyCode        PIC X(2).
           03 OutboundFile-Period             PIC X(6).
           03 OutboundFile-Qualifier          PIC X(8).
           03 OutboundFile-RecordCount        PIC S9(09)  COMP-5.
           03 OutboundFile-ControlSum1        PIC S9(09)  COMP-5.
           03 OutboundFile-ControlSum2        PIC S9(09)  COMP-5.
           03 OutboundFile-HashTotal          PIC S9(09)  COMP-5.
           03 OutboundFile-ProducedBy         PIC X(10).
           03 OutboundFile-ProducedDate       PIC S9(09)  COMP-5.
           03 OutboundFile-ProducedTime       PIC S9(09)  COMP-5.
           03 OutboundFile-AckDueDate         PIC S9(09)  COMP-5.
           03 OutboundFile-Status             PIC X(10).
             88 OutboundFile-Sent             VALUE "SENT".
             88 OutboundFile-Accepted         VALUE "ACCEPTED".
             88 OutboundFile-Rejected         VALUE "REJECTED".
             88 OutboundFile-Withdrawn        VALUE "WITHDRAWN".
             88 OutboundFile-Refused          VALUE "REFUSED".
             88 OutboundFile-Blocks-Resend    VALUE "SENT"
                                                    "ACCEPTED".
           03 OutboundFile-ResendOf           PIC S9(09)  COMP-5.
           03 OutboundFile-AckDate            PIC S9(09)  COMP-5.
           03 OutboundFile-AckReference       PIC X(30).
           03 OutboundFile-AckDetail          PIC X(60).
           03 OutboundFile-AckFileId          PIC S9(09)  COMP-5.
           03 OutboundFile-WithdrawnBy        PIC X(8).
           03 OutboundFile-WithdrawnDate      PIC S9(09)  COMP-5.
