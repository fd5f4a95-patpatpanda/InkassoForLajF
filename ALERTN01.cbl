       COPY "Events.cpy".
       COPY "RunCalendar.cpy".
       COPY "BankFileHold.cpy".
       COPY "OutboundFile.cpy".

           EXEC SQL
           INCLUDE SQLCA
           ORDER BY HoldId
           END-EXEC.

      *    FILES SENT WHOSE RECEIVER'S RECEIPT IS PAST DUE - A
      *    DECLARATION OR PAYMENT THAT MAY NEVER HAVE ARRIVED.
           EXEC SQL
           DECLARE NoReceiptCursor CURSOR FOR
           SELECT FileId, FileType, CompanyCode, Period, Qualifier,
           AckDueDate
           FROM REDWARRIOR.dbo.OutboundFile
           WHERE Status = 'SENT'
             AND AckDueDate > 0
             AND AckDueDate < :WS-TODAY
           ORDER BY FileId
           END-EXEC.

       01 WS-OUTPUT-DIR PIC X(80)
            VALUE "C:\Projects\InkassoForLajF".
       01 WS-ENV-OUTPUT-DIR PIC X(80).
         88 OVERDUE-EOF VALUE 1.
       01 WS-SW4 PIC 9 VALUE 0.
         88 STALE-EOF VALUE 1.
       01 WS-SW5 PIC 9 VALUE 0.
         88 NORECEIPT-EOF VALUE 1.

       01 WS-NEW-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT PIC S9(09) COMP-5 VALUE 0.
       01 WS-EVT-ID-DISP PIC 9(9).
       01 WS-DATE-DISP PIC 9(8).
       01 WS-FILE-ID-DISP PIC 9(9).

       PROCEDURE DIVISION.


           PERFORM RAISE-OVERDUE-PERIODS
           PERFORM RAISE-STALE-BANK-HOLDS
           PERFORM RAISE-MISSING-RECEIPTS

           OPEN OUTPUT ALERTFILE

               CLOSE StaleHoldCursor
           END-EXEC.

       RAISE-MISSING-RECEIPTS SECTION.
           MOVE 0 TO WS-SW5

           EXEC SQL
               OPEN NoReceiptCursor
           END-EXEC

           PERFORM UNTIL NORECEIPT-EOF
               EXEC SQL
                   FETCH NoReceiptCursor INTO
                       :OutboundFile-FileId,
                       :OutboundFile-FileType,
                       :OutboundFile-CompanyCode,
                       :OutboundFile-Period,
                       :OutboundFile-Qualifier,
                       :OutboundFile-AckDueDate
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 100
                       SET NORECEIPT-EOF TO TRUE
                   WHEN 0
                       MOVE "NO RECEIPT" TO Events-EventType
                       MOVE OutboundFile-Period TO Events-Period
                       MOVE OutboundFile-CompanyCode
                         TO Events-CompanyCode
                       MOVE OutboundFile-FileId TO WS-FILE-ID-DISP
                       MOVE OutboundFile-AckDueDate TO WS-DATE-DISP
                       MOVE SPACES TO Events-Detail
                       STRING "File " WS-FILE-ID-DISP " "
                         OutboundFile-FileType " "
                         OutboundFile-Qualifier
                         " no receipt, due " WS-DATE-DISP
                         DELIMITED BY SIZE INTO Events-Detail
                       PERFORM RAISE-FILE-EVENT
                   WHEN OTHER
                       DISPLAY "ALERTN01: SQL ERROR ON RECEIPT "
                         "SCAN, CODE = " SQLCODE
                       SET NORECEIPT-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE NoReceiptCursor
           END-EXEC.

       RAISE-FILE-EVENT SECTION.
      *    SEVERAL FILES SHARE A PERIOD AND COMPANY - ONE OPEN
      *    ALERT PER FILE, SO THE DETAIL IS PART OF THE GUARD.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM REDWARRIOR.dbo.Events
               WHERE EventType = :Events-EventType
                 AND Period = :Events-Period
                 AND CompanyCode = :Events-CompanyCode
                 AND Detail = :Events-Detail
                 AND (Status = 'NEW' OR Status = 'NOTIFIED')
           END-EXEC

           IF WS-DUP-COUNT = 0
               PERFORM INSERT-ONE-EVENT
           END-IF.

       RAISE-ONE-EVENT SECTION.
      *    ONE OPEN ALERT PER TYPE, PERIOD AND COMPANY - A NIGHTLY
      *    SCAN MUST NOT STACK THE SAME CONDITION.
           END-EXEC

           IF WS-DUP-COUNT = 0
               PERFORM INSERT-ONE-EVENT
           END-IF.

       INSERT-ONE-EVENT SECTION.
           MOVE WS-TODAY TO Events-EventDate
           MOVE WS-NOW-TIME TO Events-EventTime

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.Events
               (EventType, EventDate, EventTime, Period,
               CompanyCode, Detail, Status)
               VALUES (:Events-EventType, :Events-EventDate,
               :Events-EventTime, :Events-Period,
               :Events-CompanyCode, :Events-Detail, 'NEW')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ALERTN01: SQL ERROR ON EVENT "
                 "INSERT, CODE = " SQLCODE
           END-IF.

       NOTIFY-NEW-EVENTS SECTION.
