      *> -------------------------------------------
      *> OutFileParms - THE ONE PARAMETER BLOCK EVERY PROGRAM THAT
      *> PRODUCES A FILE FOR AN OUTSIDE RECEIVER PASSES TO
      *> OutFileModule, AND THAT A RECEIPT IMPORT PASSES TO RECORD
      *> THE RECEIVER'S ANSWER. THE KEY OF A FILE IS ITS TYPE,
      *> COMPANY, PERIOD AND QUALIFIER (SEE OutboundFile.cpy).
      *> "S" MAY THIS FILE BE SENT? - BEFORE ANYTHING IS WRITTEN.
      *>     WS-OFR-RESULT "Y" YES, "N" NO - AN EARLIER FILE FOR
      *>     THE KEY IS STILL SENT OR ACCEPTED (WS-OFR-FILE-ID),
      *>     "E" REGISTER NOT AVAILABLE. WITH "Y", WS-OFR-PRIOR-STATUS
      *>     IS "REJECTED" OR "WITHDRAWN" WHEN THE KEY WAS SENT
      *>     BEFORE AND RELEASED (WS-OFR-FILE-ID), SPACES WHEN NOT
      *> "O" REGISTER THE CLOSED FILE IN WS-OFR-FILE-NAME - THE
      *>     MODULE READS IT FOR THE RECORD COUNT AND HASH. "Y"
      *>     REGISTERED (OR THE SAME CONTENT WAS ALREADY), "N"
      *>     REFUSED AS A RESEND - NOT TO BE SENT, "E" ERROR
      *> "K" RECORD THE RECEIVER'S RECEIPT (WS-OFR-ACK-*) AGAINST
      *>     THE FILE IN WS-OFR-FILE-ID, OR WHEN THAT IS 0 EVERY
      *>     SENT FILE FOR THE KEY (A BLANK QUALIFIER MATCHES ANY).
      *>     "Y" RECORDED, "M" NO SENT FILE MATCHES, "E" ERROR
      *> -------------------------------------------
       01 WS-OFR-PARMS.
         05 WS-OFR-FUNCTION PIC X(1).
           88 OFR-CHECK-RESEND VALUE "S".
           88 OFR-REGISTER-FILE VALUE "O".
           88 OFR-RECORD-RECEIPT VALUE "K".
         05 WS-OFR-FILE-TYPE PIC X(10).
         05 WS-OFR-FILE-NAME PIC X(80).
         05 WS-OFR-RECEIVER PIC X(20).
         05 WS-OFR-COMPANY PIC X(2).
         05 WS-OFR-PERIOD PIC X(6).
         05 WS-OFR-QUALIFIER PIC X(8).
         05 WS-OFR-PROGRAM PIC X(10).
         05 WS-OFR-CONTROL-SUM-1 PIC S9(09) COMP-5.
         05 WS-OFR-CONTROL-SUM-2 PIC S9(09) COMP-5.
         05 WS-OFR-RECORD-COUNT PIC S9(09) COMP-5.
         05 WS-OFR-HASH-TOTAL PIC S9(09) COMP-5.
         05 WS-OFR-ACK-OUTCOME PIC X(1).
           88 OFR-ACK-ACCEPTED VALUE "A".
           88 OFR-ACK-REJECTED VALUE "R".
         05 WS-OFR-ACK-REFERENCE PIC X(30).
         05 WS-OFR-ACK-DETAIL PIC X(60).
         05 WS-OFR-ACK-FILE-ID PIC S9(09) COMP-5.
         05 WS-OFR-FILE-ID PIC S9(09) COMP-5.
         05 WS-OFR-PRIOR-STATUS PIC X(10).
           88 OFR-PRIOR-RELEASED VALUE "REJECTED" "WITHDRAWN".
         05 WS-OFR-RESULT PIC X(1).
           88 OFR-MAY-SEND VALUE "Y".
           88 OFR-DONE VALUE "Y".
           88 OFR-RESEND-REFUSED VALUE "N".
           88 OFR-NO-MATCH VALUE "M".
           88 OFR-ERROR VALUE "E".
