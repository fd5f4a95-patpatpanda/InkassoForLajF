      *> -------------------------------------------
      *> FileRegParms - THE ONE PARAMETER BLOCK EVERY IMPORT
      *> PASSES TO FileRegModule TO REGISTER THE FILE IT READS.
      *> "I" START A FILE (CLEARS THE COUNT AND HASH)
      *> "H" ADD THE RECORD IN WS-FRG-RECORD TO THE COUNT AND HASH
      *> "C" CHECK THE COMPLETED FILE AGAINST THE REGISTRY AND
      *>     REGISTER IT - WS-FRG-RESULT "Y" APPLY IT, "F" APPLY IT
      *>     UNDER A SUPERVISOR'S FORCE, "N" DUPLICATE - DO NOT
      *>     APPLY, "E" REGISTRY NOT AVAILABLE - DO NOT APPLY
      *> "A" THE FILE IN WS-FRG-FILE-ID HAS BEEN APPLIED -
      *>     RECORD THE APPLIED AND REJECTED COUNTS
      *> -------------------------------------------
       01 WS-FRG-PARMS.
         05 WS-FRG-FUNCTION PIC X(1).
           88 FRG-START-FILE VALUE "I".
           88 FRG-HASH-RECORD VALUE "H".
           88 FRG-CHECK-FILE VALUE "C".
           88 FRG-MARK-APPLIED VALUE "A".
         05 WS-FRG-FILE-TYPE PIC X(10).
         05 WS-FRG-FILE-NAME PIC X(80).
         05 WS-FRG-SOURCE PIC X(20).
         05 WS-FRG-SCOPE PIC X(10).
         05 WS-FRG-PROGRAM PIC X(10).
         05 WS-FRG-STAMP PIC X(14).
         05 WS-FRG-RECORD PIC X(256).
         05 WS-FRG-RECORD-COUNT PIC S9(09) COMP-5.
         05 WS-FRG-HASH-TOTAL PIC S9(09) COMP-5.
         05 WS-FRG-APPLIED-COUNT PIC S9(09) COMP-5.
         05 WS-FRG-REJECTED-COUNT PIC S9(09) COMP-5.
         05 WS-FRG-FILE-ID PIC S9(09) COMP-5.
         05 WS-FRG-RESULT PIC X(1).
           88 FRG-FILE-MAY-APPLY VALUE "Y" "F".
           88 FRG-FILE-ACCEPTED VALUE "Y".
           88 FRG-FILE-FORCED VALUE "F".
           88 FRG-FILE-DUPLICATE VALUE "N".
           88 FRG-FILE-ERROR VALUE "E".
