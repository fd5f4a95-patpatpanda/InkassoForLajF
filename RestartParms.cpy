      *> -------------------------------------------
      *> RestartParms - THE ONE PARAMETER BLOCK EVERY RESTARTABLE
      *> CORRECTION OR HOUSEKEEPING JOB PASSES TO RestartModule.
      *> THE RESTART POINT LIVES IN restart_<job>.dat IN THE
      *> CURRENT DIRECTORY, THE SAME PLACE MAIN01 KEEPS ITS
      *> checkpoint.dat.
      *> "R" READ THE RESTART POINT - WS-RST-RESULT "F" START
      *>     FRESH (NO FILE, OR THE LAST RUN FINISHED), "Y" RESUME
      *>     AFTER WS-RST-POINT (SAME JOB, SAME PARAMETERS), "D" AN
      *>     UNFINISHED RUN WITH OTHER PARAMETERS (WS-RST-FILE-PARMS)
      *>     IS ON FILE - THE CALLER ASKS BEFORE DISCARDING IT
      *> "S" THE RUN STARTS - WRITES THE RunAudit ROW (ResumedFrom
      *>     CARRIES WS-RST-POINT WHEN RESUMING) AND THE FILE
      *> "W" THE CALLER HAS JUST COMMITTED A BATCH - WS-RST-POINT IS
      *>     THE LAST ITEM IN IT, WS-RST-DONE-COUNT THE RUN'S TOTAL
      *> "E" THE RUN ENDS WITH WS-RST-OUTCOME - ON SUCCESS THE FILE
      *>     IS MARKED COMPLETE SO THE NEXT START IS FRESH
      *> -------------------------------------------
       01 WS-RST-PARMS.
         05 WS-RST-FUNCTION PIC X(1).
           88 RST-READ-POINT VALUE "R".
           88 RST-START-RUN VALUE "S".
           88 RST-WRITE-POINT VALUE "W".
           88 RST-END-RUN VALUE "E".
         05 WS-RST-JOB PIC X(10).
         05 WS-RST-JOB-PARMS PIC X(60).
         05 WS-RST-INVOKED-BY PIC X(30).
         05 WS-RST-COMPANY PIC X(2).
         05 WS-RST-POINT PIC X(30).
         05 WS-RST-DONE-COUNT PIC S9(09) COMP-5.
         05 WS-RST-OUTCOME PIC X(20).
         05 WS-RST-AUDIT-ID PIC S9(09) COMP-5.
         05 WS-RST-FILE-PARMS PIC X(60).
         05 WS-RST-FILE-DATE PIC 9(8).
         05 WS-RST-RESULT PIC X(1).
           88 RST-FRESH-START VALUE "F".
           88 RST-RESUME VALUE "Y".
           88 RST-OTHER-RUN-OPEN VALUE "D".
           88 RST-ERROR VALUE "E".
