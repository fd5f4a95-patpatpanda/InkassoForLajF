      *> -------------------------------------------
      *> DECLARE TABLE for InboundFile
      *> ONE ROW PER PHYSICAL FILE AN IMPORT HAS READ: WHAT KIND
      *> OF FILE, WHERE IT CAME FROM, HOW MANY RECORDS, A HASH OF
      *> THE WHOLE CONTENT AND THE FILE'S OWN CREATION STAMP WHERE
      *> THE FORMAT CARRIES ONE. REGISTERED THROUGH FileRegModule
      *> BEFORE THE IMPORT APPLIES ANYTHING - CONTENT ALREADY
      *> ACCEPTED ONCE (SAME FileType, RecordCount AND HashTotal)
      *> IS REFUSED UNLESS A SUPERVISOR HAS FORCED IT (INBREG01).
      *> Scope: BLANK FOR THE STAND-ALONE IMPORTS. MAIN01 PUTS
      *> COMPANY+PERIOD+PAY GROUP HERE - THE SAME FILE RE-READ FOR
      *> THE SAME RUN (RESTART, PARTITIONS) IS NOT A DUPLICATE.
      *> Status: "RECEIVED" (REGISTERED, NOT YET APPLIED),
      *> "APPLIED", "REFUSED" (DUPLICATE - DuplicateOf NAMES THE
      *> FIRST ACCEPTANCE), "FORCE OK" (A SUPERVISOR HAS CLEARED
      *> THE REFUSED CONTENT TO BE READ AGAIN) OR "FORCED" (READ
      *> AGAIN UNDER THAT AUTHORITY).
      *> -------------------------------------------
           EXEC SQL DECLARE InboundFile TABLE
           ( FileId               int
           , FileType             char(10)     NOT NULL
           , FileName             char(80)     NOT NULL
           , Source               char(20)     NOT NULL
           , Scope                char(10)     NOT NULL
           , RecordCount          int          NOT NULL
           , HashTotal            int          NOT NULL
           , CreationStamp        char(14)     NOT NULL
           , ReceivedBy           char(10)     NOT NULL
           , ReceivedDate         int          NOT NULL
           , ReceivedTime         int          NOT NULL
           , AppliedDate          int
           , AppliedTime          int
           , AppliedCount         int
           , RejectedCount        int
           , Status               char(10)     NOT NULL
           , DuplicateOf          int
           , ForcedBy             char(8)
           , ForcedDate           int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE InboundFile
      *> -------------------------------------------
       01  DCLInboundFile.
           03 InboundFile-FileId              PIC S9(09)  COMP-5.
           03 InboundFile-FileType            PIC X(10).
           03 InboundFile-FileName            PIC X(80).
           03 InboundFile-Source              PIC X(20).
           03 InboundFile-Scope               PIC X(10).
           03 InboundFile-RecordCount         PIC S9(09)  COMP-5.
           03 InboundFile-HashTotal           PIC S9(09)  COMP-5.
           03 InboundFile-CreationStamp       PIC X(14).
           03 InboundFile-ReceivedBy          PIC X(10).
           03 InboundFile-ReceivedDate        PIC S9(09)  COMP-5.
           03 InboundFile-ReceivedTime        PIC S9(09)  COMP-5.
           03 InboundFile-AppliedDate         PIC S9(09)  COMP-5.
           03 InboundFile-AppliedTime         PIC S9(09)  COMP-5.
           03 InboundFile-AppliedCount        PIC S9(09)  COMP-5.
           03 InboundFile-RejectedCount       PIC S9(09)  COMP-5.
           03 InboundFile-Status              PIC X(10).
             88 InboundFile-Received          VALUE "RECEIVED".
             88 InboundFile-Applied           VALUE "APPLIED".
             88 InboundFile-Refused           VALUE "REFUSED".
             88 InboundFile-Force-Ok          VALUE "FORCE OK".
             88 InboundFile-Forced            VALUE "FORCED".
           03 InboundFile-DuplicateOf         PIC S9(09)  COMP-5.
           03 InboundFile-ForcedBy            PIC X(8).
           03 InboundFile-ForcedDate          PIC S9(09)  COMP-5.
