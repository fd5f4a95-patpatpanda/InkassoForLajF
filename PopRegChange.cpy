      *> -------------------------------------------
      *> DECLARE TABLE for PopRegChange
      *> ONE ROW PER CHANGE THE POPULATION REGISTER (NAVET) IMPORT
      *> MADE TO AN EMPLOYEE - THE LOG OF WHAT THE REGISTER TOLD
      *> US AND WHAT THE MASTER SAID BEFORE. NAVET01 WRITES IT;
      *> NOTHING UPDATES IT.
      *> ChangeType:
      *>   ADDRESS    STREET/POSTAL_CODE/CITY/COUNTRY REPLACED
      *>   PROTECTED  PROTECTED IDENTITY (SKYDDAD IDENTITET) SET
      *>   UNPROTECT  PROTECTED IDENTITY LIFTED
      *>   DECEASED   DEATH REPORTED - DECEASED_DATE SET
      *>   EMIGRATED  EMIGRATION REPORTED - EMIGRATED_DATE SET
      *> BeforeImage/AfterImage: THE ADDRESS OR FLAG BEFORE AND
      *> AFTER. WHILE THE EMPLOYEE HAS A PROTECTED IDENTITY THE
      *> ADDRESS IS NOT WRITTEN HERE EITHER - THE IMAGE READS
      *> "PROTECTED IDENTITY".
      *> HoldId: THE PayrollHold ROW A DEATH OR EMIGRATION PUT
      *> THE EMPLOYEE ON (0 WHEN ONE WAS ALREADY HELD) - HR'S
      *> DECISION IS TAKEN ON THAT ROW IN HOLDREV01.
      *> InboundFileId: THE NOTIFICATION FILE ON InboundFile.
      *> -------------------------------------------
           EXEC SQL DECLARE PopRegChange TABLE
           ( ChangeId             int
           , EmployeeId           int          NOT NULL
           , CompanyCode          char(2)      NOT NULL
           , Personnummer         char(12)     NOT NULL
           , ChangeType           char(10)     NOT NULL
           , EventDate            int          NOT NULL
           , BeforeImage          char(60)     NOT NULL
           , AfterImage           char(60)     NOT NULL
           , ImportDate           int          NOT NULL
           , InboundFileId        int          NOT NULL
           , HoldId               int
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE PopRegChange
      *> -------------------------------------------
       01  DCLPopRegChange.
           03 PopRegChange-ChangeId           PIC S9(09)  COMP-5.
           03 PopRegChange-EmployeeId         PIC S9(09)  COMP-5.
           03 PopRegChange-CompanyCode        PIC X(2).
           03 PopRegChange-Personnummer       PIC X(12).
           03 PopRegChange-ChangeType         PIC X(10).
             88 PopRegChange-Address          VALUE "ADDRESS".
             88 PopRegChange-Protected        VALUE "PROTECTED".
             88 PopRegChange-Unprotect        VALUE "UNPROTECT".
             88 PopRegChange-Deceased         VALUE "DECEASED".
             88 PopRegChange-Emigrated        VALUE "EMIGRATED".
           03 PopRegChange-EventDate          PIC S9(09)  COMP-5.
           03 PopRegChange-BeforeImage        PIC X(60).
           03 PopRegChange-AfterImage         PIC X(60).
           03 PopRegChange-ImportDate         PIC S9(09)  COMP-5.
           03 PopRegChange-InboundFileId      PIC S9(09)  COMP-5.
           03 PopRegChange-HoldId             PIC S9(09)  COMP-5.
