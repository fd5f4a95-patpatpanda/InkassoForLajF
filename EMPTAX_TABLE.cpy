      *> BIRTH YEAR EXACTLY THE WAY FEE_TABLE IS - THE CHARGE IS
      *> AGE-DEPENDENT, COMPUTED ON THE SAME GROSS THE RUN USED,
      *> AND NEVER TOUCHES THE EMPLOYEE'S NET PAY.
      *> EffectiveFrom/EffectiveTo: YYYYMMDD, EFFECTIVE-DATED THE
      *> SAME WAY Taxinfo IS (EffectiveTo = 0 MEANS STILL IN FORCE)
      *> SO NEXT YEAR'S RATES CAN BE LOADED AHEAD OF THE CHANGE.
      *> NULL ON ROWS FROM BEFORE THE COLUMNS EXISTED - SUCH A ROW
      *> IS IN FORCE FROM THE BEGINNING AND WITHOUT END.
      *> ChargeType: BLANK (OR NULL) FOR THE FULL EMPLOYER CHARGE;
      *> "ALPA" FOR THE GENERAL PAYROLL TAX (ALLMAN LONEAVGIFT) DUE
      *> FOR THE DAYS A SocialCoverage CERTIFICATE OF THAT TYPE
      *> COVERS - KEYED BY BIRTH YEAR THE SAME WAY, USUALLY ONE ROW
      *> SPANNING EVERY BIRTH YEAR.
      *> -------------------------------------------
           EXEC SQL DECLARE EMPTAX_TABLE TABLE
           ( MIN_BIRTHYEAR        int
           , MAX_BIRTHYEAR        int
           , EMPTAX_PERCENTAGE    decimal(4,2)
           , EffectiveFrom        int
           , EffectiveTo          int
           , ChargeType           char(4)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE EMPTAX_TABLE
           03 EMPTAX-TABLE-MIN-BIRTHYEAR      PIC S9(09)  COMP-5.
           03 EMPTAX-TABLE-MAX-BIRTHYEAR      PIC S9(09)  COMP-5.
           03 EMPTAX-TABLE-EMPTAX-PERCENTAGE  PIC S9(2)V9(2) COMP-3.
           03 EMPTAX-TABLE-EFFECTIVE-FROM     PIC S9(09)  COMP-5.
           03 EMPTAX-TABLE-EFFECTIVE-TO       PIC S9(09)  COMP-5.
           03 EMPTAX-TABLE-CHARGE-TYPE        PIC X(4).
             88 EMPTAX-TABLE-FULL-CHARGE      VALUE SPACES.
             88 EMPTAX-TABLE-PAYROLL-TAX      VALUE "ALPA".
