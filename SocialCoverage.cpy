      *> -------------------------------------------
      *> DECLARE TABLE for SocialCoverage
      *> PER-EMPLOYEE SOCIAL SECURITY COVERAGE CERTIFICATES - THE A1
      *> (INTYG OM SOCIALFORSAKRINGSTILLHORIGHET) OR AN EQUIVALENT
      *> DECISION UNDER A SOCIAL SECURITY CONVENTION, FOR STAFF
      *> POSTED ABROAD OR FOREIGN STAFF STILL COVERED AT HOME.
      *> CoverageType: WHAT IS DUE IN SWEDEN FOR THE DAYS COVERED -
      *>   "NONE"  NO SWEDISH EMPLOYER CHARGE AT ALL
      *>   "ALPA"  THE GENERAL PAYROLL TAX (ALLMAN LONEAVGIFT) ONLY,
      *>           AT THE EMPTAX_TABLE RATE CARRYING ChargeType ALPA
      *> CountryCode: THE COUNTRY WHOSE SOCIAL SECURITY COVERS THE
      *> EMPLOYEE (ISO 3166 ALPHA-2), DECLARED ON THE AGI.
      *> CertificateRef: THE ISSUING AUTHORITY'S REFERENCE.
      *> ValidFrom/ValidTo: YYYYMMDD, THE CERTIFICATE'S VALIDITY
      *> (ValidTo = 0 MEANS UNTIL FURTHER NOTICE). EmpTaxModule
      *> REDUCES THE CHARGE FOR THE DAYS OF THE MONTH COVERED;
      *> COVCHK01 WARNS BEFORE ValidTo SO HR RENEWS IN TIME.
      *> MAINTAINED VIA COVMAINT - END-DATED, NEVER DELETED, SO A
      *> RERUN OF AN OLD PERIOD FINDS THE CERTIFICATE THEN HELD.
      *> -------------------------------------------
           EXEC SQL DECLARE SocialCoverage TABLE
           ( CoverageId           int
           , EmployeeId           int          NOT NULL
           , CoverageType         char(4)      NOT NULL
           , CountryCode          char(2)      NOT NULL
           , CertificateRef       char(20)     NOT NULL
           , ValidFrom            int          NOT NULL
           , ValidTo              int          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE SocialCoverage
      *> -------------------------------------------
       01  DCLSocialCoverage.
           03 SocialCoverage-CoverageId       PIC S9(09)  COMP-5.
           03 SocialCoverage-EmployeeId       PIC S9(09)  COMP-5.
           03 SocialCoverage-CoverageType     PIC X(4).
             88 SocialCoverage-No-Charge      VALUE "NONE".
             88 SocialCoverage-Payroll-Tax    VALUE "ALPA".
           03 SocialCoverage-CountryCode      PIC X(2).
           03 SocialCoverage-CertificateRef   PIC X(20).
           03 SocialCoverage-ValidFrom        PIC S9(09)  COMP-5.
           03 SocialCoverage-ValidTo          PIC S9(09)  COMP-5.
