      *> THE CONDITIONS THAT MATTER - RECONCILIATION MISMATCH,
      *> ABEND/RESTART, EXCEPTION COUNT OVER THE THRESHOLD,
      *> OVERDUE CALENDAR PERIODS, BANK FILES HELD PAST THEIR
      *> VALUE DATE, EMPLOYMENT CONTRACTS ENDING OR NEARING THE LAS
      *> CONVERSION LIMIT (LASCHK01), A SICK-LEAVE CASE PAST ITS
      *> DUE DATE - DAY-15 NOTICE OR REHABILITATION PLAN (REHAB01),
      *> A RISE IN THE CROSS-TABLE INTEGRITY VIOLATIONS (RICHK01),
      *> AN AGREEMENT INSURANCE REPORT THAT DOES NOT MEET THE
      *> YEAR'S ACCRUALS (FORA01), A SOCIAL SECURITY COVERAGE
      *> CERTIFICATE ENDING WITHOUT A RENEWAL ON FILE (COVCHK01),
      *> AN OUTBOUND FILE REFUSED AS A RESEND, REJECTED BY ITS
      *> RECEIVER OR STILL WITHOUT A RECEIPT PAST ITS DUE DATE. THE
      *> NOTIFIER (ALERTN01) TURNS NEW EVENTS INTO MESSAGES ON THE
      *> DISTRIBUTION MECHANISM AND AN ALERT STAYS OPEN UNTIL
      *> SOMEBODY ACKNOWLEDGES IT BY NAME.
      *> Status: "NEW", "NOTIFIED" OR "ACKED".
      *> -------------------------------------------
           EXEC SQL DECLARE Events TABLE
