      *> BY DISBUR01 AS THE BANK FILE IS PRODUCED. ITS EXISTENCE IS
      *> THE GUARD AGAINST EXTRACTING THE SAME PERIOD TWICE, AND THE
      *> RETURN-FILE PROCESSOR (BANKRET01) MATCHES REJECTIONS BACK
      *> AGAINST IT. Status: "SENT", "RETURNED", "REISSUED" OR
      *> "CANCELLED" (THE RUN WAS BACKED OUT BY BACKOUT01 WHILE ITS
      *> FILE WAS STILL HELD - NO LONGER COUNTS FOR THE GUARD).
      *> PayGroup/PayCycle SCOPE THE GUARD TO THE CYCLE BEING PAID
      *> - TWO BIWEEKLY CYCLES (OR AN OFF-CYCLE SETTLEMENT RUN
      *> UNDER ITS OWN CYCLE) IN THE SAME PERIOD EACH GET THEIR
             88 DisburseRegister-Sent         VALUE "SENT".
             88 DisburseRegister-Returned     VALUE "RETURNED".
             88 DisburseRegister-Reissued     VALUE "REISSUED".
             88 DisburseRegister-Cancelled    VALUE "CANCELLED".
           03 DisburseRegister-SentDate       PIC S9(09)  COMP-5.
           03 DisburseRegister-CompanyCode    PIC X(2).
           03 DisburseRegister-PayGroup       PIC X(2).
