
           EXEC SQL
               SELECT OperatorName, AuthBrackets, AuthReversals,
               COALESCE(AuthPayments, 'N'),
               COALESCE(AuthSupervisor, 'N'),
               COALESCE(AuthPersonalData, 'N')
               INTO :Operators-OperatorName,
               :Operators-AuthBrackets, :Operators-AuthReversals,
               :Operators-AuthPayments, :Operators-AuthSupervisor,
               :Operators-AuthPersonalData
               FROM REDWARRIOR.dbo.Operators
               WHERE OperatorId = :Operators-OperatorId
           END-EXEC
           DISPLAY "  18 = Period status cockpit (PERSTAT01)"
           DISPLAY "  19 = Calculation trace (CALCTRC01)"
           DISPLAY "  40 = Gross/net calculator (PAYCALC01)"
           DISPLAY "  41 = Bank holidays (HOLMAINT)"
           DISPLAY "  42 = Inbound file registry (INBREG01)"
           DISPLAY "  43 = Work schedules (SCHMAINT)"
           DISPLAY "  44 = Job classes (JOBMAINT)"
           DISPLAY "  45 = Minimum wages (MINMAINT)"
           DISPLAY "  46 = Salary exchange (SXMAINT)"
           DISPLAY "  47 = Commission plans (COMMAINT)"
           DISPLAY "  48 = Access recertification (ACCREC01)"
           DISPLAY "  49 = Period job stream (STRMCTL01)"
           DISPLAY "  50 = Outbound file register (OUTREG01)"
           DISPLAY "  51 = Customer projects (PROJMAINT)"

           IF Operator-May-Maintain-Brackets
               DISPLAY "--- Withholding configuration ---"
               DISPLAY "  26 = Church surcharge (CHSMAINT)"
               DISPLAY "  27 = Bracket approval (APPRV01)"
               DISPLAY "  28 = Salary revision (SALREV01)"
               DISPLAY "  29 = Commission payouts (COMM01)"
               DISPLAY "  37 = Social security coverage (COVMAINT)"
               DISPLAY "  38 = Loan benefit reference rate (RANTMAINT)"
           END-IF

           IF Operator-May-Book-Reversals
               DISPLAY "--- Adjustments ---"
               DISPLAY "  30 = Reversals (ADJUST01)"
               DISPLAY "  34 = Run backout (BACKOUT01)"
           END-IF

           IF Operator-May-Release-Payments
               DISPLAY "--- Payments ---"
               DISPLAY "  31 = Bank file release (BANKREL01)"
               DISPLAY "  33 = Bank account approval (BANKAPPR01)"
           END-IF

           IF Operator-May-See-Personal-Data
               DISPLAY "--- Personal data ---"
               DISPLAY "  35 = Register extract (REGUTD01)"
               DISPLAY "  36 = Rehabilitation cases (REHMAINT)"
               DISPLAY "  39 = Auditor sample packs (AUDPCK01)"
           END-IF

           IF Operator-Is-Supervisor
               DISPLAY "--- Supervisor ---"
               DISPLAY "  32 = Posting locks (LOCKMAINT)"
           END-IF

           DISPLAY "  Q  = Sign off"
                   MOVE "CALCTRC01" TO WS-PROGRAM-NAME
               WHEN "40"
                   MOVE "PAYCALC01" TO WS-PROGRAM-NAME
               WHEN "41"
                   MOVE "HOLMAINT" TO WS-PROGRAM-NAME
               WHEN "42"
                   MOVE "INBREG01" TO WS-PROGRAM-NAME
               WHEN "43"
                   MOVE "SCHMAINT" TO WS-PROGRAM-NAME
               WHEN "44"
                   MOVE "JOBMAINT" TO WS-PROGRAM-NAME
               WHEN "45"
                   MOVE "MINMAINT" TO WS-PROGRAM-NAME
               WHEN "46"
                   MOVE "SXMAINT" TO WS-PROGRAM-NAME
               WHEN "47"
                   MOVE "COMMAINT" TO WS-PROGRAM-NAME
               WHEN "48"
                   MOVE "ACCREC01" TO WS-PROGRAM-NAME
               WHEN "49"
                   MOVE "STRMCTL01" TO WS-PROGRAM-NAME
               WHEN "50"
                   MOVE "OUTREG01" TO WS-PROGRAM-NAME
               WHEN "51"
                   MOVE "PROJMAINT" TO WS-PROGRAM-NAME
               WHEN "20"
                   PERFORM PICK-BRACKET-PROGRAM
               WHEN "21"
                   PERFORM PICK-BRACKET-PROGRAM
               WHEN "28"
                   PERFORM PICK-BRACKET-PROGRAM
               WHEN "29"
                   PERFORM PICK-BRACKET-PROGRAM
               WHEN "37"
                   PERFORM PICK-BRACKET-PROGRAM
               WHEN "38"
                   PERFORM PICK-BRACKET-PROGRAM
               WHEN "30"
                   IF Operator-May-Book-Reversals
                       MOVE "ADJUST01" TO WS-PROGRAM-NAME
                       DISPLAY "That function needs reversal "
                         "authority."
                   END-IF
               WHEN "34"
                   IF Operator-May-Book-Reversals
                       MOVE "BACKOUT01" TO WS-PROGRAM-NAME
                   ELSE
                       DISPLAY "That function needs reversal "
                         "authority."
                   END-IF
               WHEN "31"
                   IF Operator-May-Release-Payments
                       MOVE "BANKREL01" TO WS-PROGRAM-NAME
                       DISPLAY "That function needs payment "
                         "authority."
                   END-IF
               WHEN "33"
                   IF Operator-May-Release-Payments
                       MOVE "BANKAPPR01" TO WS-PROGRAM-NAME
                   ELSE
                       DISPLAY "That function needs payment "
                         "authority."
                   END-IF
               WHEN "35"
                   IF Operator-May-See-Personal-Data
                       MOVE "REGUTD01" TO WS-PROGRAM-NAME
                   ELSE
                       DISPLAY "That function needs personal-data "
                         "authority."
                   END-IF
               WHEN "36"
                   IF Operator-May-See-Personal-Data
                       MOVE "REHMAINT" TO WS-PROGRAM-NAME
                   ELSE
                       DISPLAY "That function needs personal-data "
                         "authority."
                   END-IF
               WHEN "39"
                   IF Operator-May-See-Personal-Data
                       MOVE "AUDPCK01" TO WS-PROGRAM-NAME
                   ELSE
                       DISPLAY "That function needs personal-data "
                         "authority."
                   END-IF
               WHEN "32"
                   IF Operator-Is-Supervisor
                       MOVE "LOCKMAINT" TO WS-PROGRAM-NAME
                   ELSE
                       DISPLAY "That function needs supervisor "
                         "authority."
                   END-IF
               WHEN "Q "
                   SET QUIT-MENU TO TRUE
               WHEN "q "
                       MOVE "APPRV01" TO WS-PROGRAM-NAME
                   WHEN "28"
                       MOVE "SALREV01" TO WS-PROGRAM-NAME
                   WHEN "29"
                       MOVE "COMM01" TO WS-PROGRAM-NAME
                   WHEN "37"
                       MOVE "COVMAINT" TO WS-PROGRAM-NAME
                   WHEN "38"
                       MOVE "RANTMAINT" TO WS-PROGRAM-NAME
               END-EVALUATE
           END-IF.

