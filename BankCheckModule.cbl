       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankCheckModule.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    THE CLEARING RANGES AND THE CHECK-DIGIT RULE EACH BANK
      *    USES, AFTER BANKGIROT'S PUBLISHED ACCOUNT NUMBER RULES:
      *    "11" TYPE 1, MOD 11 OVER THE LAST 3 CLEARING DIGITS AND
      *         THE 7-DIGIT ACCOUNT
      *    "12" TYPE 1, MOD 11 OVER ALL 4 CLEARING DIGITS AND THE
      *         7-DIGIT ACCOUNT
      *    "21" TYPE 2, MOD 10 OVER A 10-DIGIT ACCOUNT
      *    "22" TYPE 2, MOD 11 OVER A 9-DIGIT ACCOUNT
      *    "23" TYPE 2, MOD 10 OVER AN ACCOUNT OF UP TO 10 DIGITS
      *    THE SINGLE-NUMBER RANGES (NORDEA PERSONKONTO 3300, 3782)
      *    COME FIRST SO THEY WIN OVER THE RANGES AROUND THEM.
       01 WS-RULE-VALUES.
         05 FILLER PIC X(10) VALUE "3300330023".
         05 FILLER PIC X(10) VALUE "3782378223".
         05 FILLER PIC X(10) VALUE "1100119911".
         05 FILLER PIC X(10) VALUE "1200139911".
         05 FILLER PIC X(10) VALUE "1400209911".
         05 FILLER PIC X(10) VALUE "2300239912".
         05 FILLER PIC X(10) VALUE "2400249911".
         05 FILLER PIC X(10) VALUE "3000329911".
         05 FILLER PIC X(10) VALUE "3301339911".
         05 FILLER PIC X(10) VALUE "3410399911".
         05 FILLER PIC X(10) VALUE "5000599911".
         05 FILLER PIC X(10) VALUE "6000699922".
         05 FILLER PIC X(10) VALUE "7000799911".
         05 FILLER PIC X(10) VALUE "8000899923".
         05 FILLER PIC X(10) VALUE "9120912411".
         05 FILLER PIC X(10) VALUE "9130914911".
         05 FILLER PIC X(10) VALUE "9150916912".
         05 FILLER PIC X(10) VALUE "9170917911".
         05 FILLER PIC X(10) VALUE "9180918921".
         05 FILLER PIC X(10) VALUE "9250925911".
         05 FILLER PIC X(10) VALUE "9300934921".
         05 FILLER PIC X(10) VALUE "9390939912".
         05 FILLER PIC X(10) VALUE "9400944911".
         05 FILLER PIC X(10) VALUE "9460946911".
         05 FILLER PIC X(10) VALUE "9500954923".
         05 FILLER PIC X(10) VALUE "9550956912".
         05 FILLER PIC X(10) VALUE "9570957921".
         05 FILLER PIC X(10) VALUE "9590959912".
         05 FILLER PIC X(10) VALUE "9630963911".
         05 FILLER PIC X(10) VALUE "9660966912".
         05 FILLER PIC X(10) VALUE "9670967912".
         05 FILLER PIC X(10) VALUE "9680968912".
         05 FILLER PIC X(10) VALUE "9700970912".
         05 FILLER PIC X(10) VALUE "9880988912".
         05 FILLER PIC X(10) VALUE "9960996923".
       01 WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
         05 WS-RULE-ENTRY OCCURS 35 TIMES.
           10 WS-RULE-FROM PIC 9(4).
           10 WS-RULE-TO PIC 9(4).
           10 WS-RULE-TYPE PIC X(2).
       01 WS-RULE-COUNT PIC 9(2) VALUE 35.
       01 WS-RULE-INX PIC 9(2) VALUE 0.
       01 WS-FOUND-TYPE PIC X(2) VALUE SPACES.

       01 WS-CLEARING-4 PIC X(4).
       01 WS-CLEARING-NUM REDEFINES WS-CLEARING-4 PIC 9(4).
       01 WS-FIVE-DIGIT PIC X VALUE "N".
         88 FIVE-DIGIT-CLEARING VALUE "Y".

      *    THE DIGIT STRING ONE CHECK RUNS OVER, RIGHT-ALIGNED -
      *    LEADING ZEROS WEIGH NOTHING UNDER EITHER RULE.
       01 WS-CHK-DIGITS PIC X(11).
       01 WS-CHK-INX PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHK-WEIGHT PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHK-PRODUCT PIC S9(4) COMP-5 VALUE 0.
       01 WS-CHK-SUM PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHK-DIGIT PIC 9 VALUE 0.

       LINKAGE SECTION.
      *    CLEARING AND ACCOUNT AS BANKMAINT HOLDS THEM - DIGITS
      *    ONLY, RIGHT-ALIGNED AND ZERO-FILLED. A 4-DIGIT CLEARING
      *    IS "0NNNN"; ONLY SWEDBANK'S 8NNN-N USES ALL FIVE.
      *    RESULT "Y" THE NUMBERS PASS THEIR BANK'S CHECK-DIGIT
      *    RULE, "N" THEY DO NOT (REASON SAYS WHY), "U" THE
      *    CLEARING IS IN NO RANGE KNOWN HERE - NOT CHECKED.
       01 WS-BCK-CLEARING PIC X(5).
       01 WS-BCK-ACCOUNT PIC X(12).
       01 WS-BCK-RESULT PIC X(1).
         88 BCK-VERIFIED VALUE "Y".
         88 BCK-INVALID VALUE "N".
         88 BCK-UNKNOWN-RANGE VALUE "U".
       01 WS-BCK-REASON PIC X(40).

       PROCEDURE DIVISION USING WS-BCK-CLEARING
                                WS-BCK-ACCOUNT
                                WS-BCK-RESULT
                                WS-BCK-REASON.

           SET BCK-VERIFIED TO TRUE
           MOVE SPACES TO WS-BCK-REASON

           IF WS-BCK-CLEARING(1:1) = "0"
               MOVE WS-BCK-CLEARING(2:4) TO WS-CLEARING-4
               MOVE "N" TO WS-FIVE-DIGIT
           ELSE
               MOVE WS-BCK-CLEARING(1:4) TO WS-CLEARING-4
               MOVE "Y" TO WS-FIVE-DIGIT
           END-IF

           PERFORM FIND-CLEARING-RULE

           EVALUATE TRUE
               WHEN WS-FOUND-TYPE = SPACES
                   SET BCK-UNKNOWN-RANGE TO TRUE
                   MOVE "No check-digit rule for this clearing"
                     TO WS-BCK-REASON
               WHEN FIVE-DIGIT-CLEARING AND
                    WS-CLEARING-4(1:1) NOT = "8"
                   SET BCK-INVALID TO TRUE
                   MOVE "Only Swedbank 8xxx-x has 5 clearing digits"
                     TO WS-BCK-REASON
               WHEN WS-FOUND-TYPE = "11"
                   PERFORM CHECK-TYPE-1-SHORT
               WHEN WS-FOUND-TYPE = "12"
                   PERFORM CHECK-TYPE-1-FULL
               WHEN WS-FOUND-TYPE = "21"
                   PERFORM CHECK-TYPE-2-MOD10
               WHEN WS-FOUND-TYPE = "22"
                   PERFORM CHECK-TYPE-2-MOD11
               WHEN OTHER
                   PERFORM CHECK-TYPE-2-MOD10-SHORT
           END-EVALUATE

           EXIT PROGRAM.

       FIND-CLEARING-RULE SECTION.
           MOVE SPACES TO WS-FOUND-TYPE

           PERFORM VARYING WS-RULE-INX FROM 1 BY 1
             UNTIL WS-RULE-INX > WS-RULE-COUNT
                OR WS-FOUND-TYPE NOT = SPACES
               IF WS-CLEARING-NUM >= WS-RULE-FROM(WS-RULE-INX) AND
                  WS-CLEARING-NUM <= WS-RULE-TO(WS-RULE-INX)
                   MOVE WS-RULE-TYPE(WS-RULE-INX) TO WS-FOUND-TYPE
               END-IF
           END-PERFORM.

       CHECK-TYPE-1-SHORT SECTION.
           IF WS-BCK-ACCOUNT(1:5) NOT = "00000"
               SET BCK-INVALID TO TRUE
               MOVE "This bank's accounts have 7 digits"
                 TO WS-BCK-REASON
           ELSE
               STRING "0" WS-CLEARING-4(2:3) WS-BCK-ACCOUNT(6:7)
                 DELIMITED BY SIZE INTO WS-CHK-DIGITS
               PERFORM CHECK-MOD-11
           END-IF.

       CHECK-TYPE-1-FULL SECTION.
           IF WS-BCK-ACCOUNT(1:5) NOT = "00000"
               SET BCK-INVALID TO TRUE
               MOVE "This bank's accounts have 7 digits"
                 TO WS-BCK-REASON
           ELSE
               STRING WS-CLEARING-4 WS-BCK-ACCOUNT(6:7)
                 DELIMITED BY SIZE INTO WS-CHK-DIGITS
               PERFORM CHECK-MOD-11
           END-IF.

       CHECK-TYPE-2-MOD10 SECTION.
           IF WS-BCK-ACCOUNT(1:2) NOT = "00" OR
              WS-BCK-ACCOUNT(3:1) = "0"
               SET BCK-INVALID TO TRUE
               MOVE "This bank's accounts have 10 digits"
                 TO WS-BCK-REASON
           ELSE
               STRING "0" WS-BCK-ACCOUNT(3:10)
                 DELIMITED BY SIZE INTO WS-CHK-DIGITS
               PERFORM CHECK-MOD-10
           END-IF.

       CHECK-TYPE-2-MOD11 SECTION.
           IF WS-BCK-ACCOUNT(1:3) NOT = "000"
               SET BCK-INVALID TO TRUE
               MOVE "This bank's accounts have 9 digits"
                 TO WS-BCK-REASON
           ELSE
               STRING "00" WS-BCK-ACCOUNT(4:9)
                 DELIMITED BY SIZE INTO WS-CHK-DIGITS
               PERFORM CHECK-MOD-11
           END-IF.

       CHECK-TYPE-2-MOD10-SHORT SECTION.
      *    SWEDBANK'S FIFTH CLEARING DIGIT IS ITSELF A MOD 10 CHECK
      *    OVER THE CLEARING NUMBER.
           IF FIVE-DIGIT-CLEARING
               STRING "000000" WS-BCK-CLEARING
                 DELIMITED BY SIZE INTO WS-CHK-DIGITS
               PERFORM CHECK-MOD-10
               IF BCK-INVALID
                   MOVE "Clearing check digit is wrong"
                     TO WS-BCK-REASON
               END-IF
           END-IF

           IF BCK-VERIFIED
               IF WS-BCK-ACCOUNT(1:2) NOT = "00"
                   SET BCK-INVALID TO TRUE
                   MOVE "This bank's accounts have at most 10 digits"
                     TO WS-BCK-REASON
               ELSE
                   STRING "0" WS-BCK-ACCOUNT(3:10)
                     DELIMITED BY SIZE INTO WS-CHK-DIGITS
                   PERFORM CHECK-MOD-10
               END-IF
           END-IF.

       CHECK-MOD-11 SECTION.
      *    WEIGHTS 1, 2, ... 10 FROM THE RIGHTMOST DIGIT, THEN
      *    AROUND AGAIN - THE WEIGHTED SUM MUST DIVIDE BY 11.
           MOVE 0 TO WS-CHK-SUM
           MOVE 0 TO WS-CHK-WEIGHT

           PERFORM VARYING WS-CHK-INX FROM 11 BY -1
             UNTIL WS-CHK-INX < 1
               ADD 1 TO WS-CHK-WEIGHT
               IF WS-CHK-WEIGHT > 10
                   MOVE 1 TO WS-CHK-WEIGHT
               END-IF
               MOVE WS-CHK-DIGITS(WS-CHK-INX:1) TO WS-CHK-DIGIT
               COMPUTE WS-CHK-SUM =
                 WS-CHK-SUM + WS-CHK-DIGIT * WS-CHK-WEIGHT
           END-PERFORM

           IF FUNCTION MOD(WS-CHK-SUM, 11) NOT = 0
               SET BCK-INVALID TO TRUE
               MOVE "Account check digit is wrong (mod 11)"
                 TO WS-BCK-REASON
           END-IF.

       CHECK-MOD-10 SECTION.
      *    WEIGHTS 1, 2, 1, 2 ... FROM THE RIGHTMOST DIGIT, A
      *    TWO-DIGIT PRODUCT COUNTING AS ITS DIGIT SUM - THE
      *    WEIGHTED SUM MUST DIVIDE BY 10.
           MOVE 0 TO WS-CHK-SUM
           MOVE 2 TO WS-CHK-WEIGHT

           PERFORM VARYING WS-CHK-INX FROM 11 BY -1
             UNTIL WS-CHK-INX < 1
               IF WS-CHK-WEIGHT = 2
                   MOVE 1 TO WS-CHK-WEIGHT
               ELSE
                   MOVE 2 TO WS-CHK-WEIGHT
               END-IF
               MOVE WS-CHK-DIGITS(WS-CHK-INX:1) TO WS-CHK-DIGIT
               COMPUTE WS-CHK-PRODUCT = WS-CHK-DIGIT * WS-CHK-WEIGHT
               IF WS-CHK-PRODUCT > 9
                   SUBTRACT 9 FROM WS-CHK-PRODUCT
               END-IF
               ADD WS-CHK-PRODUCT TO WS-CHK-SUM
           END-PERFORM

           IF FUNCTION MOD(WS-CHK-SUM, 10) NOT = 0
               SET BCK-INVALID TO TRUE
               MOVE "Account check digit is wrong (mod 10)"
                 TO WS-BCK-REASON
           END-IF.
