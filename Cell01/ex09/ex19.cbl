      *                  so the end stamp logs the real step code
      *                  and the call no longer wipes RETURN-CODE
      *                  to zero on return.
      * 2026-10-15  JCM  Menu option 6 (batch operation code 6, the
      *                  function in the sub-code) adds financial
      *                  functions: compound interest, periodic loan
      *                  payment, present and future value, simple
      *                  interest between two dates (actual/365,
      *                  actual/360 or 30/360), and a full
      *                  amortization schedule written to CALCOUT.
      *                  CALCIN records carry the amount, annual rate,
      *                  periods, periods a year, dates and day-count
      *                  basis after NUM2. Each figure is logged on
      *                  CALCAUD with every term that went into it,
      *                  so a quoted figure can be reproduced.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      * ONE BATCH CALCULATION PER RECORD -- THE OPERATION CODE
      * MATCHES THE MENU OPTIONS, AND THE SUB-CODE CARRIES OPTION
      * 5'S PERCENT/MODULO CHOICE OR OPTION 6'S FINANCIAL FUNCTION.
      * THE TERMS AFTER NUM2 ARE READ ONLY FOR OPTION 6, WHICH
      * NEEDS ALL OF THEM NUMERIC (ZERO WHERE THE FUNCTION DOES NOT
      * USE ONE); THE OTHER OPTIONS MAY END THE RECORD AT NUM2.
       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD.
           05  TX-OPTION               PIC 9(01).
                                       SIGN IS LEADING SEPARATE.
           05  TX-NUM2                 PIC S9(05)V9(02)
                                       SIGN IS LEADING SEPARATE.
           05  TX-AMOUNT               PIC 9(09)V9(02).
           05  TX-RATE                 PIC 9(03)V9(04).
           05  TX-PERIODS              PIC 9(03).
           05  TX-FREQUENCY            PIC 9(02).
           05  TX-START-DATE           PIC 9(08).
           05  TX-END-DATE             PIC 9(08).
           05  TX-BASIS                PIC 9(01).

       FD  CALC-RESULT-FILE.
       01  CALC-RESULT-RECORD          PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           88  OPTION-MULTIPLY             VALUE 3.
           88  OPTION-DIVIDE                VALUE 4.
           88  OPTION-PERCENT-MODULO        VALUE 5.
           88  OPTION-FINANCIAL             VALUE 6.
           88  OPTION-EXIT                  VALUE 9.
       01  CA-DONE-SWITCH              PIC X(01) VALUE "N".
           88  CA-DONE                     VALUE "Y".
           88  CA-OP-ERROR                 VALUE "Y".
       01  CA-COUNT-READ               PIC 9(07) VALUE 0.
       01  CA-COUNT-ERRORS             PIC 9(07) VALUE 0.
       01  CA-RESULT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  CA-RESULT-OPEN              VALUE "Y".

       01  CA-RESULT-LINE.
           05  RS-OPTION               PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RS-ERROR-FLAG           PIC X(01).

      * OPTION 6'S RESULTS LINE -- THE TERMS AS THEY WERE USED
       01  CA-FIN-RESULT-LINE.
           05  RF-OPTION               PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-SUBCODE              PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-AMOUNT               PIC 9(09).9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-RATE                 PIC 9(03).9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-PERIODS              PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-FREQUENCY            PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-BASIS                PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-RESULT               PIC 9(09).9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-ERROR-FLAG           PIC X(01).

      * PERCENTAGE / MODULO SUB-SELECTION
       01  CA-PCT-MOD-CHOICE           PIC 9(01).
           88  PCT-MOD-IS-PERCENT          VALUE 1.
           88  PCT-MOD-IS-MODULO            VALUE 2.
       01  CA-MOD-QUOTIENT             PIC S9(05).

      * FINANCIAL FUNCTION SUB-SELECTION
       01  CA-FIN-CHOICE               PIC 9(01).
           88  FIN-IS-COMPOUND-INTEREST    VALUE 1.
           88  FIN-IS-LOAN-PAYMENT         VALUE 2.
           88  FIN-IS-PRESENT-VALUE        VALUE 3.
           88  FIN-IS-FUTURE-VALUE         VALUE 4.
           88  FIN-IS-DAY-COUNT            VALUE 5.
           88  FIN-IS-SCHEDULE             VALUE 6.
           88  FIN-USES-PERIODS            VALUE 1 2 3 4 6.

      * FINANCIAL TERMS -- THE AMOUNT, THE ANNUAL RATE IN PERCENT,
      * THE NUMBER OF PERIODS AND HOW MANY FALL IN A YEAR, THE
      * START DATE (THE FIRST PAYMENT DATE FOR A SCHEDULE), AND FOR
      * DAY-COUNT INTEREST THE END DATE AND THE DAY-COUNT BASIS
       01  CA-AMOUNT                   PIC 9(09)V9(02).
       01  CA-RATE                     PIC 9(03)V9(04).
       01  CA-PERIODS                  PIC 9(03).
       01  CA-FREQUENCY                PIC 9(02).
           88  CA-FREQUENCY-VALID          VALUE 1 2 3 4 6 12.
       01  CA-START-DATE               PIC 9(08).
       01  CA-START-PARTS REDEFINES CA-START-DATE.
           05  CA-START-CCYY           PIC 9(04).
           05  CA-START-MM             PIC 9(02).
           05  CA-START-DD             PIC 9(02).
       01  CA-END-DATE                 PIC 9(08).
       01  CA-END-PARTS REDEFINES CA-END-DATE.
           05  CA-END-CCYY             PIC 9(04).
           05  CA-END-MM               PIC 9(02).
           05  CA-END-DD               PIC 9(02).
       01  CA-BASIS                    PIC 9(01).
           88  BASIS-ACTUAL-365            VALUE 1.
           88  BASIS-ACTUAL-360            VALUE 2.
           88  BASIS-30-360                VALUE 3.
       01  CA-FIN-RESULT               PIC 9(09)V9(02).
       01  CA-FIN-RESULT-EDIT          PIC ZZZ,ZZZ,ZZ9.99.

      * FINANCIAL WORK FIELDS -- THE RATE PER PERIOD, ONE PLUS THAT
      * RATE RAISED TO THE NUMBER OF PERIODS, AND A WIDE AMOUNT FOR
      * THE PRODUCTS, EACH TAKEN IN ITS OWN STEP SO NO INTERMEDIATE
      * RESULT LOSES ITS DECIMAL PLACES
       01  CA-PERIOD-RATE              PIC 9(02)V9(12).
       01  CA-GROWTH-BASE              PIC 9(02)V9(12).
       01  CA-GROWTH-FACTOR            PIC 9(07)V9(12).
       01  CA-FACTOR-LESS-ONE          PIC 9(07)V9(12).
       01  CA-WORK-AMOUNT              PIC 9(13)V9(08).
       01  CA-DAY-COUNT                PIC S9(07).
       01  CA-DAY-COUNT-EDIT           PIC Z(06)9.
       01  CA-START-DAY                PIC 9(02).
       01  CA-END-DAY                  PIC 9(02).
       01  CA-BASIS-DIVISOR            PIC 9(05).

      * DATE CHECKING AND STEPPING -- A DATE IS VALID WHEN ITS DAY
      * DOES NOT PASS THE LAST DAY OF ITS MONTH, FOUND THE WAY THE
      * PAY CYCLE FINDS ITS PERIOD END: THE DAY BEFORE THE FIRST OF
      * THE NEXT MONTH
       01  CA-CHECK-DATE               PIC 9(08).
       01  CA-CHECK-PARTS REDEFINES CA-CHECK-DATE.
           05  CA-DT-CCYY              PIC 9(04).
           05  CA-DT-MM                PIC 9(02).
           05  CA-DT-DD                PIC 9(02).
       01  CA-DATE-SWITCH              PIC X(01) VALUE "Y".
           88  CA-DATE-VALID               VALUE "Y".
       01  CA-NEXT-CCYY                PIC 9(04).
       01  CA-NEXT-MM                  PIC 9(02).
       01  CA-NEXT-FIRST               PIC 9(08).
       01  CA-LAST-INT                 PIC 9(07).
       01  CA-LAST-DATE                PIC 9(08).
       01  CA-LAST-PARTS REDEFINES CA-LAST-DATE.
           05  FILLER                  PIC 9(06).
           05  CA-LAST-DD              PIC 9(02).
       01  CA-MONTHS-APART             PIC 9(02).
       01  CA-MONTH-OFFSET             PIC 9(05).
       01  CA-MONTH-COUNT              PIC 9(06).
       01  CA-MONTH-REMAINDER          PIC 9(02).

      * AMORTIZATION SCHEDULE -- RUNNING BALANCE, ONE PAYMENT'S
      * SPLIT, AND THE TOTALS
       01  CA-PAYMENT-NO               PIC 9(04).
       01  CA-BALANCE                  PIC S9(09)V9(02).
       01  CA-SCHED-INTEREST           PIC S9(09)V9(02).
       01  CA-SCHED-PRINCIPAL          PIC S9(09)V9(02).
       01  CA-SCHED-PAYMENT            PIC S9(09)V9(02).
       01  CA-TOTAL-PAID               PIC S9(11)V9(02).
       01  CA-TOTAL-INTEREST           PIC S9(11)V9(02).
       01  CA-SCHED-RECORD             PIC X(80).

       01  SH-TITLE-LINE.
           05  FILLER                  PIC X(23) VALUE
               "AMORTIZATION SCHEDULE".
           05  SH-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE " AT ".
           05  SH-RATE                 PIC ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE "% ".
           05  SH-PERIODS              PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE " PAYMENTS ".
           05  SH-FREQUENCY            PIC Z9.
           05  FILLER                  PIC X(07) VALUE " A YEAR".
       01  SH-PAYMENT-LINE.
           05  FILLER                  PIC X(22) VALUE
               "FIRST PAYMENT DUE ON ".
           05  SH-FIRST-DATE           PIC 9(08).
           05  FILLER                  PIC X(22) VALUE
               "   PERIODIC PAYMENT ".
           05  SH-PAYMENT              PIC ZZZ,ZZZ,ZZ9.99.
       01  SH-COLUMN-LINE.
           05  FILLER                  PIC X(27) VALUE
               " NO DUE DATE        PAYMENT".
           05  FILLER                  PIC X(15) VALUE
               "       INTEREST".
           05  FILLER                  PIC X(15) VALUE
               "      PRINCIPAL".
           05  FILLER                  PIC X(15) VALUE
               "        BALANCE".
       01  SH-DETAIL-LINE.
           05  SD-PAYMENT-NO           PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-DUE-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-PAYMENT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-INTEREST             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-PRINCIPAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SD-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
       01  SH-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
               "TOTALS -- PAID ".
           05  ST-PAID                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE "  INTEREST ".
           05  ST-INTEREST             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * VALIDATED-ACCEPT CALL FIELDS
       01  CA-VA-PROMPT-1              PIC X(60).
       01  CA-VA-PROMPT-2              PIC X(60) VALUE SPACES.
           05  AL-NUM2                 PIC -9(05).9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AL-RESULT               PIC -9(07).9(02).

      * OPTION 6'S AUDIT LINE -- DATE, TIME AND OPTION IN THE SAME
      * PLACES, THEN EVERY TERM NEEDED TO REPRODUCE THE FIGURE. THE
      * TERMS AREA CARRIES PERIODS, PERIODS PER YEAR AND (FOR A
      * SCHEDULE) THE FIRST PAYMENT DATE, OR FOR DAY-COUNT INTEREST
      * THE TWO DATES AND THE BASIS.
       01  CA-FIN-AUDIT-LINE.
           05  FL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-TIME                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-OPTION               PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-SUBCODE              PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-AMOUNT               PIC 9(09).9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-RATE                 PIC 9(03).9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-TERMS                PIC X(19).
           05  FL-TERMS-PERIODIC REDEFINES FL-TERMS.
               10  FL-PERIODS          PIC 9(03).
               10  FILLER              PIC X(01).
               10  FL-FREQUENCY        PIC 9(02).
               10  FILLER              PIC X(01).
               10  FL-FIRST-DATE       PIC X(08).
               10  FILLER              PIC X(04).
           05  FL-TERMS-DAY-COUNT REDEFINES FL-TERMS.
               10  FL-START-DATE       PIC 9(08).
               10  FILLER              PIC X(01).
               10  FL-END-DATE         PIC 9(08).
               10  FILLER              PIC X(01).
               10  FL-BASIS            PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-RESULT               PIC 9(09).9(02).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       "STATUS " CA-RESULT-STATUS " ***"
                   SET END-OF-CALC-TRANS TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET CA-RESULT-OPEN TO TRUE
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 5100-READ-CALC-TRANS THRU 5100-EXIT
           DISPLAY "3. MULTIPLY"
           DISPLAY "4. DIVIDE"
           DISPLAY "5. PERCENTAGE-OF / MODULO"
           DISPLAY "6. FINANCIAL FUNCTIONS"
           DISPLAY "9. EXIT"
           MOVE "ENTER THE MENU OPTION (1-6 OR 9)" TO CA-VA-PROMPT-1
           MOVE 0 TO CA-VA-LOW
           MOVE 9 TO CA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1 CA-VA-PROMPT-2
               WHEN OPTION-PERCENT-MODULO
                   PERFORM 2100-ACCEPT-OPERANDS THRU 2100-EXIT
                   PERFORM 3500-PERCENT-OR-MODULO THRU 3500-EXIT
               WHEN OPTION-FINANCIAL
                   PERFORM 3600-FINANCIAL-MENU THRU 3600-EXIT
               WHEN OPTION-EXIT
                   SET CA-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "*** INVALID OPTION -- ENTER 1-6 OR 9 ***"
           END-EVALUATE.
       2000-EXIT.
           EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------
      * 2200-ACCEPT-TERMS -- PROMPT FOR THE TERMS THE CHOSEN
      * FINANCIAL FUNCTION USES; THE REST STAY ZERO SO THE AUDIT
      * LINE SHOWS ONLY WHAT WENT INTO THE FIGURE
      *-----------------------
       2200-ACCEPT-TERMS.
           MOVE 0 TO CA-AMOUNT CA-RATE CA-PERIODS CA-FREQUENCY
               CA-START-DATE CA-END-DATE CA-BASIS
           MOVE "ENTER THE AMOUNT" TO CA-VA-PROMPT-1
           EVALUATE TRUE
               WHEN FIN-IS-LOAN-PAYMENT
               WHEN FIN-IS-SCHEDULE
                   MOVE "(THE AMOUNT LENT)" TO CA-VA-PROMPT-2
               WHEN FIN-IS-PRESENT-VALUE
                   MOVE "(THE SUM DUE AT THE END OF THE TERM)"
                       TO CA-VA-PROMPT-2
               WHEN OTHER
                   MOVE "(THE PRINCIPAL)" TO CA-VA-PROMPT-2
           END-EVALUATE
           MOVE 0.01 TO CA-VA-LOW
           MOVE 999999999.99 TO CA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1 CA-VA-PROMPT-2
               CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
           MOVE CA-VA-RESULT TO CA-AMOUNT
           MOVE "ENTER THE ANNUAL INTEREST RATE" TO CA-VA-PROMPT-1
           MOVE "(IN PERCENT, E.G. 6.5)" TO CA-VA-PROMPT-2
           MOVE 0 TO CA-VA-LOW
           MOVE 999.9999 TO CA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1 CA-VA-PROMPT-2
               CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
           MOVE CA-VA-RESULT TO CA-RATE
           IF FIN-USES-PERIODS
               MOVE "ENTER THE NUMBER OF PERIODS" TO CA-VA-PROMPT-1
               MOVE SPACES TO CA-VA-PROMPT-2
               MOVE 1 TO CA-VA-LOW
               MOVE 999 TO CA-VA-HIGH
               CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1
                   CA-VA-PROMPT-2 CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
               MOVE CA-VA-RESULT TO CA-PERIODS
               MOVE "ENTER THE NUMBER OF PERIODS IN A YEAR"
                   TO CA-VA-PROMPT-1
               MOVE "(1, 2, 3, 4, 6 OR 12)" TO CA-VA-PROMPT-2
               MOVE 12 TO CA-VA-HIGH
               CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1
                   CA-VA-PROMPT-2 CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
               MOVE CA-VA-RESULT TO CA-FREQUENCY
           END-IF
           MOVE 16010101 TO CA-VA-LOW
           MOVE 29991231 TO CA-VA-HIGH
           MOVE "(CCYYMMDD)" TO CA-VA-PROMPT-2
           IF FIN-IS-SCHEDULE
               MOVE "ENTER THE FIRST PAYMENT DATE" TO CA-VA-PROMPT-1
               CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1
                   CA-VA-PROMPT-2 CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
               MOVE CA-VA-RESULT TO CA-START-DATE
           END-IF
           IF FIN-IS-DAY-COUNT
               MOVE "ENTER THE DATE INTEREST STARTS" TO CA-VA-PROMPT-1
               CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1
                   CA-VA-PROMPT-2 CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
               MOVE CA-VA-RESULT TO CA-START-DATE
               MOVE "ENTER THE DATE INTEREST ENDS" TO CA-VA-PROMPT-1
               CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1
                   CA-VA-PROMPT-2 CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
               MOVE CA-VA-RESULT TO CA-END-DATE
               MOVE "ENTER THE DAY-COUNT BASIS" TO CA-VA-PROMPT-1
               MOVE "(1 = ACTUAL/365, 2 = ACTUAL/360, 3 = 30/360)"
                   TO CA-VA-PROMPT-2
               MOVE 1 TO CA-VA-LOW
               MOVE 3 TO CA-VA-HIGH
               CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1
                   CA-VA-PROMPT-2 CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
               MOVE CA-VA-RESULT TO CA-BASIS
           END-IF
           MOVE SPACES TO CA-VA-PROMPT-2.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 3100-ADDITION THRU 3400-DIVIDE -- THE ORIGINAL FOUR
      * OPERATIONS, EACH LOGGING TO THE AUDIT TRAIL
       3520-EXIT.
           EXIT.

      *-----------------------
      * 3600-FINANCIAL-MENU -- CHOOSE THE FINANCIAL FUNCTION, TAKE
      * ITS TERMS, AND COMPUTE IT; A SCHEDULE IS THEN SHOWN AND
      * APPENDED TO THE RESULTS FILE
      *-----------------------
       3600-FINANCIAL-MENU.
           MOVE "N" TO CA-ERROR-SWITCH
           DISPLAY "1. COMPOUND INTEREST"
           DISPLAY "2. PERIODIC LOAN PAYMENT"
           DISPLAY "3. PRESENT VALUE"
           DISPLAY "4. FUTURE VALUE"
           DISPLAY "5. DAY-COUNT INTEREST BETWEEN TWO DATES"
           DISPLAY "6. AMORTIZATION SCHEDULE"
           MOVE "ENTER 1-6" TO CA-VA-PROMPT-1
           MOVE 1 TO CA-VA-LOW
           MOVE 6 TO CA-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING CA-VA-PROMPT-1 CA-VA-PROMPT-2
               CA-VA-LOW CA-VA-HIGH CA-VA-RESULT
           MOVE CA-VA-RESULT TO CA-FIN-CHOICE
           PERFORM 2200-ACCEPT-TERMS THRU 2200-EXIT
           PERFORM 3610-FINANCIAL-FUNCTION THRU 3610-EXIT
           IF FIN-IS-SCHEDULE AND NOT CA-OP-ERROR
               IF NOT CA-RESULT-OPEN
                   OPEN EXTEND CALC-RESULT-FILE
                   IF CA-RESULT-STATUS = "35"
                       OPEN OUTPUT CALC-RESULT-FILE
                   END-IF
                   IF CA-RESULT-STATUS = "00"
                       SET CA-RESULT-OPEN TO TRUE
                   ELSE
                       DISPLAY "*** UNABLE TO OPEN CALC-RESULT FILE -- "
                           "STATUS " CA-RESULT-STATUS
                           " -- SCHEDULE SHOWN ON SCREEN ONLY ***"
                   END-IF
               END-IF
               PERFORM 3670-WRITE-SCHEDULE THRU 3670-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      *-----------------------
      * 3610-FINANCIAL-FUNCTION -- CHECK THE TERMS, THEN COMPUTE THE
      * CHOSEN FUNCTION INTO CA-FIN-RESULT AND LOG IT. SHARED BY THE
      * MENU AND THE BATCH FILE; A SCHEDULE'S RESULT IS ITS PERIODIC
      * PAYMENT, AND ITS LINES ARE WRITTEN BY THE CALLER AFTERWARDS.
      *-----------------------
       3610-FINANCIAL-FUNCTION.
           MOVE 0 TO CA-FIN-RESULT
           PERFORM 3620-CHECK-TERMS THRU 3620-EXIT
           IF CA-OP-ERROR
               GO TO 3610-EXIT
           END-IF
           IF FIN-USES-PERIODS
               PERFORM 3630-GROWTH-FACTOR THRU 3630-EXIT
               IF CA-OP-ERROR
                   GO TO 3610-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN FIN-IS-COMPOUND-INTEREST
                   COMPUTE CA-WORK-AMOUNT = CA-AMOUNT * CA-GROWTH-FACTOR
                       ON SIZE ERROR
                           SET CA-OP-ERROR TO TRUE
                   END-COMPUTE
                   IF NOT CA-OP-ERROR
                       COMPUTE CA-FIN-RESULT ROUNDED =
                           CA-WORK-AMOUNT - CA-AMOUNT
                           ON SIZE ERROR
                               SET CA-OP-ERROR TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN FIN-IS-LOAN-PAYMENT
               WHEN FIN-IS-SCHEDULE
                   PERFORM 3640-LOAN-PAYMENT THRU 3640-EXIT
               WHEN FIN-IS-PRESENT-VALUE
                   COMPUTE CA-FIN-RESULT ROUNDED =
                       CA-AMOUNT / CA-GROWTH-FACTOR
                       ON SIZE ERROR
                           SET CA-OP-ERROR TO TRUE
                   END-COMPUTE
               WHEN FIN-IS-FUTURE-VALUE
                   COMPUTE CA-FIN-RESULT ROUNDED =
                       CA-AMOUNT * CA-GROWTH-FACTOR
                       ON SIZE ERROR
                           SET CA-OP-ERROR TO TRUE
                   END-COMPUTE
               WHEN FIN-IS-DAY-COUNT
                   PERFORM 3650-DAY-COUNT-INTEREST THRU 3650-EXIT
           END-EVALUATE
           IF CA-OP-ERROR
               MOVE 0 TO CA-FIN-RESULT
               DISPLAY "*** RESULT OF THE FINANCIAL FUNCTION IS TOO "
                   "LARGE TO DISPLAY -- RETURNING TO THE MENU ***"
               GO TO 3610-EXIT
           END-IF
           MOVE CA-FIN-RESULT TO CA-FIN-RESULT-EDIT
           EVALUATE TRUE
               WHEN FIN-IS-COMPOUND-INTEREST
                   DISPLAY "THIS IS THE COMPOUND INTEREST "
                       CA-FIN-RESULT-EDIT
               WHEN FIN-IS-LOAN-PAYMENT
               WHEN FIN-IS-SCHEDULE
                   DISPLAY "THIS IS THE PERIODIC PAYMENT "
                       CA-FIN-RESULT-EDIT
               WHEN FIN-IS-PRESENT-VALUE
                   DISPLAY "THIS IS THE PRESENT VALUE "
                       CA-FIN-RESULT-EDIT
               WHEN FIN-IS-FUTURE-VALUE
                   DISPLAY "THIS IS THE FUTURE VALUE "
                       CA-FIN-RESULT-EDIT
               WHEN FIN-IS-DAY-COUNT
                   MOVE CA-DAY-COUNT TO CA-DAY-COUNT-EDIT
                   DISPLAY "THIS IS THE INTEREST FOR " CA-DAY-COUNT-EDIT
                       " DAYS " CA-FIN-RESULT-EDIT
           END-EVALUATE
           PERFORM 3910-WRITE-FIN-AUDIT THRU 3910-EXIT.
       3610-EXIT.
           EXIT.

      *-----------------------
      * 3620-CHECK-TERMS -- THE MENU'S PROMPTS ALREADY RANGE-CHECK
      * EACH TERM, BUT A BATCH RECORD CAN CARRY ANYTHING, AND THE
      * PERIODS-A-YEAR AND DATE CHECKS NEED MORE THAN A RANGE
      *-----------------------
       3620-CHECK-TERMS.
           IF CA-FIN-CHOICE < 1 OR CA-FIN-CHOICE > 6
               SET CA-OP-ERROR TO TRUE
               DISPLAY "*** INVALID FINANCIAL FUNCTION -- ENTER 1-6 ***"
               GO TO 3620-EXIT
           END-IF
           IF CA-AMOUNT = 0
               SET CA-OP-ERROR TO TRUE
               DISPLAY "*** THE AMOUNT MUST BE GREATER THAN ZERO -- "
                   "RETURNING TO THE MENU ***"
               GO TO 3620-EXIT
           END-IF
           IF FIN-USES-PERIODS
               IF CA-PERIODS = 0 OR NOT CA-FREQUENCY-VALID
                   SET CA-OP-ERROR TO TRUE
                   DISPLAY "*** PERIODS MUST BE 1-999 AND PERIODS IN "
                       "A YEAR 1, 2, 3, 4, 6 OR 12 -- RETURNING TO "
                       "THE MENU ***"
                   GO TO 3620-EXIT
               END-IF
           END-IF
           IF FIN-IS-SCHEDULE
               MOVE CA-START-DATE TO CA-CHECK-DATE
               PERFORM 3700-CHECK-DATE THRU 3700-EXIT
               IF NOT CA-DATE-VALID
                   SET CA-OP-ERROR TO TRUE
                   DISPLAY "*** FIRST PAYMENT DATE " CA-START-DATE
                       " IS NOT A VALID DATE -- RETURNING TO THE "
                       "MENU ***"
                   GO TO 3620-EXIT
               END-IF
           END-IF
           IF FIN-IS-DAY-COUNT
               MOVE CA-START-DATE TO CA-CHECK-DATE
               PERFORM 3700-CHECK-DATE THRU 3700-EXIT
               IF CA-DATE-VALID
                   MOVE CA-END-DATE TO CA-CHECK-DATE
                   PERFORM 3700-CHECK-DATE THRU 3700-EXIT
               END-IF
               IF NOT CA-DATE-VALID OR CA-END-DATE < CA-START-DATE
                   SET CA-OP-ERROR TO TRUE
                   DISPLAY "*** START/END DATES " CA-START-DATE " "
                       CA-END-DATE " ARE NOT VALID DATES IN ORDER -- "
                       "RETURNING TO THE MENU ***"
                   GO TO 3620-EXIT
               END-IF
               IF NOT BASIS-ACTUAL-365 AND NOT BASIS-ACTUAL-360
                   AND NOT BASIS-30-360
                   SET CA-OP-ERROR TO TRUE
                   DISPLAY "*** DAY-COUNT BASIS MUST BE 1, 2 OR 3 -- "
                       "RETURNING TO THE MENU ***"
               END-IF
           END-IF.
       3620-EXIT.
           EXIT.

      *-----------------------
      * 3630-GROWTH-FACTOR -- THE ANNUAL RATE SPREAD OVER THE
      * PERIODS IN A YEAR, AND (1 + THAT RATE) RAISED TO THE NUMBER
      * OF PERIODS
      *-----------------------
       3630-GROWTH-FACTOR.
           COMPUTE CA-PERIOD-RATE ROUNDED =
               CA-RATE / 100 / CA-FREQUENCY
           COMPUTE CA-GROWTH-BASE = 1 + CA-PERIOD-RATE
           COMPUTE CA-GROWTH-FACTOR ROUNDED =
               CA-GROWTH-BASE ** CA-PERIODS
               ON SIZE ERROR
                   SET CA-OP-ERROR TO TRUE
                   DISPLAY "*** RATE AND PERIODS COMPOUND BEYOND THE "
                       "CALCULATOR'S RANGE -- RETURNING TO THE MENU ***"
           END-COMPUTE.
       3630-EXIT.
           EXIT.

      *-----------------------
      * 3640-LOAN-PAYMENT -- THE LEVEL PAYMENT THAT CLEARS THE
      * AMOUNT LENT OVER THE PERIODS:
      *     AMOUNT * RATE * FACTOR / (FACTOR - 1)
      * OR THE AMOUNT SPLIT EVENLY WHEN NO INTEREST IS CHARGED
      *-----------------------
       3640-LOAN-PAYMENT.
           COMPUTE CA-FACTOR-LESS-ONE = CA-GROWTH-FACTOR - 1
           IF CA-PERIOD-RATE = 0 OR CA-FACTOR-LESS-ONE = 0
               COMPUTE CA-FIN-RESULT ROUNDED = CA-AMOUNT / CA-PERIODS
               GO TO 3640-EXIT
           END-IF
           COMPUTE CA-WORK-AMOUNT =
               CA-AMOUNT * CA-PERIOD-RATE * CA-GROWTH-FACTOR
               ON SIZE ERROR
                   SET CA-OP-ERROR TO TRUE
           END-COMPUTE
           IF NOT CA-OP-ERROR
               COMPUTE CA-FIN-RESULT ROUNDED =
                   CA-WORK-AMOUNT / CA-FACTOR-LESS-ONE
                   ON SIZE ERROR
                       SET CA-OP-ERROR TO TRUE
               END-COMPUTE
           END-IF.
       3640-EXIT.
           EXIT.

      *-----------------------
      * 3650-DAY-COUNT-INTEREST -- SIMPLE INTEREST FOR THE DAYS
      * BETWEEN THE TWO DATES (THE START DATE COUNTED, THE END DATE
      * NOT). ACTUAL/365 AND ACTUAL/360 COUNT CALENDAR DAYS; 30/360
      * TREATS EVERY MONTH AS 30 DAYS, A 31ST TAKEN AS THE 30TH.
      *-----------------------
       3650-DAY-COUNT-INTEREST.
           IF BASIS-30-360
               MOVE CA-START-DD TO CA-START-DAY
               MOVE CA-END-DD TO CA-END-DAY
               IF CA-START-DAY = 31
                   MOVE 30 TO CA-START-DAY
               END-IF
               IF CA-END-DAY = 31 AND CA-START-DAY = 30
                   MOVE 30 TO CA-END-DAY
               END-IF
               COMPUTE CA-DAY-COUNT =
                   ((CA-END-CCYY - CA-START-CCYY) * 360)
                   + ((CA-END-MM - CA-START-MM) * 30)
                   + (CA-END-DAY - CA-START-DAY)
               MOVE 360 TO CA-BASIS-DIVISOR
           ELSE
               COMPUTE CA-DAY-COUNT =
                   FUNCTION INTEGER-OF-DATE(CA-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(CA-START-DATE)
               IF BASIS-ACTUAL-360
                   MOVE 360 TO CA-BASIS-DIVISOR
               ELSE
                   MOVE 365 TO CA-BASIS-DIVISOR
               END-IF
           END-IF
           COMPUTE CA-FIN-RESULT ROUNDED =
               CA-AMOUNT * CA-RATE * CA-DAY-COUNT / 100
               / CA-BASIS-DIVISOR
               ON SIZE ERROR
                   SET CA-OP-ERROR TO TRUE
           END-COMPUTE.
       3650-EXIT.
           EXIT.

      *-----------------------
      * 3670-WRITE-SCHEDULE -- THE FULL AMORTIZATION SCHEDULE FOR
      * THE PAYMENT JUST COMPUTED: ONE LINE PER PAYMENT, THE LAST
      * PAYMENT ADJUSTED TO CLEAR WHATEVER ROUNDING LEFT ON THE
      * BALANCE, THEN THE TOTALS
      *-----------------------
       3670-WRITE-SCHEDULE.
           MOVE CA-FIN-RESULT TO CA-SCHED-PAYMENT
           MOVE CA-AMOUNT TO CA-BALANCE
           MOVE 0 TO CA-TOTAL-PAID CA-TOTAL-INTEREST
           COMPUTE CA-MONTHS-APART = 12 / CA-FREQUENCY
           MOVE CA-AMOUNT TO SH-AMOUNT
           MOVE CA-RATE TO SH-RATE
           MOVE CA-PERIODS TO SH-PERIODS
           MOVE CA-FREQUENCY TO SH-FREQUENCY
           MOVE SH-TITLE-LINE TO CA-SCHED-RECORD
           PERFORM 3690-PUT-SCHEDULE-LINE THRU 3690-EXIT
           MOVE CA-START-DATE TO SH-FIRST-DATE
           MOVE CA-SCHED-PAYMENT TO SH-PAYMENT
           MOVE SH-PAYMENT-LINE TO CA-SCHED-RECORD
           PERFORM 3690-PUT-SCHEDULE-LINE THRU 3690-EXIT
           MOVE SH-COLUMN-LINE TO CA-SCHED-RECORD
           PERFORM 3690-PUT-SCHEDULE-LINE THRU 3690-EXIT
           PERFORM 3680-SCHEDULE-PAYMENT THRU 3680-EXIT
               VARYING CA-PAYMENT-NO FROM 1 BY 1
               UNTIL CA-PAYMENT-NO > CA-PERIODS
           MOVE CA-TOTAL-PAID TO ST-PAID
           MOVE CA-TOTAL-INTEREST TO ST-INTEREST
           MOVE SH-TOTAL-LINE TO CA-SCHED-RECORD
           PERFORM 3690-PUT-SCHEDULE-LINE THRU 3690-EXIT.
       3670-EXIT.
           EXIT.

      *-----------------------
      * 3680-SCHEDULE-PAYMENT -- ONE PAYMENT: ITS DUE DATE (THE
      * FIRST PAYMENT DATE STEPPED ON BY WHOLE PERIODS, ITS DAY
      * HELD BACK TO THE MONTH'S LAST DAY WHERE THE MONTH IS
      * SHORTER), THE PERIOD'S INTEREST ON THE BALANCE, AND THE REST
      * OF THE PAYMENT AS PRINCIPAL
      *-----------------------
       3680-SCHEDULE-PAYMENT.
           COMPUTE CA-MONTH-OFFSET =
               (CA-PAYMENT-NO - 1) * CA-MONTHS-APART
           COMPUTE CA-MONTH-COUNT =
               (CA-START-CCYY * 12) + CA-START-MM - 1 + CA-MONTH-OFFSET
           DIVIDE CA-MONTH-COUNT BY 12 GIVING CA-DT-CCYY
               REMAINDER CA-MONTH-REMAINDER
           COMPUTE CA-DT-MM = CA-MONTH-REMAINDER + 1
           MOVE 1 TO CA-DT-DD
           PERFORM 3710-LAST-DAY-OF-MONTH THRU 3710-EXIT
           IF CA-START-DD > CA-LAST-DD
               MOVE CA-LAST-DD TO CA-DT-DD
           ELSE
               MOVE CA-START-DD TO CA-DT-DD
           END-IF
           COMPUTE CA-SCHED-INTEREST ROUNDED =
               CA-BALANCE * CA-PERIOD-RATE
           IF CA-PAYMENT-NO = CA-PERIODS
               MOVE CA-BALANCE TO CA-SCHED-PRINCIPAL
               COMPUTE CA-SCHED-PAYMENT =
                   CA-SCHED-PRINCIPAL + CA-SCHED-INTEREST
           ELSE
               COMPUTE CA-SCHED-PRINCIPAL =
                   CA-SCHED-PAYMENT - CA-SCHED-INTEREST
               IF CA-SCHED-PRINCIPAL > CA-BALANCE
                   MOVE CA-BALANCE TO CA-SCHED-PRINCIPAL
                   COMPUTE CA-SCHED-PAYMENT =
                       CA-SCHED-PRINCIPAL + CA-SCHED-INTEREST
               END-IF
           END-IF
           SUBTRACT CA-SCHED-PRINCIPAL FROM CA-BALANCE
           ADD CA-SCHED-PAYMENT TO CA-TOTAL-PAID
           ADD CA-SCHED-INTEREST TO CA-TOTAL-INTEREST
           MOVE CA-PAYMENT-NO TO SD-PAYMENT-NO
           MOVE CA-CHECK-DATE TO SD-DUE-DATE
           MOVE CA-SCHED-PAYMENT TO SD-PAYMENT
           MOVE CA-SCHED-INTEREST TO SD-INTEREST
           MOVE CA-SCHED-PRINCIPAL TO SD-PRINCIPAL
           MOVE CA-BALANCE TO SD-BALANCE
           MOVE SH-DETAIL-LINE TO CA-SCHED-RECORD
           PERFORM 3690-PUT-SCHEDULE-LINE THRU 3690-EXIT.
       3680-EXIT.
           EXIT.

      *-----------------------
      * 3690-PUT-SCHEDULE-LINE -- A SCHEDULE LINE GOES TO THE
      * RESULTS FILE, AND TO THE SCREEN AS WELL IN A MENU SESSION
      *-----------------------
       3690-PUT-SCHEDULE-LINE.
           IF MODE-INTERACTIVE
               DISPLAY CA-SCHED-RECORD
           END-IF
           IF CA-RESULT-OPEN
               MOVE CA-SCHED-RECORD TO CALC-RESULT-RECORD
               WRITE CALC-RESULT-RECORD
           END-IF.
       3690-EXIT.
           EXIT.

      *-----------------------
      * 3700-CHECK-DATE -- CA-CHECK-DATE IS VALID WHEN ITS MONTH IS
      * 01-12 AND ITS DAY FALLS WITHIN THAT MONTH
      *-----------------------
       3700-CHECK-DATE.
           MOVE "Y" TO CA-DATE-SWITCH
           IF CA-CHECK-DATE NOT NUMERIC
               MOVE "N" TO CA-DATE-SWITCH
               GO TO 3700-EXIT
           END-IF
           IF CA-DT-CCYY < 1601 OR CA-DT-CCYY > 2999
               OR CA-DT-MM < 1 OR CA-DT-MM > 12 OR CA-DT-DD < 1
               MOVE "N" TO CA-DATE-SWITCH
               GO TO 3700-EXIT
           END-IF
           PERFORM 3710-LAST-DAY-OF-MONTH THRU 3710-EXIT
           IF CA-DT-DD > CA-LAST-DD
               MOVE "N" TO CA-DATE-SWITCH
           END-IF.
       3700-EXIT.
           EXIT.

      *-----------------------
      * 3710-LAST-DAY-OF-MONTH -- THE LAST DAY OF CA-CHECK-DATE'S
      * MONTH INTO CA-LAST-DATE: THE DAY BEFORE THE FIRST OF THE
      * NEXT MONTH, AS THE PAY CYCLE FINDS ITS PERIOD END
      *-----------------------
       3710-LAST-DAY-OF-MONTH.
           MOVE CA-DT-CCYY TO CA-NEXT-CCYY
           MOVE CA-DT-MM TO CA-NEXT-MM
           IF CA-NEXT-MM = 12
               ADD 1 TO CA-NEXT-CCYY
               MOVE 1 TO CA-NEXT-MM
           ELSE
               ADD 1 TO CA-NEXT-MM
           END-IF
           COMPUTE CA-NEXT-FIRST =
               (CA-NEXT-CCYY * 10000) + (CA-NEXT-MM * 100) + 1
           COMPUTE CA-LAST-INT =
               FUNCTION INTEGER-OF-DATE(CA-NEXT-FIRST) - 1
           COMPUTE CA-LAST-DATE = FUNCTION DATE-OF-INTEGER(CA-LAST-INT).
       3710-EXIT.
           EXIT.

      *-----------------------
      * 3900-WRITE-AUDIT -- APPEND THIS OPERATION TO THE AUDIT TRAIL
      *-----------------------
       3900-EXIT.
           EXIT.

      *-----------------------
      * 3910-WRITE-FIN-AUDIT -- APPEND A FINANCIAL FUNCTION TO THE
      * AUDIT TRAIL WITH EVERY TERM THAT WENT INTO THE FIGURE
      *-----------------------
       3910-WRITE-FIN-AUDIT.
           ACCEPT CA-RUN-TIME FROM TIME
           MOVE SPACES TO FL-TERMS
           MOVE CA-RUN-DATE TO FL-DATE
           MOVE CA-RUN-TIME TO FL-TIME
           MOVE OPTION TO FL-OPTION
           MOVE CA-FIN-CHOICE TO FL-SUBCODE
           MOVE CA-AMOUNT TO FL-AMOUNT
           MOVE CA-RATE TO FL-RATE
           IF FIN-IS-DAY-COUNT
               MOVE CA-START-DATE TO FL-START-DATE
               MOVE CA-END-DATE TO FL-END-DATE
               MOVE CA-BASIS TO FL-BASIS
           ELSE
               MOVE CA-PERIODS TO FL-PERIODS
               MOVE CA-FREQUENCY TO FL-FREQUENCY
               IF FIN-IS-SCHEDULE
                   MOVE CA-START-DATE TO FL-FIRST-DATE
               END-IF
           END-IF
           MOVE CA-FIN-RESULT TO FL-RESULT
           MOVE CA-FIN-AUDIT-LINE TO CALC-AUDIT-RECORD
           WRITE CALC-AUDIT-RECORD.
       3910-EXIT.
           EXIT.

      *-----------------------
      * 5000-BATCH-CYCLE -- ONE TRANSACTION THROUGH THE SAME
      * OPERATION PARAGRAPHS THE MENU USES, THEN ONE RESULTS LINE
                       WHEN OTHER
                           SET CA-OP-ERROR TO TRUE
                   END-EVALUATE
               WHEN OPTION-FINANCIAL
                   PERFORM 5050-LOAD-TERMS THRU 5050-EXIT
                   IF NOT CA-OP-ERROR
                       PERFORM 3610-FINANCIAL-FUNCTION THRU 3610-EXIT
                   END-IF
               WHEN OTHER
                   SET CA-OP-ERROR TO TRUE
           END-EVALUATE
           PERFORM 5200-WRITE-RESULT THRU 5200-EXIT
           IF OPTION-FINANCIAL AND FIN-IS-SCHEDULE
               AND NOT CA-OP-ERROR
               PERFORM 3670-WRITE-SCHEDULE THRU 3670-EXIT
           END-IF
           PERFORM 5100-READ-CALC-TRANS THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------
      * 5050-LOAD-TERMS -- OPTION 6'S TERMS FROM THE TRANSACTION;
      * A RECORD CUT SHORT OR CARRYING NON-NUMERIC TERMS IS FLAGGED
      * IN ERROR RATHER THAN COMPUTED ON WHATEVER IT HOLDS
      *-----------------------
       5050-LOAD-TERMS.
           MOVE TX-SUBCODE TO CA-FIN-CHOICE
           MOVE 0 TO CA-AMOUNT CA-RATE CA-PERIODS CA-FREQUENCY
               CA-START-DATE CA-END-DATE CA-BASIS CA-FIN-RESULT
           IF TX-AMOUNT NOT NUMERIC OR TX-RATE NOT NUMERIC
               OR TX-PERIODS NOT NUMERIC OR TX-FREQUENCY NOT NUMERIC
               OR TX-START-DATE NOT NUMERIC OR TX-END-DATE NOT NUMERIC
               OR TX-BASIS NOT NUMERIC
               SET CA-OP-ERROR TO TRUE
               DISPLAY "*** CALC-TRANS " CA-COUNT-READ
                   " -- FINANCIAL TERMS NOT NUMERIC ***"
               GO TO 5050-EXIT
           END-IF
           MOVE TX-AMOUNT TO CA-AMOUNT
           MOVE TX-RATE TO CA-RATE
           MOVE TX-PERIODS TO CA-PERIODS
           MOVE TX-FREQUENCY TO CA-FREQUENCY
           MOVE TX-START-DATE TO CA-START-DATE
           MOVE TX-END-DATE TO CA-END-DATE
           MOVE TX-BASIS TO CA-BASIS.
       5050-EXIT.
           EXIT.

       5100-READ-CALC-TRANS.
           READ CALC-TRANS-FILE
               AT END
               ADD 1 TO CA-COUNT-ERRORS
               MOVE 0 TO RESULT
           END-IF
           IF OPTION-FINANCIAL
               PERFORM 5210-WRITE-FIN-RESULT THRU 5210-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE OPTION TO RS-OPTION
           MOVE CA-PCT-MOD-CHOICE TO RS-SUBCODE
           MOVE NUM1 TO RS-NUM1
       5200-EXIT.
           EXIT.

      *-----------------------
      * 5210-WRITE-FIN-RESULT -- OPTION 6'S RESULTS LINE, WITH THE
      * TERMS IT WAS COMPUTED ON
      *-----------------------
       5210-WRITE-FIN-RESULT.
           IF CA-OP-ERROR
               MOVE 0 TO CA-FIN-RESULT
           END-IF
           MOVE OPTION TO RF-OPTION
           MOVE CA-FIN-CHOICE TO RF-SUBCODE
           MOVE CA-AMOUNT TO RF-AMOUNT
           MOVE CA-RATE TO RF-RATE
           MOVE CA-PERIODS TO RF-PERIODS
           MOVE CA-FREQUENCY TO RF-FREQUENCY
           MOVE CA-START-DATE TO RF-START-DATE
           MOVE CA-END-DATE TO RF-END-DATE
           MOVE CA-BASIS TO RF-BASIS
           MOVE CA-FIN-RESULT TO RF-RESULT
           MOVE CA-ERROR-SWITCH TO RF-ERROR-FLAG
           MOVE CA-FIN-RESULT-LINE TO CALC-RESULT-RECORD
           WRITE CALC-RESULT-RECORD.
       5210-EXIT.
           EXIT.

      *-----------------------
      * 5500-BATCH-SUMMARY -- END-OF-BATCH COUNTS; ERROR LINES SET
      * A WARNING COMPLETION CODE WITHOUT STOPPING THE CHAIN
           CLOSE CALC-AUDIT-FILE
           IF MODE-BATCH
               CLOSE CALC-TRANS-FILE
           END-IF
           IF CA-RESULT-OPEN
               CLOSE CALC-RESULT-FILE
           END-IF.
       9000-EXIT.
