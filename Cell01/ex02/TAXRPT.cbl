      *                  month and pay date, totaled by filing
      *                  status, in a layout finance can file
      *                  deposits from.
      * 2026-10-15  JCM  The report now closes with the state and local
      *                  withholding liability by jurisdiction -- each
      *                  state and local jurisdiction on the quarter's
      *                  pay history with its three month totals and
      *                  quarter total -- from the figures pay history
      *                  now carries alongside federal withholding.
      * 2026-10-15  JCM  Each run now also saves the quarter's payment
      *                  count, gross wages, and federal, state and
      *                  local withholding to the keyed TAXQTR file
      *                  (rewriting on a rerun), so the annual wage-and-
      *                  tax filing can reconcile its totals to the four
      *                  quarters actually reported.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT LIABILITY-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-RPT-STATUS.
           SELECT OPTIONAL TAX-QUARTER-FILE ASSIGN TO "TAXQTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TQ-KEY
               FILE STATUS IS TX-TQ-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD  LIABILITY-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       FD  TAX-QUARTER-FILE.
           COPY TAXQTR.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  TX-EMP-STATUS            PIC X(02) VALUE "00".
           88  TX-EMP-STATUS-OK        VALUE "00".
       01  TX-RPT-STATUS            PIC X(02) VALUE "00".
       01  TX-TQ-STATUS             PIC X(02) VALUE "00".
       01  TX-EOF-SWITCH            PIC X(01) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".
       01  TX-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           05  TX-STATUS-HEAD       PIC 9(09)V9(02) VALUE 0.
       01  TX-QUARTER-TOTAL         PIC 9(11)V9(02) VALUE 0.
       01  TX-COUNT-PAYMENTS        PIC 9(07) VALUE 0.
      * QUARTER FIGURES SAVED TO TAXQTR FOR THE ANNUAL FILING
       01  TX-QUARTER-GROSS         PIC 9(11)V9(02) VALUE 0.
       01  TX-QUARTER-STATE         PIC 9(11)V9(02) VALUE 0.
       01  TX-QUARTER-LOCAL         PIC 9(11)V9(02) VALUE 0.

      * STATE AND LOCAL LIABILITY -- ONE SLOT PER JURISDICTION FOUND
      * ON THE QUARTER'S PAY HISTORY, WITH ITS THREE MONTHS
       01  TX-JUR-TABLE.
           05  TX-JUR-ENTRY OCCURS 50 TIMES.
               10  TX-JUR-CODE         PIC X(04).
               10  TX-JUR-LEVEL        PIC X(01).
               10  TX-JUR-MONTH OCCURS 3 TIMES
                                       PIC 9(09)V9(02).
               10  TX-JUR-QUARTER      PIC 9(09)V9(02).
       01  TX-JUR-COUNT             PIC 9(02) VALUE 0.
       01  TX-JUR-SUB               PIC 9(02) VALUE 0.
       01  TX-JUR-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  TX-JUR-FOUND            VALUE "Y".
       01  TX-JUR-OVFL-SWITCH       PIC X(01) VALUE "N".
           88  TX-JUR-OVERFLOW         VALUE "Y".
       01  TX-JUR-WANT-CODE         PIC X(04).
       01  TX-JUR-WANT-LEVEL        PIC X(01).
       01  TX-JUR-AMOUNT            PIC 9(07)V9(02) VALUE 0.

       01  TX-RUN-DATE              PIC 9(08).

               "QUARTER TOTAL.......:".
           05  RT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-JUR-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "STATE/LOCAL LIABILITY BY JURISDICTION".

       01  RPT-JUR-COL-LINE.
           05  FILLER              PIC X(09) VALUE "JURS LVL".
           05  FILLER              PIC X(15) VALUE "      MONTH 1".
           05  FILLER              PIC X(15) VALUE "      MONTH 2".
           05  FILLER              PIC X(15) VALUE "      MONTH 3".
           05  FILLER              PIC X(15) VALUE "      QUARTER".

       01  RPT-JUR-LINE.
           05  RJ-CODE             PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RJ-LEVEL            PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RJ-MONTH-1          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RJ-MONTH-2          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RJ-MONTH-3          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RJ-QUARTER          PIC ZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "WITHHOLDING-LIABILITY-RPT".
                   "STATUS " TX-RPT-STATUS " ***"
               SET TX-OPEN-ERROR TO TRUE
           END-IF
           OPEN I-O TAX-QUARTER-FILE
           IF TX-TQ-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN TAX-QUARTER FILE -- "
                   "STATUS " TX-TQ-STATUS " ***"
               SET TX-OPEN-ERROR TO TRUE
           END-IF
           IF NOT TX-OPEN-ERROR
               MOVE LOW-VALUES TO PH-KEY
               START PAY-HISTORY-FILE KEY >= PH-KEY
               AND PH-TAX-WITHHELD NUMERIC
               ADD 1 TO TX-COUNT-PAYMENTS
               ADD PH-TAX-WITHHELD TO TX-QUARTER-TOTAL
               IF PH-GROSS NUMERIC
                   ADD PH-GROSS TO TX-QUARTER-GROSS
               END-IF
               COMPUTE TX-REC-MONTH =
                   TX-REC-PERIOD - (TX-REPORT-YEAR * 100)
               COMPUTE TX-MONTH-SLOT = TX-REC-MONTH
                   TO TX-MONTH-TOTAL(TX-MONTH-SLOT)
               PERFORM 2100-FOLD-PAY-DATE THRU 2100-EXIT
               PERFORM 2200-FOLD-FILING-STATUS THRU 2200-EXIT
               PERFORM 2300-FOLD-JURISDICTIONS THRU 2300-EXIT
           END-IF
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------
      * 2300-FOLD-JURISDICTIONS -- THE PAYMENT'S STATE AND LOCAL
      * WITHHOLDING JOIN THEIR JURISDICTIONS' MONTH TOTALS. HISTORY
      * WRITTEN BEFORE THE FIELDS EXISTED CARRIES NO FIGURE AND IS
      * PASSED OVER.
      *-----------------------
       2300-FOLD-JURISDICTIONS.
           IF PH-STATE-WITHHELD NUMERIC
               IF PH-STATE-WITHHELD > 0
                   MOVE PH-STATE-CODE TO TX-JUR-WANT-CODE
                   MOVE "S" TO TX-JUR-WANT-LEVEL
                   MOVE PH-STATE-WITHHELD TO TX-JUR-AMOUNT
                   ADD PH-STATE-WITHHELD TO TX-QUARTER-STATE
                   PERFORM 2310-FOLD-ONE-JURISDICTION THRU 2310-EXIT
               END-IF
           END-IF
           IF PH-LOCAL-WITHHELD NUMERIC
               IF PH-LOCAL-WITHHELD > 0
                   MOVE PH-LOCAL-CODE TO TX-JUR-WANT-CODE
                   MOVE "L" TO TX-JUR-WANT-LEVEL
                   MOVE PH-LOCAL-WITHHELD TO TX-JUR-AMOUNT
                   ADD PH-LOCAL-WITHHELD TO TX-QUARTER-LOCAL
                   PERFORM 2310-FOLD-ONE-JURISDICTION THRU 2310-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-FOLD-ONE-JURISDICTION.
           MOVE "N" TO TX-JUR-FOUND-SWITCH
           PERFORM 2320-SEARCH-JURISDICTION THRU 2320-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TX-JUR-COUNT
           IF TX-JUR-FOUND
               MOVE TX-JUR-SUB TO SUB
           ELSE
               IF TX-JUR-COUNT >= 50
                   SET TX-JUR-OVERFLOW TO TRUE
                   GO TO 2310-EXIT
               END-IF
               ADD 1 TO TX-JUR-COUNT
               MOVE TX-JUR-COUNT TO SUB
               MOVE TX-JUR-WANT-CODE TO TX-JUR-CODE(SUB)
               MOVE TX-JUR-WANT-LEVEL TO TX-JUR-LEVEL(SUB)
               MOVE 0 TO TX-JUR-MONTH(SUB 1)
               MOVE 0 TO TX-JUR-MONTH(SUB 2)
               MOVE 0 TO TX-JUR-MONTH(SUB 3)
               MOVE 0 TO TX-JUR-QUARTER(SUB)
           END-IF
           ADD TX-JUR-AMOUNT TO TX-JUR-MONTH(SUB TX-MONTH-SLOT)
           ADD TX-JUR-AMOUNT TO TX-JUR-QUARTER(SUB).
       2310-EXIT.
           EXIT.

       2320-SEARCH-JURISDICTION.
           IF TX-JUR-CODE(SUB) = TX-JUR-WANT-CODE
               AND TX-JUR-LEVEL(SUB) = TX-JUR-WANT-LEVEL
               SET TX-JUR-FOUND TO TRUE
               MOVE SUB TO TX-JUR-SUB
           END-IF.
       2320-EXIT.
           EXIT.
      *-----------------------
      * 3000-SORT-DATES -- EXCHANGE SORT OF THE PAY-DATE TABLE INTO
      * DATE ORDER FOR THE PRINT
      *-----------------------
      *-----------------------
      * 4000-PRINT-REPORT -- EACH MONTH'S SECTION LISTS ITS PAY
      * DATES AND CLOSES WITH THE MONTH TOTAL; THE FILING-STATUS
      * TOTALS AND THE QUARTER TOTAL FOLLOW, AND THE STATE AND
      * LOCAL LIABILITY BY JURISDICTION CLOSES THE REPORT. THE
      * QUARTER'S FIGURES ARE THEN SAVED TO TAXQTR.
      *-----------------------
       4000-PRINT-REPORT.
           MOVE TX-REPORT-YEAR TO RH-YEAR
           MOVE TX-QUARTER-TOTAL TO RT-AMOUNT
           MOVE RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-JUR-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE RPT-JUR-COL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4300-PRINT-ONE-JURISDICTION THRU 4300-EXIT
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TX-JUR-COUNT
           PERFORM 4400-SAVE-QUARTER-FIGURES THRU 4400-EXIT
           IF TX-DATE-OVERFLOW
               DISPLAY "*** MORE THAN 100 DISTINCT PAY DATES -- "
                   "DATE DETAIL INCOMPLETE, TOTALS STILL WHOLE ***"
           DISPLAY "WITHHOLDING-LIABILITY-RPT SUMMARY"
           DISPLAY "  PAYMENTS COUNTED.: " TX-COUNT-PAYMENTS
           DISPLAY "  QUARTER WITHHELD.: " TX-QUARTER-TOTAL
           DISPLAY "  JURISDICTIONS....: " TX-JUR-COUNT
           MOVE 0 TO RETURN-CODE
      * A JURISDICTION LEFT OFF THE REPORT IS A LIABILITY NOBODY
      * WOULD DEPOSIT -- THAT IS A WARNING, NOT A CLEAN RUN
           IF TX-JUR-OVERFLOW
               DISPLAY "*** MORE THAN 50 STATE/LOCAL JURISDICTIONS -- "
                   "JURISDICTION SECTION INCOMPLETE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4200-EXIT.
           EXIT.

       4300-PRINT-ONE-JURISDICTION.
           MOVE TX-JUR-CODE(SUB) TO RJ-CODE
           MOVE TX-JUR-LEVEL(SUB) TO RJ-LEVEL
           MOVE TX-JUR-MONTH(SUB 1) TO RJ-MONTH-1
           MOVE TX-JUR-MONTH(SUB 2) TO RJ-MONTH-2
           MOVE TX-JUR-MONTH(SUB 3) TO RJ-MONTH-3
           MOVE TX-JUR-QUARTER(SUB) TO RJ-QUARTER
           MOVE RPT-JUR-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4300-EXIT.
           EXIT.

      *-----------------------
      * 4400-SAVE-QUARTER-FIGURES -- THE REPORTED QUARTER'S TOTALS
      * GO TO TAXQTR FOR THE ANNUAL WAGE-AND-TAX FILING TO
      * RECONCILE TO. A RERUN FOR THE SAME QUARTER REWRITES THE
      * SAME KEY, SO THE RECORD IS ALWAYS THE LAST REPORT RUN.
      *-----------------------
       4400-SAVE-QUARTER-FIGURES.
           MOVE TX-REPORT-YEAR TO TQ-YEAR
           MOVE TX-REPORT-QUARTER TO TQ-QUARTER
           MOVE TX-COUNT-PAYMENTS TO TQ-PAYMENT-COUNT
           MOVE TX-QUARTER-GROSS TO TQ-GROSS
           MOVE TX-QUARTER-TOTAL TO TQ-FED-WITHHELD
           MOVE TX-QUARTER-STATE TO TQ-STATE-WITHHELD
           MOVE TX-QUARTER-LOCAL TO TQ-LOCAL-WITHHELD
           MOVE TX-RUN-DATE TO TQ-REPORT-DATE
           WRITE TAX-QUARTER-RECORD
               INVALID KEY
                   REWRITE TAX-QUARTER-RECORD
           END-WRITE.
       4400-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
               JB-TYPE JB-CODE
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE LIABILITY-REPORT-FILE
           CLOSE TAX-QUARTER-FILE.
       9000-EXIT.
           EXIT.

