      *                  fiscal year on the YTD figure left the
      *                  sheet out by exactly the prior years'
      *                  cumulative net income.
      * 2026-10-15  JCM  GLMAST buckets now carry the ledger entity.
      *                  After the period the operator keys an entity:
      *                  the statements cover that entity alone, or
      *                  every entity consolidated when it is left blank
      *                  or keyed **. The entity prints on each title
      *                  line.
      * 2026-10-15  JCM  GL-YEAR-END-CLOSE now closes each fiscal year's
      *                  revenue and expense balances into retained
      *                  earnings in the closing period CCYY13, which
      *                  falls outside every year-to-date range. The
      *                  balance sheet's cumulative earnings line is
      *                  relabelled UNCLOSED EARNINGS: after a close it
      *                  carries only the years not yet closed, with the
      *                  prior years in the retained-earnings account.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05  GM-KEY.
               10  GM-ACCOUNT-CODE     PIC X(06).
               10  GM-PERIOD           PIC 9(06).
               10  GM-ENTITY           PIC X(02).
           05  GM-DEBITS               PIC 9(11)V9(02).
           05  GM-CREDITS              PIC 9(11)V9(02).
           05  GM-BALANCE              PIC S9(11)V9(02).
      * THE KEYED PERIOD AND ITS YEAR
       01  GS-REPORT-PERIOD         PIC 9(06) VALUE 0.
       01  GS-YEAR-START            PIC 9(06) VALUE 0.

      * THE KEYED LEDGER ENTITY -- BLANK OR "**" STATES ALL
      * ENTITIES CONSOLIDATED
       01  GS-ENTITY-WANTED         PIC X(02) VALUE SPACES.
           88  GS-CONSOLIDATED          VALUE SPACES "**".
       01  GS-RUN-DATE              PIC 9(08).

      * STATEMENT TOTALS
           05  ST-TITLE            PIC X(30).
           05  FILLER              PIC X(08) VALUE "PERIOD ".
           05  STT-PERIOD          PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "ENTITY ".
           05  STT-ENTITY          PIC X(12).

       01  ST-COL-HDR-LINE.
           05  FILLER              PIC X(29) VALUE "ACCOUNT".
           MOVE GS-VA-RESULT TO GS-REPORT-PERIOD
           COMPUTE GS-YEAR-START =
               ((GS-REPORT-PERIOD / 100) * 100) + 1
           DISPLAY "ENTER THE LEDGER ENTITY (BLANK OR ** FOR ALL, "
               "CONSOLIDATED)"
           ACCEPT GS-ENTITY-WANTED
           IF GS-CONSOLIDATED
               MOVE "CONSOLIDATED" TO STT-ENTITY
           ELSE
               MOVE GS-ENTITY-WANTED TO STT-ENTITY
           END-IF
           CALL "BUSINESS-DATE" USING GS-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
      * TOTALS); BUCKETS IN THE PERIOD'S YEAR FOLD INTO YTD, AND
      * THE PERIOD'S OWN BUCKET INTO CURRENT. ACTIVITY IS SIGNED TO
      * THE ACCOUNT'S NATURAL SIDE -- CREDIT-POSITIVE FOR REVENUE,
      * LIABILITY, AND EQUITY, DEBIT-POSITIVE FOR THE REST. AN
      * ENTITY RUN TAKES ONLY THAT ENTITY'S BUCKETS; A CONSOLIDATED
      * RUN TAKES THEM ALL.
      *-----------------------
       2000-ACCUMULATE-BUCKETS.
           MOVE LOW-VALUES TO GM-KEY
           IF GM-PERIOD > GS-REPORT-PERIOD
               GO TO 2200-NEXT
           END-IF
           IF NOT GS-CONSOLIDATED
               AND GM-ENTITY NOT = GS-ENTITY-WANTED
               GO TO 2200-NEXT
           END-IF
           MOVE "N" TO GS-ACCT-FOUND-SWITCH
           PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT
               VARYING GS-CHART-IDX FROM 1 BY 1
      * EQUITY, CUMULATIVE THROUGH THE PERIOD. THE EARNINGS LINE
      * CARRIES THE CUMULATIVE NET OF THE REVENUE AND EXPENSE
      * ACCOUNTS INTO EQUITY -- CUMULATIVE, NOT THE INCOME
      * STATEMENT'S YTD FIGURE. GL-YEAR-END-CLOSE ZEROES EACH
      * CLOSED YEAR'S REVENUE AND EXPENSE INTO RETAINED EARNINGS
      * IN THE YEAR'S CLOSING PERIOD (CCYY13), SO ONCE THE PRIOR
      * YEARS ARE CLOSED THE CUMULATIVE NET IS JUST THE EARNINGS
      * NOT YET CLOSED AND THE PRIOR YEARS SIT IN THE RETAINED-
      * EARNINGS ACCOUNT; A YEAR NOT YET CLOSED STAYS IN THE NET,
      * WHICH KEEPS THE TWO SIDES PROVING FOR ANY PERIOD IN ANY
      * YEAR EITHER WAY.
      *-----------------------
       4000-PRINT-BALANCE-SHEET.
           MOVE 0 TO GS-EARNINGS-CUM
           MOVE "Q" TO GS-TYPE-WANTED
           PERFORM 4100-PRINT-BAL-SECTION THRU 4100-EXIT
           MOVE SPACES TO SB-ACCOUNT
           MOVE "UNCLOSED EARNINGS" TO SB-DESC
           MOVE GS-EARNINGS-CUM TO SB-BALANCE
           MOVE ST-BAL-LINE TO ST-LINE
           WRITE ST-LINE
