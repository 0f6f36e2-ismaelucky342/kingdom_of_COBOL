       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CHARGEBACK-RISK.
       AUTHOR. CARD-SERVICES-TEAM.
      *-----------------------
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * ---------- ----  ----------------------------------------
      * 2026-10-15  JCM  New program. The monthly chargeback risk
      *                  review: for the keyed month, each merchant's
      *                  chargeback count ratio (cases received on
      *                  CHGBCASE over settled sales counted on the
      *                  funding history, MERCHHST) and amount ratio
      *                  (case amounts over settled gross), rated
      *                  against the warning and excessive thresholds
      *                  on CARDCTL. A merchant at the excessive level
      *                  goes on reserve (MERCHRSV): the card batch's
      *                  funding then holds the reserve percent of
      *                  each day's net back. A merchant on reserve
      *                  that stays under the warning level for the
      *                  set number of clean months starts release in
      *                  equal monthly installments; a warning month
      *                  resets the count and pauses release, and an
      *                  excessive one puts the merchant back on hold.
      *                  The report lists every merchant over a
      *                  threshold or on reserve, with the action
      *                  taken, then every open reserve's balance. A
      *                  month already reviewed is reported but not
      *                  applied again. Return code 0 clean, 4 a
      *                  merchant at the excessive level, 16 a file
      *                  could not be opened.
      * 2026-10-15  JCM  Merchant master layout carries the legal name,
      *                  TIN type and taxpayer ID added on the end for
      *                  the year-end information return; not used here.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MERCHANT-HISTORY-FILE ASSIGN TO "MERCHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS RK-MHS-STATUS.
           SELECT OPTIONAL CHARGEBACK-CASE-FILE ASSIGN TO "CHGBCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CASE-NO
               FILE STATUS IS RK-CSE-STATUS.
           SELECT OPTIONAL MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RK-MMS-STATUS.
           SELECT OPTIONAL CARD-CONTROL-FILE ASSIGN TO "CARDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RK-CTL-STATUS.
           SELECT OPTIONAL MERCHANT-RESERVE-FILE ASSIGN TO "MERCHRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-MERCHANT-ID
               FILE STATUS IS RK-RSV-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "CHGBRISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RK-RPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MERCHANT-HISTORY-FILE.
           COPY MERCHHST.

      * SAME CASE LAYOUT THE CHARGEBACK PROCESS KEEPS
       FD  CHARGEBACK-CASE-FILE.
       01  CHARGEBACK-CASE-RECORD.
           05  KC-CASE-NO              PIC 9(07).
           05  KC-RECEIVED-DATE        PIC 9(08).
           05  KC-CARD-NUMBER          PIC X(19).
           05  KC-MERCHANT-ID          PIC X(08).
           05  KC-AMOUNT               PIC 9(07)V9(02).
           05  KC-REASON               PIC X(08).
           05  KC-STATUS               PIC X(01).
               88  KC-STATUS-NEW           VALUE "N".
               88  KC-STATUS-REPRESENTED   VALUE "R".
               88  KC-STATUS-LOST          VALUE "L".
               88  KC-STATUS-WON           VALUE "W".
           05  KC-LAST-ACTION-DATE     PIC 9(08).

      * SAME MERCHANT MASTER LAYOUT THE CARD BATCH READS
       FD  MERCHANT-MASTER-FILE.
       01  MERCHANT-MASTER-RECORD.
           05  MM-MERCHANT-ID          PIC X(08).
           05  MM-NAME                 PIC X(20).
           05  MM-STATUS               PIC X(01).
           05  MM-TRAN-LIMIT           PIC 9(07)V9(02).
           05  MM-DAILY-LIMIT          PIC 9(09)V9(02).
           05  MM-BANK-ROUTING         PIC 9(09).
           05  MM-BANK-ACCOUNT         PIC 9(12).
           05  MM-DISCOUNT-RATE        PIC 9V9(04).
           05  MM-COMPANY-CODE         PIC X(02).
           05  MM-BANK-STATUS          PIC X(01).
           05  MM-BANK-EFF-DATE        PIC 9(08).
           05  MM-LEGAL-NAME           PIC X(40).
           05  MM-TIN-TYPE             PIC X(01).
           05  MM-TAXPAYER-ID          PIC X(09).

      * SAME CONTROL RECORD THE CARD BATCH READS; ONLY THE
      * CHARGEBACK RATIO THRESHOLDS AND RESERVE TERMS AT THE END
      * ARE USED HERE
       FD  CARD-CONTROL-FILE.
       01  CARD-CONTROL-RECORD.
           05  CC-VELOCITY-DAYS        PIC 9(03).
           05  CC-VELOCITY-COUNT       PIC 9(05).
           05  CC-EXPIRY-MONTHS        PIC 9(02).
           05  CC-AUTH-DAYS            PIC 9(03).
           05  CC-AUTH-TOLERANCE       PIC 9V9(04).
           05  CC-CHGB-WARN-RATIO      PIC 9V9(04).
           05  CC-CHGB-EXCESS-RATIO    PIC 9V9(04).
           05  CC-CHGB-MIN-COUNT       PIC 9(05).
           05  CC-RESERVE-PERCENT      PIC 9V9(04).
           05  CC-RESERVE-CLEAN-MONTHS PIC 9(02).
           05  CC-RESERVE-RELEASE-MONTHS PIC 9(02).

       FD  MERCHANT-RESERVE-FILE.
           COPY MERCHRSV.

       FD  RISK-REPORT-FILE.
       01  RK-LINE                     PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      * FILE STATUS AND SWITCHES
       01  RK-MHS-STATUS            PIC X(02) VALUE "00".
       01  RK-CSE-STATUS            PIC X(02) VALUE "00".
       01  RK-MMS-STATUS            PIC X(02) VALUE "00".
       01  RK-CTL-STATUS            PIC X(02) VALUE "00".
       01  RK-RSV-STATUS            PIC X(02) VALUE "00".
       01  RK-RPT-STATUS            PIC X(02) VALUE "00".
       01  RK-MHS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".
       01  RK-CSE-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-CASES            VALUE "Y".
       01  RK-MMS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-MERCH-MASTER     VALUE "Y".
       01  RK-RSV-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-RESERVES         VALUE "Y".
       01  RK-OPEN-ERROR-SWITCH     PIC X(01) VALUE "N".
           88  RK-OPEN-ERROR            VALUE "Y".
       01  RK-CASES-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  RK-CASES-OPEN            VALUE "Y".
       01  RK-MER-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  RK-MER-FOUND             VALUE "Y".
       01  RK-MM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  RK-MM-FOUND              VALUE "Y".

      * THE KEYED REVIEW MONTH AND ITS DATE RANGE
       01  RK-REVIEW-MONTH          PIC 9(06) VALUE 0.
       01  RK-MONTH-START           PIC 9(08) VALUE 0.
       01  RK-MONTH-END             PIC 9(08) VALUE 0.
       01  RK-RUN-DATE              PIC 9(08).

      * RATIO THRESHOLDS AND RESERVE TERMS -- CARDCTL OVERRIDES
      * EACH WHEN ITS FIELD IS PRESENT. THE RATIOS ARE FRACTIONS
      * (0.0090 IS 0.90 PERCENT). A MERCHANT IS RATED ONLY WITH AT
      * LEAST THE MINIMUM NUMBER OF CHARGEBACKS IN THE MONTH.
       01  RK-WARN-RATIO            PIC 9V9(04) VALUE 0.0090.
       01  RK-EXCESS-RATIO          PIC 9V9(04) VALUE 0.0180.
       01  RK-MIN-COUNT             PIC 9(05) VALUE 1.
       01  RK-RESERVE-PERCENT       PIC 9V9(04) VALUE 0.1000.
       01  RK-CLEAN-MONTHS          PIC 9(02) VALUE 3.
       01  RK-RELEASE-MONTHS        PIC 9(02) VALUE 3.

      * MERCHANT NAMES FROM THE MASTER
       01  RK-MM-TABLE.
           05  RK-MM-ENTRY OCCURS 500 TIMES
                   INDEXED BY RK-MM-IDX.
               10  RK-MM-ID            PIC X(08).
               10  RK-MM-NAME          PIC X(20).
       01  RK-MM-COUNT              PIC 9(03) VALUE 0.

      * THE MONTH'S MERCHANTS -- EVERY MERCHANT WITH FUNDING
      * HISTORY OR A CHARGEBACK RECEIVED IN THE MONTH, AND EVERY
      * MERCHANT WITH A RESERVE RECORD
       01  RK-MER-TABLE.
           05  RK-MER-ENTRY OCCURS 500 TIMES
                   INDEXED BY RK-MER-IDX.
               10  RK-MER-ID           PIC X(08).
               10  RK-MER-NAME         PIC X(20).
               10  RK-MER-SALES        PIC 9(07).
               10  RK-MER-GROSS        PIC 9(11)V9(02).
               10  RK-MER-CB-COUNT     PIC 9(05).
               10  RK-MER-CB-AMOUNT    PIC 9(09)V9(02).
               10  RK-MER-COUNT-RATIO  PIC 9V9(04).
               10  RK-MER-AMOUNT-RATIO PIC 9V9(04).
               10  RK-MER-LEVEL        PIC X(01).
                   88  RK-MER-EXCESSIVE    VALUE "E".
                   88  RK-MER-WARNING      VALUE "W".
                   88  RK-MER-CLEAN        VALUE " ".
               10  RK-MER-ON-RESERVE   PIC X(01).
               10  RK-MER-ACTION       PIC X(18).
       01  RK-MER-COUNT             PIC 9(03) VALUE 0.
       01  RK-MER-SUB               PIC 9(03) VALUE 0.
       01  RK-FIND-ID               PIC X(08) VALUE SPACES.
       01  RK-OVERFLOW-COUNT        PIC 9(05) VALUE 0.

      * THE CLEAN-MONTH COUNT SHOWN WHILE A RESERVE WAITS TO RELEASE
       01  RK-CLEAN-ACTION.
           05  FILLER               PIC X(12) VALUE "CLEAN MONTH ".
           05  RK-CA-MONTHS         PIC Z9.
           05  FILLER               PIC X(01) VALUE "/".
           05  RK-CA-NEEDED         PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACE.

      * RUN COUNTS
       01  RK-COUNT-WARNING         PIC 9(05) VALUE 0.
       01  RK-COUNT-EXCESSIVE       PIC 9(05) VALUE 0.
       01  RK-COUNT-PLACED          PIC 9(05) VALUE 0.
       01  RK-COUNT-RELEASING       PIC 9(05) VALUE 0.
       01  RK-COUNT-CLOSED          PIC 9(05) VALUE 0.
       01  RK-COUNT-LISTED          PIC 9(05) VALUE 0.
       01  RK-TOT-BALANCE           PIC 9(13)V9(02) VALUE 0.

      * VALIDATED-ACCEPT CALL FIELDS
       01  RK-VA-PROMPT-1           PIC X(60).
       01  RK-VA-PROMPT-2           PIC X(60) VALUE SPACES.
       01  RK-VA-LOW                PIC S9(09)V9(04) VALUE 0.
       01  RK-VA-HIGH               PIC S9(09)V9(04) VALUE 0.
       01  RK-VA-RESULT             PIC S9(09)V9(04) VALUE 0.

      * REPORT PRINT LINES
       01  RK-SEPARATOR-LINE        PIC X(132) VALUE ALL "=".

       01  RK-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE
                   "CHARGEBACK RISK REVIEW   MONTH".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RT-MONTH            PIC 9(06).
           05  FILLER              PIC X(13) VALUE "   RUN DATE ".
           05  RT-RUN-DATE         PIC 9(08).

       01  RK-THRESHOLD-LINE.
           05  FILLER              PIC X(11) VALUE "WARNING AT ".
           05  RH-WARN-PCT         PIC ZZ9.99.
           05  FILLER              PIC X(18) VALUE
                   "%   EXCESSIVE AT ".
           05  RH-EXCESS-PCT       PIC ZZ9.99.
           05  FILLER              PIC X(25) VALUE
                   "%   MINIMUM CHARGEBACKS ".
           05  RH-MIN-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "   RESERVE ".
           05  RH-RESERVE-PCT      PIC ZZ9.99.
           05  FILLER              PIC X(20) VALUE
                   "% OF DAILY NET".

       01  RK-TERMS-LINE.
           05  FILLER              PIC X(28) VALUE
                   "CLEAN MONTHS BEFORE RELEASE ".
           05  RH-CLEAN-MONTHS     PIC Z9.
           05  FILLER              PIC X(31) VALUE
                   "   MONTHLY RELEASE INSTALLMENTS".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RH-RELEASE-MONTHS   PIC Z9.

       01  RK-COL-HDR-LINE.
           05  FILLER              PIC X(10) VALUE "MERCHANT".
           05  FILLER              PIC X(21) VALUE "NAME".
           05  FILLER              PIC X(08) VALUE "  SALES".
           05  FILLER              PIC X(15) VALUE "    GROSS SALES".
           05  FILLER              PIC X(07) VALUE "  CHGBS".
           05  FILLER              PIC X(13) VALUE "  CHGB AMOUNT".
           05  FILLER              PIC X(09) VALUE "  COUNT %".
           05  FILLER              PIC X(09) VALUE " AMOUNT %".
           05  FILLER              PIC X(11) VALUE "  LEVEL".
           05  FILLER              PIC X(18) VALUE "RESERVE ACTION".

       01  RK-DETAIL-LINE.
           05  RD-MERCH-ID         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-NAME             PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-SALES            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-GROSS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-CB-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RD-CB-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-COUNT-PCT        PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE "%".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-AMOUNT-PCT       PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE "%".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-LEVEL            PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RD-ACTION           PIC X(18).

       01  RK-BAL-HDR-LINE.
           05  FILLER              PIC X(10) VALUE "MERCHANT".
           05  FILLER              PIC X(22) VALUE "NAME".
           05  FILLER              PIC X(10) VALUE "STATUS".
           05  FILLER              PIC X(09) VALUE "PERCENT".
           05  FILLER              PIC X(16) VALUE
                   "         BALANCE".
           05  FILLER              PIC X(16) VALUE
                   "     RELEASE DUE".
           05  FILLER              PIC X(20) VALUE
                   "          TOTAL HELD".
           05  FILLER              PIC X(20) VALUE
                   "      TOTAL RELEASED".
           05  FILLER              PIC X(08) VALUE "  OPENED".

       01  RK-BAL-LINE.
           05  RB-MERCH-ID         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RB-NAME             PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RB-STATUS           PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RB-PERCENT          PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE "%".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RB-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RB-DUE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RB-TOTAL-HELD       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RB-TOTAL-RELEASED   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RB-OPENED           PIC 9(08).

       01  RK-BAL-TOTAL-LINE.
           05  FILLER              PIC X(34) VALUE
                   "TOTAL RESERVE BALANCES HELD".
           05  RBT-COUNT           PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  RBT-BALANCE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * JOB-BANNER CALL FIELDS
       01  JB-NAME                  PIC X(30) VALUE
               "CHARGEBACK-RISK".
       01  JB-TYPE                  PIC X(01).
       01  JB-CODE                  PIC 9(03) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RK-OPEN-ERROR
               PERFORM 2000-GATHER-SALES THRU 2000-EXIT
               PERFORM 2500-GATHER-CASES THRU 2500-EXIT
               PERFORM 3000-RATE-MERCHANT THRU 3000-EXIT
                   VARYING RK-MER-IDX FROM 1 BY 1
                   UNTIL RK-MER-IDX > RK-MER-COUNT
               PERFORM 4000-REVIEW-RESERVES THRU 4000-EXIT
               PERFORM 5000-OPEN-RESERVE THRU 5000-EXIT
                   VARYING RK-MER-IDX FROM 1 BY 1
                   UNTIL RK-MER-IDX > RK-MER-COUNT
               PERFORM 6000-PRINT-RISK-REPORT THRU 6000-EXIT
               PERFORM 7000-PRINT-RESERVE-BALANCES THRU 7000-EXIT
               PERFORM 8000-SUMMARY THRU 8000-EXIT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------
      * 1000-INITIALIZE -- TAKE THE MONTH, LOAD THE THRESHOLDS AND
      * THE MERCHANT NAMES, AND OPEN THE FILES
      *-----------------------
       1000-INITIALIZE.
           MOVE "ENTER THE REVIEW MONTH (CCYYMM)"
               TO RK-VA-PROMPT-1
           MOVE 199001 TO RK-VA-LOW
           MOVE 209912 TO RK-VA-HIGH
           CALL "VALIDATED-ACCEPT" USING RK-VA-PROMPT-1
               RK-VA-PROMPT-2 RK-VA-LOW RK-VA-HIGH RK-VA-RESULT
           MOVE RK-VA-RESULT TO RK-REVIEW-MONTH
           COMPUTE RK-MONTH-START = (RK-REVIEW-MONTH * 100) + 1
           COMPUTE RK-MONTH-END = (RK-REVIEW-MONTH * 100) + 31
           CALL "BUSINESS-DATE" USING RK-RUN-DATE
           MOVE "S" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME RK-RUN-DATE
               JB-TYPE JB-CODE
           PERFORM 1100-LOAD-CONTROL-PARMS THRU 1100-EXIT
           OPEN INPUT MERCHANT-MASTER-FILE
           IF RK-MMS-STATUS(1:1) = "0"
               PERFORM 1210-READ-MERCH-MASTER THRU 1210-EXIT
               PERFORM 1220-STORE-MERCH-MASTER THRU 1220-EXIT
                   UNTIL END-OF-MERCH-MASTER
                      OR RK-MM-COUNT >= 500
           END-IF
           CLOSE MERCHANT-MASTER-FILE
           OPEN INPUT MERCHANT-HISTORY-FILE
           IF RK-MHS-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MERCHANT HISTORY FILE -- "
                   "STATUS " RK-MHS-STATUS " ***"
               SET RK-OPEN-ERROR TO TRUE
           END-IF
           OPEN INPUT CHARGEBACK-CASE-FILE
           IF RK-CSE-STATUS(1:1) = "0"
               SET RK-CASES-OPEN TO TRUE
           END-IF
           OPEN I-O MERCHANT-RESERVE-FILE
           IF RK-RSV-STATUS(1:1) NOT = "0"
               DISPLAY "*** UNABLE TO OPEN MERCHANT RESERVE FILE -- "
                   "STATUS " RK-RSV-STATUS " ***"
               SET RK-OPEN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT RISK-REPORT-FILE
           IF RK-RPT-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO OPEN RISK REPORT FILE -- "
                   "STATUS " RK-RPT-STATUS " ***"
               SET RK-OPEN-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------
      * 1100-LOAD-CONTROL-PARMS -- THE THRESHOLDS AND RESERVE
      * TERMS; A FIELD ABSENT FROM AN OLDER CONTROL RECORD KEEPS
      * ITS DEFAULT
      *-----------------------
       1100-LOAD-CONTROL-PARMS.
           OPEN INPUT CARD-CONTROL-FILE
           IF RK-CTL-STATUS(1:1) = "0"
               READ CARD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-TAKE-CONTROL-PARMS THRU 1110-EXIT
               END-READ
           END-IF
           CLOSE CARD-CONTROL-FILE.
       1100-EXIT.
           EXIT.

       1110-TAKE-CONTROL-PARMS.
           IF CC-CHGB-WARN-RATIO NUMERIC
               AND CC-CHGB-WARN-RATIO > 0
               MOVE CC-CHGB-WARN-RATIO TO RK-WARN-RATIO
           END-IF
           IF CC-CHGB-EXCESS-RATIO NUMERIC
               AND CC-CHGB-EXCESS-RATIO > 0
               MOVE CC-CHGB-EXCESS-RATIO TO RK-EXCESS-RATIO
           END-IF
           IF CC-CHGB-MIN-COUNT NUMERIC
               AND CC-CHGB-MIN-COUNT > 0
               MOVE CC-CHGB-MIN-COUNT TO RK-MIN-COUNT
           END-IF
           IF CC-RESERVE-PERCENT NUMERIC
               AND CC-RESERVE-PERCENT > 0
               MOVE CC-RESERVE-PERCENT TO RK-RESERVE-PERCENT
           END-IF
           IF CC-RESERVE-CLEAN-MONTHS NUMERIC
               AND CC-RESERVE-CLEAN-MONTHS > 0
               MOVE CC-RESERVE-CLEAN-MONTHS TO RK-CLEAN-MONTHS
           END-IF
           IF CC-RESERVE-RELEASE-MONTHS NUMERIC
               AND CC-RESERVE-RELEASE-MONTHS > 0
               MOVE CC-RESERVE-RELEASE-MONTHS TO RK-RELEASE-MONTHS
           END-IF.
       1110-EXIT.
           EXIT.

       1210-READ-MERCH-MASTER.
           READ MERCHANT-MASTER-FILE
               AT END
                   SET END-OF-MERCH-MASTER TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-MERCH-MASTER.
           ADD 1 TO RK-MM-COUNT
           SET RK-MM-IDX TO RK-MM-COUNT
           MOVE MM-MERCHANT-ID TO RK-MM-ID(RK-MM-IDX)
           MOVE MM-NAME TO RK-MM-NAME(RK-MM-IDX)
           PERFORM 1210-READ-MERCH-MASTER THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------
      * 2000-GATHER-SALES -- WALK THE FUNDING HISTORY, SUMMING EACH
      * MERCHANT'S SETTLED SALE COUNT AND GROSS FOR THE DAYS IN THE
      * MONTH, FUNDED OR HELD. A DAY RECORDED BEFORE THE SALE COUNT
      * WAS KEPT ADDS ITS GROSS ONLY.
      *-----------------------
       2000-GATHER-SALES.
           MOVE LOW-VALUES TO MH-KEY
           START MERCHANT-HISTORY-FILE KEY >= MH-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
           PERFORM 2200-FOLD-ONE-DAY THRU 2200-EXIT
               UNTIL END-OF-HISTORY.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-HISTORY.
           IF NOT END-OF-HISTORY
               READ MERCHANT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY TO TRUE
               END-READ
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FOLD-ONE-DAY.
           IF MH-FUND-DATE < RK-MONTH-START
                   OR MH-FUND-DATE > RK-MONTH-END
               GO TO 2200-NEXT
           END-IF
           MOVE MH-MERCHANT-ID TO RK-FIND-ID
           PERFORM 2300-FIND-OR-ADD-MERCHANT THRU 2300-EXIT
           IF NOT RK-MER-FOUND
               GO TO 2200-NEXT
           END-IF
           ADD MH-GROSS TO RK-MER-GROSS(RK-MER-IDX)
           IF MH-SALE-COUNT NUMERIC
               ADD MH-SALE-COUNT TO RK-MER-SALES(RK-MER-IDX)
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------
      * 2300-FIND-OR-ADD-MERCHANT -- POINT RK-MER-IDX AT RK-FIND-ID'S
      * ENTRY, ADDING ONE WHEN IT IS NEW. A FULL TABLE LEAVES THE
      * MERCHANT UNFOUND AND COUNTED AS NOT REVIEWED.
      *-----------------------
       2300-FIND-OR-ADD-MERCHANT.
           MOVE "N" TO RK-MER-FOUND-SWITCH
           PERFORM 2310-MATCH-MERCHANT THRU 2310-EXIT
               VARYING RK-MER-IDX FROM 1 BY 1
               UNTIL RK-MER-IDX > RK-MER-COUNT
                  OR RK-MER-FOUND
           IF RK-MER-FOUND
               SET RK-MER-IDX TO RK-MER-SUB
               GO TO 2300-EXIT
           END-IF
           IF RK-MER-COUNT >= 500
               ADD 1 TO RK-OVERFLOW-COUNT
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO RK-MER-COUNT
           SET RK-MER-IDX TO RK-MER-COUNT
           MOVE RK-FIND-ID TO RK-MER-ID(RK-MER-IDX)
           MOVE "** NOT ON MASTER **" TO RK-MER-NAME(RK-MER-IDX)
           MOVE "N" TO RK-MM-FOUND-SWITCH
           PERFORM 2320-FIND-MERCHANT-NAME THRU 2320-EXIT
               VARYING RK-MM-IDX FROM 1 BY 1
               UNTIL RK-MM-IDX > RK-MM-COUNT
                  OR RK-MM-FOUND
           MOVE 0 TO RK-MER-SALES(RK-MER-IDX)
           MOVE 0 TO RK-MER-GROSS(RK-MER-IDX)
           MOVE 0 TO RK-MER-CB-COUNT(RK-MER-IDX)
           MOVE 0 TO RK-MER-CB-AMOUNT(RK-MER-IDX)
           MOVE 0 TO RK-MER-COUNT-RATIO(RK-MER-IDX)
           MOVE 0 TO RK-MER-AMOUNT-RATIO(RK-MER-IDX)
           MOVE SPACE TO RK-MER-LEVEL(RK-MER-IDX)
           MOVE "N" TO RK-MER-ON-RESERVE(RK-MER-IDX)
           MOVE SPACES TO RK-MER-ACTION(RK-MER-IDX)
           SET RK-MER-FOUND TO TRUE.
       2300-EXIT.
           EXIT.

       2310-MATCH-MERCHANT.
           IF RK-MER-ID(RK-MER-IDX) = RK-FIND-ID
               SET RK-MER-FOUND TO TRUE
               SET RK-MER-SUB TO RK-MER-IDX
           END-IF.
       2310-EXIT.
           EXIT.

       2320-FIND-MERCHANT-NAME.
           IF RK-MM-ID(RK-MM-IDX) = RK-FIND-ID
               SET RK-MM-FOUND TO TRUE
               MOVE RK-MM-NAME(RK-MM-IDX) TO RK-MER-NAME(RK-MER-IDX)
           END-IF.
       2320-EXIT.
           EXIT.

      *-----------------------
      * 2500-GATHER-CASES -- EVERY CHARGEBACK RECEIVED IN THE MONTH
      * COUNTS AGAINST ITS MERCHANT, WHATEVER HAS SINCE BECOME OF
      * THE CASE -- THE NETWORKS COUNT THEM THE SAME WAY
      *-----------------------
       2500-GATHER-CASES.
           IF NOT RK-CASES-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE 0 TO KC-CASE-NO
           START CHARGEBACK-CASE-FILE KEY >= KC-CASE-NO
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           PERFORM 2510-READ-NEXT-CASE THRU 2510-EXIT
           PERFORM 2520-FOLD-ONE-CASE THRU 2520-EXIT
               UNTIL END-OF-CASES.
       2500-EXIT.
           EXIT.

       2510-READ-NEXT-CASE.
           IF NOT END-OF-CASES
               READ CHARGEBACK-CASE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CASES TO TRUE
               END-READ
           END-IF.
       2510-EXIT.
           EXIT.

       2520-FOLD-ONE-CASE.
           IF KC-RECEIVED-DATE < RK-MONTH-START
                   OR KC-RECEIVED-DATE > RK-MONTH-END
               GO TO 2520-NEXT
           END-IF
           MOVE KC-MERCHANT-ID TO RK-FIND-ID
           PERFORM 2300-FIND-OR-ADD-MERCHANT THRU 2300-EXIT
           IF NOT RK-MER-FOUND
               GO TO 2520-NEXT
           END-IF
           ADD 1 TO RK-MER-CB-COUNT(RK-MER-IDX)
           ADD KC-AMOUNT TO RK-MER-CB-AMOUNT(RK-MER-IDX).
       2520-NEXT.
           PERFORM 2510-READ-NEXT-CASE THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *-----------------------
      * 3000-RATE-MERCHANT -- THE COUNT AND AMOUNT RATIOS AND THE
      * LEVEL. CHARGEBACKS AGAINST NO SETTLED SALES RATE AT THE TOP
      * OF THE SCALE. EITHER RATIO AT A THRESHOLD SETS THE LEVEL,
      * ONCE THE MERCHANT HAS THE MINIMUM NUMBER OF CHARGEBACKS.
      *-----------------------
       3000-RATE-MERCHANT.
           IF RK-MER-CB-COUNT(RK-MER-IDX) = 0
               GO TO 3000-EXIT
           END-IF
           IF RK-MER-SALES(RK-MER-IDX) = 0
               MOVE 9.9999 TO RK-MER-COUNT-RATIO(RK-MER-IDX)
           ELSE
               COMPUTE RK-MER-COUNT-RATIO(RK-MER-IDX) ROUNDED =
                   RK-MER-CB-COUNT(RK-MER-IDX)
                       / RK-MER-SALES(RK-MER-IDX)
                   ON SIZE ERROR
                       MOVE 9.9999 TO RK-MER-COUNT-RATIO(RK-MER-IDX)
               END-COMPUTE
           END-IF
           IF RK-MER-GROSS(RK-MER-IDX) = 0
               MOVE 9.9999 TO RK-MER-AMOUNT-RATIO(RK-MER-IDX)
           ELSE
               COMPUTE RK-MER-AMOUNT-RATIO(RK-MER-IDX) ROUNDED =
                   RK-MER-CB-AMOUNT(RK-MER-IDX)
                       / RK-MER-GROSS(RK-MER-IDX)
                   ON SIZE ERROR
                       MOVE 9.9999 TO RK-MER-AMOUNT-RATIO(RK-MER-IDX)
               END-COMPUTE
           END-IF
           IF RK-MER-CB-COUNT(RK-MER-IDX) < RK-MIN-COUNT
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RK-MER-COUNT-RATIO(RK-MER-IDX) >= RK-EXCESS-RATIO
               WHEN RK-MER-AMOUNT-RATIO(RK-MER-IDX) >= RK-EXCESS-RATIO
                   SET RK-MER-EXCESSIVE(RK-MER-IDX) TO TRUE
                   ADD 1 TO RK-COUNT-EXCESSIVE
               WHEN RK-MER-COUNT-RATIO(RK-MER-IDX) >= RK-WARN-RATIO
               WHEN RK-MER-AMOUNT-RATIO(RK-MER-IDX) >= RK-WARN-RATIO
                   SET RK-MER-WARNING(RK-MER-IDX) TO TRUE
                   ADD 1 TO RK-COUNT-WARNING
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------
      * 4000-REVIEW-RESERVES -- WALK THE RESERVE FILE AND APPLY THE
      * MONTH TO EVERY MERCHANT ALREADY ON IT
      *-----------------------
       4000-REVIEW-RESERVES.
           MOVE "N" TO RK-RSV-EOF-SWITCH
           MOVE LOW-VALUES TO RV-MERCHANT-ID
           START MERCHANT-RESERVE-FILE KEY >= RV-MERCHANT-ID
               INVALID KEY
                   SET END-OF-RESERVES TO TRUE
           END-START
           PERFORM 4010-READ-NEXT-RESERVE THRU 4010-EXIT
           PERFORM 4100-REVIEW-ONE-RESERVE THRU 4100-EXIT
               UNTIL END-OF-RESERVES.
       4000-EXIT.
           EXIT.

       4010-READ-NEXT-RESERVE.
           IF NOT END-OF-RESERVES
               READ MERCHANT-RESERVE-FILE NEXT RECORD
                   AT END
                       SET END-OF-RESERVES TO TRUE
               END-READ
           END-IF.
       4010-EXIT.
           EXIT.

      *-----------------------
      * 4100-REVIEW-ONE-RESERVE -- AN EXCESSIVE MONTH HOLDS (AND
      * REOPENS A CLOSED RESERVE AT TODAY'S PERCENT); A WARNING
      * MONTH RESETS THE CLEAN COUNT AND PAUSES RELEASE; A CLEAN
      * MONTH COUNTS TOWARD RELEASE, OR ADDS THE NEXT INSTALLMENT
      * TO WHAT FUNDING MAY PAY OUT. A RESERVE RELEASED TO ZERO
      * CLOSES.
      *-----------------------
       4100-REVIEW-ONE-RESERVE.
           MOVE RV-MERCHANT-ID TO RK-FIND-ID
           PERFORM 2300-FIND-OR-ADD-MERCHANT THRU 2300-EXIT
           IF NOT RK-MER-FOUND
               GO TO 4100-NEXT
           END-IF
           MOVE "Y" TO RK-MER-ON-RESERVE(RK-MER-IDX)
           IF RV-LAST-REVIEW >= RK-REVIEW-MONTH
               IF NOT RV-CLOSED
                   MOVE "ALREADY REVIEWED" TO RK-MER-ACTION(RK-MER-IDX)
               END-IF
               GO TO 4100-NEXT
           END-IF
           EVALUATE TRUE
               WHEN RK-MER-EXCESSIVE(RK-MER-IDX)
                   PERFORM 4200-HOLD-RESERVE THRU 4200-EXIT
               WHEN RV-CLOSED
                   CONTINUE
               WHEN RK-MER-WARNING(RK-MER-IDX)
                   MOVE 0 TO RV-CLEAN-MONTHS
                   IF RV-RELEASING
                       MOVE "RELEASE PAUSED"
                           TO RK-MER-ACTION(RK-MER-IDX)
                   ELSE
                       MOVE "RESERVE CONTINUES"
                           TO RK-MER-ACTION(RK-MER-IDX)
                   END-IF
               WHEN OTHER
                   PERFORM 4300-CLEAN-MONTH THRU 4300-EXIT
           END-EVALUATE
           MOVE RK-REVIEW-MONTH TO RV-LAST-REVIEW
           REWRITE MERCHANT-RESERVE-RECORD
               INVALID KEY
                   DISPLAY "*** MERCHANT RESERVE REWRITE FAILED -- "
                       RV-MERCHANT-ID " STATUS " RK-RSV-STATUS " ***"
           END-REWRITE.
       4100-NEXT.
           PERFORM 4010-READ-NEXT-RESERVE THRU 4010-EXIT.
       4100-EXIT.
           EXIT.

       4200-HOLD-RESERVE.
           EVALUATE TRUE
               WHEN RV-CLOSED
                   MOVE RK-RESERVE-PERCENT TO RV-PERCENT
                   MOVE RK-RUN-DATE TO RV-OPENED-DATE
                   MOVE "RESERVE REOPENED" TO RK-MER-ACTION(RK-MER-IDX)
                   ADD 1 TO RK-COUNT-PLACED
               WHEN RV-RELEASING
                   MOVE "RELEASE STOPPED" TO RK-MER-ACTION(RK-MER-IDX)
               WHEN OTHER
                   MOVE "RESERVE CONTINUES" TO RK-MER-ACTION(RK-MER-IDX)
           END-EVALUATE
           SET RV-HOLDING TO TRUE
           MOVE 0 TO RV-CLEAN-MONTHS
           MOVE 0 TO RV-INSTALLMENT
           MOVE 0 TO RV-RELEASE-DUE.
       4200-EXIT.
           EXIT.

       4300-CLEAN-MONTH.
           ADD 1 TO RV-CLEAN-MONTHS
           IF RV-HOLDING
               IF RV-CLEAN-MONTHS < RK-CLEAN-MONTHS
                   MOVE RV-CLEAN-MONTHS TO RK-CA-MONTHS
                   MOVE RK-CLEAN-MONTHS TO RK-CA-NEEDED
                   MOVE RK-CLEAN-ACTION TO RK-MER-ACTION(RK-MER-IDX)
                   GO TO 4300-EXIT
               END-IF
               SET RV-RELEASING TO TRUE
               COMPUTE RV-INSTALLMENT ROUNDED =
                   RV-BALANCE / RK-RELEASE-MONTHS
               IF RV-INSTALLMENT = 0
                   MOVE RV-BALANCE TO RV-INSTALLMENT
               END-IF
               MOVE "RELEASE BEGINS" TO RK-MER-ACTION(RK-MER-IDX)
           ELSE
               MOVE "RELEASING" TO RK-MER-ACTION(RK-MER-IDX)
           END-IF
           ADD RV-INSTALLMENT TO RV-RELEASE-DUE
           IF RV-RELEASE-DUE > RV-BALANCE
               MOVE RV-BALANCE TO RV-RELEASE-DUE
           END-IF
           ADD 1 TO RK-COUNT-RELEASING
           IF RV-BALANCE = 0
               SET RV-CLOSED TO TRUE
               MOVE 0 TO RV-INSTALLMENT
               MOVE 0 TO RV-RELEASE-DUE
               MOVE "RESERVE CLOSED" TO RK-MER-ACTION(RK-MER-IDX)
               SUBTRACT 1 FROM RK-COUNT-RELEASING
               ADD 1 TO RK-COUNT-CLOSED
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------
      * 5000-OPEN-RESERVE -- A MERCHANT AT THE EXCESSIVE LEVEL WITH
      * NO RESERVE RECORD GOES ON RESERVE AT THE CONFIGURED
      * PERCENT, HOLDING FROM ITS NEXT FUNDING DAY
      *-----------------------
       5000-OPEN-RESERVE.
           IF NOT RK-MER-EXCESSIVE(RK-MER-IDX)
                   OR RK-MER-ON-RESERVE(RK-MER-IDX) = "Y"
               GO TO 5000-EXIT
           END-IF
           MOVE RK-MER-ID(RK-MER-IDX) TO RV-MERCHANT-ID
           SET RV-HOLDING TO TRUE
           MOVE RK-RESERVE-PERCENT TO RV-PERCENT
           MOVE 0 TO RV-BALANCE
           MOVE RK-RUN-DATE TO RV-OPENED-DATE
           MOVE RK-REVIEW-MONTH TO RV-LAST-REVIEW
           MOVE 0 TO RV-CLEAN-MONTHS
           MOVE 0 TO RV-INSTALLMENT
           MOVE 0 TO RV-RELEASE-DUE
           MOVE 0 TO RV-TOTAL-HELD
           MOVE 0 TO RV-TOTAL-RELEASED
           MOVE 0 TO RV-LAST-FUND-DATE
           MOVE 0 TO RV-LAST-HELD
           MOVE 0 TO RV-LAST-RELEASED
           WRITE MERCHANT-RESERVE-RECORD
               INVALID KEY
                   DISPLAY "*** MERCHANT RESERVE WRITE FAILED -- "
                       RV-MERCHANT-ID " STATUS " RK-RSV-STATUS " ***"
                   GO TO 5000-EXIT
           END-WRITE
           MOVE "Y" TO RK-MER-ON-RESERVE(RK-MER-IDX)
           MOVE "PLACED ON RESERVE" TO RK-MER-ACTION(RK-MER-IDX)
           ADD 1 TO RK-COUNT-PLACED.
       5000-EXIT.
           EXIT.

      *-----------------------
      * 6000-PRINT-RISK-REPORT -- THE THRESHOLDS IN FORCE, THEN
      * EVERY MERCHANT OVER ONE OR WITH A RESERVE ACTION THIS MONTH
      *-----------------------
       6000-PRINT-RISK-REPORT.
           MOVE RK-REVIEW-MONTH TO RT-MONTH
           MOVE RK-RUN-DATE TO RT-RUN-DATE
           MOVE RK-TITLE-LINE TO RK-LINE
           WRITE RK-LINE
           COMPUTE RH-WARN-PCT = RK-WARN-RATIO * 100
           COMPUTE RH-EXCESS-PCT = RK-EXCESS-RATIO * 100
           MOVE RK-MIN-COUNT TO RH-MIN-COUNT
           COMPUTE RH-RESERVE-PCT = RK-RESERVE-PERCENT * 100
           MOVE RK-THRESHOLD-LINE TO RK-LINE
           WRITE RK-LINE
           MOVE RK-CLEAN-MONTHS TO RH-CLEAN-MONTHS
           MOVE RK-RELEASE-MONTHS TO RH-RELEASE-MONTHS
           MOVE RK-TERMS-LINE TO RK-LINE
           WRITE RK-LINE
           MOVE SPACES TO RK-LINE
           WRITE RK-LINE
           MOVE RK-COL-HDR-LINE TO RK-LINE
           WRITE RK-LINE
           PERFORM 6100-PRINT-ONE-MERCHANT THRU 6100-EXIT
               VARYING RK-MER-IDX FROM 1 BY 1
               UNTIL RK-MER-IDX > RK-MER-COUNT
           IF RK-COUNT-LISTED = 0
               MOVE "  NO MERCHANT OVER A THRESHOLD OR ON RESERVE"
                   TO RK-LINE
               WRITE RK-LINE
           END-IF
           MOVE SPACES TO RK-LINE
           WRITE RK-LINE.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-MERCHANT.
           IF RK-MER-CLEAN(RK-MER-IDX)
                   AND RK-MER-ACTION(RK-MER-IDX) = SPACES
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO RK-COUNT-LISTED
           MOVE RK-MER-ID(RK-MER-IDX) TO RD-MERCH-ID
           MOVE RK-MER-NAME(RK-MER-IDX) TO RD-NAME
           MOVE RK-MER-SALES(RK-MER-IDX) TO RD-SALES
           MOVE RK-MER-GROSS(RK-MER-IDX) TO RD-GROSS
           MOVE RK-MER-CB-COUNT(RK-MER-IDX) TO RD-CB-COUNT
           MOVE RK-MER-CB-AMOUNT(RK-MER-IDX) TO RD-CB-AMOUNT
           COMPUTE RD-COUNT-PCT =
               RK-MER-COUNT-RATIO(RK-MER-IDX) * 100
           COMPUTE RD-AMOUNT-PCT =
               RK-MER-AMOUNT-RATIO(RK-MER-IDX) * 100
           EVALUATE TRUE
               WHEN RK-MER-EXCESSIVE(RK-MER-IDX)
                   MOVE "EXCESSIVE" TO RD-LEVEL
               WHEN RK-MER-WARNING(RK-MER-IDX)
                   MOVE "WARNING" TO RD-LEVEL
               WHEN OTHER
                   MOVE SPACES TO RD-LEVEL
           END-EVALUATE
           MOVE RK-MER-ACTION(RK-MER-IDX) TO RD-ACTION
           MOVE RK-DETAIL-LINE TO RK-LINE
           WRITE RK-LINE.
       6100-EXIT.
           EXIT.

      *-----------------------
      * 7000-PRINT-RESERVE-BALANCES -- EVERY RESERVE STILL HOLDING
      * OR RELEASING, AS THE FILE NOW STANDS, AND THEIR TOTAL
      *-----------------------
       7000-PRINT-RESERVE-BALANCES.
           MOVE RK-SEPARATOR-LINE TO RK-LINE
           WRITE RK-LINE
           MOVE "OPEN CHARGEBACK RESERVES" TO RK-LINE
           WRITE RK-LINE
           MOVE SPACES TO RK-LINE
           WRITE RK-LINE
           MOVE RK-BAL-HDR-LINE TO RK-LINE
           WRITE RK-LINE
           MOVE 0 TO RK-COUNT-LISTED
           MOVE "N" TO RK-RSV-EOF-SWITCH
           MOVE LOW-VALUES TO RV-MERCHANT-ID
           START MERCHANT-RESERVE-FILE KEY >= RV-MERCHANT-ID
               INVALID KEY
                   SET END-OF-RESERVES TO TRUE
           END-START
           PERFORM 4010-READ-NEXT-RESERVE THRU 4010-EXIT
           PERFORM 7100-PRINT-ONE-RESERVE THRU 7100-EXIT
               UNTIL END-OF-RESERVES
           MOVE RK-COUNT-LISTED TO RBT-COUNT
           MOVE RK-TOT-BALANCE TO RBT-BALANCE
           MOVE RK-BAL-TOTAL-LINE TO RK-LINE
           WRITE RK-LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-RESERVE.
           IF RV-CLOSED
               GO TO 7100-NEXT
           END-IF
           ADD 1 TO RK-COUNT-LISTED
           ADD RV-BALANCE TO RK-TOT-BALANCE
           MOVE RV-MERCHANT-ID TO RB-MERCH-ID
           MOVE RV-MERCHANT-ID TO RK-FIND-ID
           MOVE "** NOT ON MASTER **" TO RB-NAME
           MOVE "N" TO RK-MM-FOUND-SWITCH
           PERFORM 7110-FIND-RESERVE-NAME THRU 7110-EXIT
               VARYING RK-MM-IDX FROM 1 BY 1
               UNTIL RK-MM-IDX > RK-MM-COUNT
                  OR RK-MM-FOUND
           IF RV-HOLDING
               MOVE "HOLDING" TO RB-STATUS
           ELSE
               MOVE "RELEASING" TO RB-STATUS
           END-IF
           COMPUTE RB-PERCENT = RV-PERCENT * 100
           MOVE RV-BALANCE TO RB-BALANCE
           MOVE RV-RELEASE-DUE TO RB-DUE
           MOVE RV-TOTAL-HELD TO RB-TOTAL-HELD
           MOVE RV-TOTAL-RELEASED TO RB-TOTAL-RELEASED
           MOVE RV-OPENED-DATE TO RB-OPENED
           MOVE RK-BAL-LINE TO RK-LINE
           WRITE RK-LINE.
       7100-NEXT.
           PERFORM 4010-READ-NEXT-RESERVE THRU 4010-EXIT.
       7100-EXIT.
           EXIT.

       7110-FIND-RESERVE-NAME.
           IF RK-MM-ID(RK-MM-IDX) = RK-FIND-ID
               SET RK-MM-FOUND TO TRUE
               MOVE RK-MM-NAME(RK-MM-IDX) TO RB-NAME
           END-IF.
       7110-EXIT.
           EXIT.

      *-----------------------
      * 8000-SUMMARY -- RUN COUNTS; ANY MERCHANT AT THE EXCESSIVE
      * LEVEL ENDS THE RUN RC 4
      *-----------------------
       8000-SUMMARY.
           DISPLAY "CHARGEBACK RISK REVIEW -- MONTH " RK-REVIEW-MONTH
           DISPLAY "  MERCHANTS REVIEWED.: " RK-MER-COUNT
           DISPLAY "  AT WARNING LEVEL...: " RK-COUNT-WARNING
           DISPLAY "  AT EXCESSIVE LEVEL.: " RK-COUNT-EXCESSIVE
           DISPLAY "  PLACED ON RESERVE..: " RK-COUNT-PLACED
           DISPLAY "  RELEASING..........: " RK-COUNT-RELEASING
           DISPLAY "  RESERVES CLOSED....: " RK-COUNT-CLOSED
           IF RK-OVERFLOW-COUNT > 0
               DISPLAY "*** MORE THAN 500 MERCHANTS -- "
                   RK-OVERFLOW-COUNT " RECORDS NOT REVIEWED ***"
           END-IF
           IF RK-COUNT-EXCESSIVE > 0
               DISPLAY "*** " RK-COUNT-EXCESSIVE " MERCHANT(S) AT THE "
                   "EXCESSIVE CHARGEBACK LEVEL -- SEE RISK REPORT ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "E" TO JB-TYPE
           MOVE RETURN-CODE TO JB-CODE
           CALL "JOB-BANNER" USING JB-NAME RK-RUN-DATE
               JB-TYPE JB-CODE
           CLOSE MERCHANT-HISTORY-FILE
           IF RK-CASES-OPEN
               CLOSE CHARGEBACK-CASE-FILE
           END-IF
           CLOSE MERCHANT-RESERVE-FILE
           CLOSE RISK-REPORT-FILE.
       9000-EXIT.
           EXIT.
